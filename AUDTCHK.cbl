      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  AUDTCHK -- computes the audit trail chain check value for
      *             one audit record: two running remainders taken
      *             over every byte of the record, seeded from the
      *             check value of the record before it. The record's
      *             own AUD-CHAIN-CHECK is taken as zero, so the same
      *             call both seals a record (AUDTWRT) and proves one
      *             (AUDTVRFY, TRNMERGE). Because each check value
      *             feeds the next, a record that is edited, removed
      *             or moved changes every check after it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDTCHK.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original audit chain check value calculation.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
      *  The record as it is checked: the caller's copy with the
      *  check value field zeroed.
      *----------------------------------------------------------------*
           COPY AUDREC REPLACING ==AUD-RECORD== BY ==WS-CHK-REC==,
                ==AUD-TIMESTAMP== BY ==WC-TIMESTAMP==,
                ==AUD-REQUEST-ID== BY ==WC-REQUEST-ID==,
                ==AUD-INPUT-LEN== BY ==WC-INPUT-LEN==,
                ==AUD-STATUS-CODE== BY ==WC-STATUS-CODE==,
                ==AUD-INPUT-TEXT== BY ==WC-INPUT-TEXT==,
                ==AUD-RESPONSE== BY ==WC-RESPONSE==,
                ==AUD-ELAPSED-HS== BY ==WC-ELAPSED-HS==,
                ==AUD-SOURCE-SYS== BY ==WC-SOURCE-SYS==,
                ==AUD-FEED-DATE== BY ==WC-FEED-DATE==,
                ==AUD-RUN-ID== BY ==WC-RUN-ID==,
                ==AUD-TRN-REC-NO== BY ==WC-TRN-REC-NO==,
                ==AUD-SUSP-ITEM== BY ==WC-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ== BY ==WC-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==WC-CHAIN-CHECK==.
      *----------------------------------------------------------------*
      *  The two running remainders, each below its prime modulus,
      *  and the work field each step is reduced from.
      *----------------------------------------------------------------*
       01  WS-SUM-A                 PIC  9(009)    COMP.
       01  WS-SUM-B                 PIC  9(009)    COMP.
       01  WS-WORK                  PIC  9(018)    COMP.
       01  WS-QUOT                  PIC  9(018)    COMP.
       01  WS-MOD-A                 PIC  9(009)    COMP
                                                    VALUE 999999937.
       01  WS-MOD-B                 PIC  9(009)    COMP
                                                    VALUE 999999929.
       01  WS-BYTE-SUB              PIC  9(005)    COMP.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       COPY AUDREC.
       COPY AUDCLNK.
      ******************************************************************
       PROCEDURE                   DIVISION USING AUD-RECORD
                                                  CK-AREA.
      ******************************************************************
       0000-MAIN-RTN.
           MOVE     AUD-RECORD TO WS-CHK-REC.
           MOVE     ZERO       TO WC-CHAIN-CHECK.
           DIVIDE   CK-PREV-CHECK BY 1000000000
                    GIVING WS-QUOT REMAINDER WS-WORK.
           DIVIDE   WS-QUOT BY WS-MOD-A
                    GIVING WS-QUOT REMAINDER WS-SUM-A.
           DIVIDE   WS-WORK BY WS-MOD-B
                    GIVING WS-QUOT REMAINDER WS-SUM-B.
           PERFORM  VARYING WS-BYTE-SUB FROM 1 BY 1
                     UNTIL  WS-BYTE-SUB > LENGTH OF WS-CHK-REC
              COMPUTE WS-WORK = WS-SUM-A * 257
                    + FUNCTION ORD(WS-CHK-REC(WS-BYTE-SUB:1))
              DIVIDE  WS-WORK BY WS-MOD-A
                      GIVING WS-QUOT REMAINDER WS-SUM-A
              COMPUTE WS-WORK = WS-SUM-B * 65599 + WS-SUM-A
              DIVIDE  WS-WORK BY WS-MOD-B
                      GIVING WS-QUOT REMAINDER WS-SUM-B
           END-PERFORM.
           COMPUTE  CK-CHECK = WS-SUM-A * 1000000000 + WS-SUM-B.
           GOBACK.
