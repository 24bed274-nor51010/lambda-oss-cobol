      *             file carries a from/to date pair (YYYYMMDDYYYYMMDD)
      *             matched against the date portion of the
      *             timestamp; without it the whole trail is
      *             extracted. The input text is passed through
      *             MASKTXT before it is escaped, so card numbers,
      *             e-mail addresses and the other MASKRULE patterns
      *             never reach the warehouse.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-08-22  Original warehouse CSV extract.
      *  2026-10-15  Input text masked by MASKTXT before it is
      *              extracted.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                ==AUD-STATUS-CODE== BY ==AF-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AF-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AF-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AF-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AF-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AF-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AF-CHAIN-CHECK==.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-FROM-DATE       PIC  X(008).
       01  ESC-SRC-IDX              PIC  9(005)    COMP.
       01  ESC-ONE-CHAR             PIC  X(001).
       01  WS-TEXT-LEN              PIC  9(005)    COMP.
      *  The input text as masked for the extract.
       COPY MASKLNK.
      *----------------------------------------------------------------*
      *  Run counters for the closing summary.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *  3000-WRITE-CSV-ROW THRU 3000-EXIT
      *  Masks and escapes the significant part of the input text,
      *  then assembles the quoted row.
      *----------------------------------------------------------------*
       3000-WRITE-CSV-ROW.
           ADD      1 TO WS-EXTRACT-COUNT.
                    MOVE FUNCTION LENGTH(AF-INPUT-TEXT)
                                      TO WS-TEXT-LEN
           END-IF.
           MOVE     AF-INPUT-TEXT TO MK-TEXT.
           MOVE     WS-TEXT-LEN   TO MK-TEXT-LEN.
           CALL     'MASKTXT' USING MK-AREA.
           MOVE     SPACES TO ESC-STR.
           MOVE     ZERO   TO ESC-IDX.
           PERFORM  3500-ESCAPE-ONE-CHAR THRU 3500-EXIT
      *  characters are dropped to a blank there too.
      *----------------------------------------------------------------*
       3500-ESCAPE-ONE-CHAR.
           MOVE     MK-TEXT(ESC-SRC-IDX:1) TO ESC-ONE-CHAR.
           EVALUATE ESC-ONE-CHAR
              WHEN  '"'
                    STRING  ESC-STR(1:ESC-IDX) DELIMITED BY SIZE
