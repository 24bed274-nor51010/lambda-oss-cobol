      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  DSERASE -- data-subject erasure. Takes one request from
      *             ERASREQ (reference, requester, the value to erase
      *             and optionally the earliest archive month to
      *             search) and redacts every occurrence of the value
      *             wherever the audit data keeps it: the input text
      *             and response of every AUDARCH<yyyymm> archive and
      *             AUDITLOG record, the AUDITIDX inquiry file, the
      *             run trails quarantined on AUDITBAD, and the DUPDB
      *             duplicate-detection keys. The value is
      *             matched without regard to case, and in the
      *             escaped form HELCORE writes into a JSON response
      *             as well; each character of it is overwritten with
      *             an asterisk, so every length field stays true.
      *             The tamper-evidence chain is proved first, the
      *             same way AUDTVRFY proves it, and nothing is
      *             touched if it is broken. Redacted records, and
      *             every sealed record after the first of them, are
      *             then re-sealed with AUDTCHK under their original
      *             sequence numbers and the AUDCHAIN anchor is moved
      *             to the new end, so the chain still proves. Trail
      *             files are rewritten from the ERASSRTD work copy
      *             under the ERASFLAG marker, which a rerun of the
      *             same request picks up and finishes. ERASCERT is
      *             the certificate of what was searched, found and
      *             changed; the value itself is never printed.
      *             RETURN-CODE 4 when the value was found nowhere, 12
      *             when the erasure was not performed or a store
      *             could not be written; a rerun of the same request
      *             finishes the job. The erasure is refused while
      *             the anchor shows AUDTWRT holding the trail open,
      *             or while a batch run's own trail (AUDITRUN,
      *             AUDITRUN.<feed-id> for the FEEDMAN feeds, or
      *             AUDITLOG.P<n>) holds records not yet moved to
      *             AUDITLOG, and no other job may write the audit
      *             trail while this one runs.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DSERASE.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original data-subject erasure job.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  REQ-FILE         ASSIGN TO "ERASREQ"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-REQ-STATUS.
           SELECT  CHAIN-FILE       ASSIGN TO "AUDCHAIN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CHAIN-STATUS.
           SELECT  ARCH-FLAG-FILE   ASSIGN TO "ARCHFLAG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-ARCH-FLAG-STATUS.
           SELECT  TRAIL-FILE       ASSIGN TO DYNAMIC
                                              WS-TRAIL-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRAIL-STATUS.
           SELECT  RUNT-FILE        ASSIGN TO DYNAMIC
                                              WS-RUNT-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RUNT-STATUS.
           SELECT  MAN-FILE         ASSIGN TO "FEEDMAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-MAN-STATUS.
           SELECT  QRN-FILE         ASSIGN TO "AUDITBAD"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-QRN-STATUS.
           SELECT  SORT-FILE        ASSIGN TO "ERASSORT".
           SELECT  WORK-FILE        ASSIGN TO "ERASWORK"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-WORK-STATUS.
           SELECT  BACK-SORT-FILE   ASSIGN TO "ERASSRT2".
           SELECT  SRTD-FILE        ASSIGN TO "ERASSRTD"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-SRTD-STATUS.
           SELECT  FLAG-FILE        ASSIGN TO "ERASFLAG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-FLAG-STATUS.
           SELECT  AUDIX-FILE       ASSIGN TO "AUDITIDX"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE DYNAMIC
                                     RECORD KEY AI-REQUEST-ID
                                     ALTERNATE RECORD KEY AI-TIMESTAMP
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-AUDIX-STATUS.
           SELECT  DUP-DB           ASSIGN TO "DUPDB"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE DYNAMIC
                                     RECORD KEY DB-DUP-KEY
                                     FILE STATUS IS WS-DUPDB-STATUS.
           SELECT  DUPW-FILE        ASSIGN TO "ERASDUPW"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-DUPW-STATUS.
           SELECT  CERT-FILE        ASSIGN TO "ERASCERT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  REQ-FILE.
       01  REQ-FILE-REC.
           05  ER-REFERENCE         PIC  X(020).
           05  ER-REQUESTED-BY      PIC  X(020).
           05  ER-VALUE             PIC  X(100).
           05  ER-FROM-MONTH        PIC  X(006).
       FD  CHAIN-FILE.
           COPY AUDCHAIN.
       FD  ARCH-FLAG-FILE.
       01  ARCH-FLAG-REC            PIC  X(008).
       FD  TRAIL-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==TRAIL-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==TF-TIMESTAMP==,
                ==AUD-REQUEST-ID==  BY ==TF-REQUEST-ID==,
                ==AUD-INPUT-LEN==   BY ==TF-INPUT-LEN==,
                ==AUD-STATUS-CODE== BY ==TF-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==TF-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==TF-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==TF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==TF-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==TF-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==TF-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==TF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==TF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==TF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==TF-CHAIN-CHECK==.
       FD  RUNT-FILE.
       01  RUNT-REC                 PIC  X(1312).
       FD  MAN-FILE.
       01  MAN-REC.
           05  MAN-FEED-ID          PIC  X(008).
           05  MAN-TRANS-NAME       PIC  X(012).
       FD  QRN-FILE.
       01  QRN-REC                  PIC  X(1312).
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-SEQ              PIC  9(012).
           05  SRT-ORDER            PIC  9(009).
           05  SRT-FILE-IDX         PIC  9(004).
           05  SRT-REC-NO           PIC  9(009).
           05  SRT-RECORD           PIC  X(1312).
       FD  WORK-FILE.
       01  WORK-REC.
           05  WK-FILE-IDX          PIC  9(004).
           05  WK-REC-NO            PIC  9(009).
           05  WK-RECORD            PIC  X(1312).
       SD  BACK-SORT-FILE.
       01  BACK-SORT-REC.
           05  BS-FILE-IDX          PIC  9(004).
           05  BS-REC-NO            PIC  9(009).
           05  BS-RECORD            PIC  X(1312).
       FD  SRTD-FILE.
       01  SRTD-REC.
           05  SD-FILE-IDX          PIC  9(004).
           05  SD-REC-NO            PIC  9(009).
           05  SD-RECORD            PIC  X(1312).
      *----------------------------------------------------------------*
      *  ERASFLAG: a header naming the request and the chain's new
      *  end, then one record per trail file with its counts and
      *  whether it is to be rewritten. Empty when no erasure is
      *  part-way through writing back.
      *----------------------------------------------------------------*
       FD  FLAG-FILE.
       01  FLAG-REC.
           05  FL-REC-TYPE          PIC  X(001).
               88  FL-HEADER-REC                    VALUE 'H'.
               88  FL-FILE-REC                      VALUE 'F'.
           05  FL-REC-BODY          PIC  X(079).
           05  FL-HEADER-BODY REDEFINES FL-REC-BODY.
               10  FL-REFERENCE     PIC  X(020).
               10  FL-LAST-SEQ      PIC  9(012).
               10  FL-LAST-CHECK    PIC  9(018).
               10  FL-RESEALED      PIC  9(009).
               10  FL-FROM-MONTH    PIC  9(006).
               10  FL-TO-MONTH      PIC  9(006).
               10  FILLER           PIC  X(008).
           05  FL-FILE-BODY REDEFINES FL-REC-BODY.
               10  FL-FILE-NAME     PIC  X(013).
               10  FL-EXAMINED      PIC  9(009).
               10  FL-MATCHED       PIC  9(009).
               10  FL-OCCURS        PIC  9(009).
               10  FL-CHANGED       PIC  X(001).
               10  FILLER           PIC  X(038).
       FD  AUDIX-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==AUDIX-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==AI-TIMESTAMP==,
                ==AUD-REQUEST-ID==  BY ==AI-REQUEST-ID==,
                ==AUD-INPUT-LEN==   BY ==AI-INPUT-LEN==,
                ==AUD-STATUS-CODE== BY ==AI-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AI-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AI-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AI-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AI-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AI-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AI-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AI-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AI-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AI-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AI-CHAIN-CHECK==.
       FD  DUP-DB.
       01  DUP-DB-REC.
           05  DB-DUP-KEY.
               10  DB-FEED-DATE    PIC  9(008).
               10  DB-INPUT-TEXT   PIC  X(126).
           05  DB-ORIG-REQ-ID      PIC  X(020).
       FD  DUPW-FILE.
       01  DUPW-REC.
           05  DW-FEED-DATE        PIC  9(008).
           05  DW-INPUT-TEXT       PIC  X(126).
           05  DW-ORIG-REQ-ID      PIC  X(020).
       FD  CERT-FILE.
       01  CERT-LINE                PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SORT-EOF-SW           PIC  X(001)    VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-REQ-STATUS            PIC  X(002).
       01  WS-CHAIN-STATUS          PIC  X(002).
       01  WS-ARCH-FLAG-STATUS      PIC  X(002).
       01  WS-TRAIL-STATUS          PIC  X(002).
       01  WS-WORK-STATUS           PIC  X(002).
       01  WS-SRTD-STATUS           PIC  X(002).
       01  WS-FLAG-STATUS           PIC  X(002).
       01  WS-AUDIX-STATUS          PIC  X(002).
       01  WS-DUPDB-STATUS          PIC  X(002).
       01  WS-DUPW-STATUS           PIC  X(002).
       01  WS-RUNT-STATUS           PIC  X(002).
       01  WS-MAN-STATUS            PIC  X(002).
       01  WS-QRN-STATUS            PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05  WS-CUR-YYYY          PIC  9(004).
           05  WS-CUR-MM            PIC  9(002).
           05  WS-CUR-DD            PIC  9(002).
       01  WS-CUR-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  The request: the value in upper case for matching, and the
      *  same value as HELCORE escapes it into a JSON response when
      *  that differs.
      *----------------------------------------------------------------*
       01  WS-VALUE-UPPER           PIC  X(100).
       01  WS-VALUE-LEN             PIC  9(005)    COMP.
       01  WS-ESC-UPPER             PIC  X(200).
       01  WS-ESC-LEN               PIC  9(005)    COMP.
       01  WS-ESC-DIFFERS-SW        PIC  X(001)    VALUE 'N'.
           88  WS-ESC-DIFFERS                       VALUE 'Y'.
       01  WS-VAL-SUB               PIC  9(005)    COMP.
       01  WS-VAL-CHAR              PIC  X(001).
      *----------------------------------------------------------------*
      *  The archive months searched, oldest first, and the trail
      *  file being walked.
      *----------------------------------------------------------------*
       01  WS-FROM-MONTH            PIC  9(006)    VALUE ZERO.
       01  WS-TO-MONTH              PIC  9(006)    VALUE ZERO.
       01  WS-ARCH-MONTH            PIC  9(006).
       01  WS-ARCH-MONTH-R REDEFINES WS-ARCH-MONTH.
           05  WS-ARCH-YYYY         PIC  9(004).
           05  WS-ARCH-MM           PIC  9(002).
       01  WS-WORK-YYYY             PIC S9(004)    COMP.
       01  WS-WORK-MM               PIC S9(004)    COMP.
       01  WS-TRAIL-FILE-NAME       PIC  X(013).
       01  WS-FILE-REC-NO           PIC  9(009)    COMP.
      *----------------------------------------------------------------*
      *  A batch run's own trail being checked for records that have
      *  not yet reached AUDITLOG, and the partition it belongs to.
      *----------------------------------------------------------------*
       01  WS-RUNT-FILE-NAME        PIC  X(020).
       01  WS-PART-SUB              PIC  9(004)    COMP.
       01  WS-PART-NO               PIC  9(001).
       01  WS-FILE-LAST-SEQ         PIC  9(012).
      *----------------------------------------------------------------*
      *  One entry per trail file found, in the order walked: its
      *  counts, and whether anything in it was redacted or
      *  re-sealed so that it has to be rewritten.
      *----------------------------------------------------------------*
       01  WS-FT-USED               PIC  9(004)    COMP VALUE ZERO.
       01  WS-FT-SUB                PIC  9(004)    COMP.
       01  WS-FT-CUR                PIC  9(004)    COMP.
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY     OCCURS 300 TIMES.
               10  WS-FT-NAME       PIC  X(013).
               10  WS-FT-EXAMINED   PIC  9(009)    COMP.
               10  WS-FT-MATCHED    PIC  9(009)    COMP.
               10  WS-FT-OCCURS     PIC  9(009)    COMP.
               10  WS-FT-CHANGED-SW PIC  X(001).
                   88  WS-FT-CHANGED                VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The chain as proved in sequence order, and as re-sealed:
      *  the proof runs on the original check values, the seal on
      *  the new ones. Once one record is redacted every sealed
      *  record after it is re-sealed.
      *----------------------------------------------------------------*
       01  WS-SEALED-SEEN-SW        PIC  X(001)    VALUE 'N'.
           88  WS-SEALED-SEEN                       VALUE 'Y'.
       01  WS-RESEAL-SW             PIC  X(001)    VALUE 'N'.
           88  WS-RESEALING                         VALUE 'Y'.
       01  WS-NEXT-SEQ              PIC  9(012)    VALUE 1.
       01  WS-LAST-SEQ              PIC  9(012)    VALUE ZERO.
       01  WS-PREV-CHECK            PIC  9(018)    VALUE ZERO.
       01  WS-NEW-PREV-CHECK        PIC  9(018)    VALUE ZERO.
       01  WS-ORIG-CHECK            PIC  9(018).
       01  WS-GAP-END               PIC  9(012).
       COPY AUDREC.
       COPY AUDCLNK.
      *----------------------------------------------------------------*
      *  Redaction of one text field: the field, its upper-case
      *  image searched, and the occurrences overwritten.
      *----------------------------------------------------------------*
       01  WS-RD-TEXT               PIC  X(1024).
       01  WS-RD-UPPER              PIC  X(1024).
       01  WS-RD-LEN                PIC  9(005)    COMP.
       01  WS-RD-POS                PIC  9(005)    COMP.
       01  WS-RD-START              PIC  9(005)    COMP.
       01  WS-RD-TALLY              PIC  9(005)    COMP.
       01  WS-RD-OCCURS             PIC  9(005)    COMP.
       01  WS-REC-OCCURS            PIC  9(005)    COMP.
       01  WS-SRCH-TEXT             PIC  X(200).
       01  WS-SRCH-LEN              PIC  9(005)    COMP.
      *----------------------------------------------------------------*
      *  Outcome switches.
      *----------------------------------------------------------------*
       01  WS-REFUSED-SW            PIC  X(001)    VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
       01  WS-REFUSE-REASON         PIC  X(060)    VALUE SPACES.
       01  WS-BROKEN-SW             PIC  X(001)    VALUE 'N'.
           88  WS-BROKEN                            VALUE 'Y'.
       01  WS-RESTART-SW            PIC  X(001)    VALUE 'N'.
           88  WS-RESTART                           VALUE 'Y'.
       01  WS-TRAIL-CHANGED-SW      PIC  X(001)    VALUE 'N'.
           88  WS-TRAIL-CHANGED                     VALUE 'Y'.
       01  WS-FINDING-HDR-SW        PIC  X(001)    VALUE 'N'.
           88  WS-FINDING-HDR-DONE                  VALUE 'Y'.
       01  WS-TRAIL-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRAIL-OPEN                        VALUE 'Y'.
       01  WS-FLAG-SET-SW           PIC  X(001)    VALUE 'N'.
           88  WS-FLAG-SET                          VALUE 'Y'.
       01  WS-WRITE-FAILED-SW       PIC  X(001)    VALUE 'N'.
           88  WS-WRITE-FAILED                      VALUE 'Y'.
       01  WS-FAILED-STORE          PIC  X(013).
       01  WS-FAILED-STATUS         PIC  X(002).
       01  WS-FINDING-TEXT          PIC  X(030).
      *----------------------------------------------------------------*
      *  Control totals for the certificate.
      *----------------------------------------------------------------*
       01  WS-ORDER                 PIC  9(009)    COMP VALUE ZERO.
       01  WS-PROVED-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-RESEAL-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-FINDING-COUNT         PIC  9(009)    COMP VALUE ZERO.
       01  WS-IX-EXAMINED           PIC  9(009)    COMP VALUE ZERO.
       01  WS-IX-MATCHED            PIC  9(009)    COMP VALUE ZERO.
       01  WS-IX-OCCURS             PIC  9(009)    COMP VALUE ZERO.
       01  WS-IX-PRESENT-SW         PIC  X(001)    VALUE 'N'.
           88  WS-IX-PRESENT                        VALUE 'Y'.
       01  WS-DB-EXAMINED           PIC  9(009)    COMP VALUE ZERO.
       01  WS-DB-MATCHED            PIC  9(009)    COMP VALUE ZERO.
       01  WS-DB-OCCURS             PIC  9(009)    COMP VALUE ZERO.
       01  WS-DB-MERGED             PIC  9(009)    COMP VALUE ZERO.
       01  WS-DB-PRESENT-SW         PIC  X(001)    VALUE 'N'.
           88  WS-DB-PRESENT                        VALUE 'Y'.
       01  WS-QB-EXAMINED           PIC  9(009)    COMP VALUE ZERO.
       01  WS-QB-MATCHED            PIC  9(009)    COMP VALUE ZERO.
       01  WS-QB-OCCURS             PIC  9(009)    COMP VALUE ZERO.
       01  WS-QB-PRESENT-SW         PIC  X(001)    VALUE 'N'.
           88  WS-QB-PRESENT                        VALUE 'Y'.
       01  WS-TOTAL-MATCHED         PIC  9(009)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  Certificate line formatting.
      *----------------------------------------------------------------*
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2          PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-3          PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SEQ              PIC  Z(011)9.
       01  WS-EDIT-SEQ-2            PIC  Z(011)9.
       01  WS-EDIT-REC-NO           PIC  Z(008)9.
       01  WS-EDIT-LEN              PIC  ZZ9.
       01  WS-STORE-NAME            PIC  X(013).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF      NOT WS-REFUSED
                   AND NOT WS-RESTART
                   SORT   SORT-FILE ASCENDING KEY SRT-SEQ SRT-ORDER
                          INPUT  PROCEDURE 2000-COLLECT-TRAIL
                                      THRU 2000-EXIT
                          OUTPUT PROCEDURE 5000-PROVE-AND-REDACT
                                      THRU 5000-EXIT
                   IF     WS-BROKEN
                          MOVE 'AUDIT TRAIL CHAIN DOES NOT PROVE'
                                              TO WS-REFUSE-REASON
                          SET  WS-REFUSED TO TRUE
                   ELSE
                   IF     WS-TRAIL-CHANGED
                          PERFORM 6000-PREPARE-WRITE-BACK
                                     THRU 6000-EXIT
                   END-IF
                   END-IF
           END-IF.
           IF      NOT WS-REFUSED
                   AND WS-TRAIL-CHANGED
                   PERFORM 6500-WRITE-BACK-TRAIL THRU 6500-EXIT
           END-IF.
           IF      NOT WS-REFUSED
                   PERFORM 7000-REDACT-AUDITIDX THRU 7000-EXIT
                   PERFORM 7500-REDACT-DUPDB    THRU 7500-EXIT
                   PERFORM 7800-REDACT-AUDITBAD THRU 7800-EXIT
           END-IF.
           PERFORM 9000-TERMINATE  THRU 9000-EXIT.
           EVALUATE TRUE
              WHEN  WS-REFUSED
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-TOTAL-MATCHED = ZERO
                    MOVE 4  TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Reads the request and refuses one that cannot be carried
      *  out safely: no request, a value too short to erase without
      *  hitting unrelated text, an AUDTARCH reload left unfinished,
      *  a different erasure left unfinished, a trail AUDTWRT holds
      *  open, or a batch run's trail not yet moved to AUDITLOG. An
      *  unfinished erasure of this same request is picked up where
      *  it died, once no writer holds the trail.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME FROM TIME.
           OPEN     OUTPUT CERT-FILE.
           MOVE     SPACES TO REQ-FILE-REC.
           OPEN     INPUT REQ-FILE.
           IF       WS-REQ-STATUS NOT = '00'
                    MOVE 'NO ERASREQ REQUEST' TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           READ     REQ-FILE
               AT END
                    MOVE SPACES TO REQ-FILE-REC
           END-READ.
           CLOSE    REQ-FILE.
           PERFORM  1100-PREPARE-VALUE THRU 1100-EXIT.
           PERFORM  1200-WRITE-HEADING THRU 1200-EXIT.
           IF       WS-REFUSED
                    GO TO 1000-EXIT
           END-IF.
           MOVE     SPACES TO ARCH-FLAG-REC.
           OPEN     INPUT ARCH-FLAG-FILE.
           IF       WS-ARCH-FLAG-STATUS = '00'
                    READ ARCH-FLAG-FILE
                        AT END
                             MOVE SPACES TO ARCH-FLAG-REC
                    END-READ
                    CLOSE ARCH-FLAG-FILE
           END-IF.
           IF       ARCH-FLAG-REC = 'COMPLETE'
                    MOVE 'AUDTARCH RELOAD UNFINISHED - RERUN AUDTARCH'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           PERFORM  1300-CHECK-RESTART THRU 1300-EXIT.
           IF       WS-REFUSED
                    GO TO 1000-EXIT
           END-IF.
           IF       WS-RESTART
                    PERFORM 1500-WRITE-MONTHS THRU 1500-EXIT
                    PERFORM 1600-READ-ANCHOR THRU 1600-EXIT
                    IF   NOT WS-REFUSED
                         PERFORM 1700-CHECK-RUN-TRAILS THRU 1700-EXIT
                    END-IF
                    GO TO 1000-EXIT
           END-IF.
           PERFORM  1600-READ-ANCHOR THRU 1600-EXIT.
           IF       WS-REFUSED
                    GO TO 1000-EXIT
           END-IF.
           PERFORM  1400-SET-MONTH-RANGE THRU 1400-EXIT.
           PERFORM  1500-WRITE-MONTHS THRU 1500-EXIT.
           PERFORM  1700-CHECK-RUN-TRAILS THRU 1700-EXIT.
           IF       WS-REFUSED
                    GO TO 1000-EXIT
           END-IF.
           OPEN     OUTPUT WORK-FILE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-PREPARE-VALUE THRU 1100-EXIT
      *  The value to erase, trailing blanks dropped and upper-cased
      *  for matching, and its JSON-escaped form: a double quote or
      *  backslash appears in a response behind a backslash.
      *----------------------------------------------------------------*
       1100-PREPARE-VALUE.
           MOVE     ZERO TO WS-VALUE-LEN WS-ESC-LEN.
           IF       ER-VALUE NOT = SPACES
                    COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(
                            FUNCTION TRIM(ER-VALUE TRAILING))
           END-IF.
           IF       ER-REFERENCE = SPACES
                    MOVE 'REQUEST HAS NO REFERENCE' TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1100-EXIT
           END-IF.
           IF       WS-VALUE-LEN < 4
                    MOVE 'VALUE MISSING OR SHORTER THAN 4 CHARACTERS'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1100-EXIT
           END-IF.
           MOVE     ZERO TO WS-RD-TALLY.
           INSPECT  ER-VALUE(1:WS-VALUE-LEN)
                    TALLYING WS-RD-TALLY FOR ALL '*'.
           IF       WS-RD-TALLY = WS-VALUE-LEN
                    MOVE 'VALUE IS ALREADY ALL ASTERISKS'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1100-EXIT
           END-IF.
           MOVE     FUNCTION UPPER-CASE(ER-VALUE) TO WS-VALUE-UPPER.
           MOVE     SPACES TO WS-ESC-UPPER.
           PERFORM  VARYING WS-VAL-SUB FROM 1 BY 1
                     UNTIL  WS-VAL-SUB > WS-VALUE-LEN
              MOVE  WS-VALUE-UPPER(WS-VAL-SUB:1) TO WS-VAL-CHAR
              IF    WS-VAL-CHAR = '"' OR '\'
                    ADD  1 TO WS-ESC-LEN
                    MOVE '\' TO WS-ESC-UPPER(WS-ESC-LEN:1)
                    SET  WS-ESC-DIFFERS TO TRUE
              END-IF
              ADD   1 TO WS-ESC-LEN
              MOVE  WS-VAL-CHAR TO WS-ESC-UPPER(WS-ESC-LEN:1)
           END-PERFORM.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-WRITE-HEADING THRU 1200-EXIT
      *  The certificate heading. The value is described by its
      *  length only; the certificate must not become another place
      *  it is kept.
      *----------------------------------------------------------------*
       1200-WRITE-HEADING.
           MOVE     SPACES TO CERT-LINE.
           STRING   'DATA ERASURE CERTIFICATE'    DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'REFERENCE.................. ' DELIMITED BY SIZE
                    ER-REFERENCE                  DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'REQUESTED BY............... ' DELIMITED BY SIZE
                    ER-REQUESTED-BY               DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'RUN........................ ' DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-CUR-TIME(1:6)              DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     WS-VALUE-LEN TO WS-EDIT-LEN.
           MOVE     SPACES TO CERT-LINE.
           STRING   'VALUE ERASED............... ' DELIMITED BY SIZE
                    WS-EDIT-LEN                   DELIMITED BY SIZE
                    ' CHARACTERS, NOT REPRODUCED HERE'
                                                  DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1300-CHECK-RESTART THRU 1300-EXIT
      *  An ERASFLAG header means an earlier run had the redacted
      *  trail complete on ERASSRTD and died writing it back. The
      *  trail files may now be part old, part new, so they are not
      *  proved again: the file table and the chain's new end are
      *  taken from the marker and the write-back is done again in
      *  full. Only the same request may finish it.
      *----------------------------------------------------------------*
       1300-CHECK-RESTART.
           OPEN     INPUT FLAG-FILE.
           IF       WS-FLAG-STATUS NOT = '00'
                    GO TO 1300-EXIT
           END-IF.
           READ     FLAG-FILE
               AT END
                    CLOSE FLAG-FILE
                    GO TO 1300-EXIT
           END-READ.
           IF       NOT FL-HEADER-REC
                    CLOSE FLAG-FILE
                    GO TO 1300-EXIT
           END-IF.
           IF       FL-REFERENCE NOT = ER-REFERENCE
                    CLOSE FLAG-FILE
                    MOVE SPACES TO WS-REFUSE-REASON
                    STRING 'ERASURE '           DELIMITED BY SIZE
                           FL-REFERENCE         DELIMITED BY '  '
                           ' IS UNFINISHED - RERUN IT FIRST'
                                                DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1300-EXIT
           END-IF.
           SET      WS-RESTART        TO TRUE.
           SET      WS-FLAG-SET       TO TRUE.
           SET      WS-TRAIL-CHANGED  TO TRUE.
           MOVE     FL-LAST-SEQ       TO WS-LAST-SEQ.
           MOVE     FL-LAST-CHECK     TO WS-NEW-PREV-CHECK.
           MOVE     FL-RESEALED       TO WS-RESEAL-COUNT.
           MOVE     FL-FROM-MONTH     TO WS-FROM-MONTH.
           MOVE     FL-TO-MONTH       TO WS-TO-MONTH.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1350-LOAD-FLAG-FILE THRU 1350-EXIT
                    UNTIL WS-EOF.
           CLOSE    FLAG-FILE.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LOAD-FLAG-FILE.
           READ     FLAG-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1350-EXIT
           END-READ.
           IF       NOT FL-FILE-REC
                    OR WS-FT-USED >= 300
                    GO TO 1350-EXIT
           END-IF.
           ADD      1 TO WS-FT-USED.
           MOVE     FL-FILE-NAME TO WS-FT-NAME(WS-FT-USED).
           MOVE     FL-EXAMINED  TO WS-FT-EXAMINED(WS-FT-USED).
           MOVE     FL-MATCHED   TO WS-FT-MATCHED(WS-FT-USED).
           MOVE     FL-OCCURS    TO WS-FT-OCCURS(WS-FT-USED).
           MOVE     FL-CHANGED   TO WS-FT-CHANGED-SW(WS-FT-USED).
           ADD      FL-MATCHED   TO WS-TOTAL-MATCHED.
       1350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1400-SET-MONTH-RANGE THRU 1400-EXIT
      *  The archive months searched: from the request's month, or
      *  ten years back when it gives none, to this month -- but
      *  never starting after the first month the chain runs
      *  through, or the proof would find the chain's start missing.
      *----------------------------------------------------------------*
       1400-SET-MONTH-RANGE.
           COMPUTE  WS-TO-MONTH = WS-CUR-YYYY * 100 + WS-CUR-MM.
           IF       ER-FROM-MONTH NUMERIC
                    AND ER-FROM-MONTH(5:2) >= '01'
                    AND ER-FROM-MONTH(5:2) <= '12'
                    MOVE ER-FROM-MONTH TO WS-FROM-MONTH
           ELSE
                    MOVE WS-CUR-YYYY TO WS-WORK-YYYY
                    COMPUTE WS-WORK-MM = WS-CUR-MM - 119
                    PERFORM UNTIL WS-WORK-MM > 0
                       SUBTRACT 1  FROM WS-WORK-YYYY
                       ADD      12 TO   WS-WORK-MM
                    END-PERFORM
                    COMPUTE WS-FROM-MONTH =
                            WS-WORK-YYYY * 100 + WS-WORK-MM
           END-IF.
           IF       ACH-FIRST-ARCH > ZERO
                    AND ACH-FIRST-ARCH < WS-FROM-MONTH
                    MOVE ACH-FIRST-ARCH TO WS-FROM-MONTH
           END-IF.
           IF       WS-FROM-MONTH > WS-TO-MONTH
                    MOVE WS-TO-MONTH TO WS-FROM-MONTH
           END-IF.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-WRITE-MONTHS.
           MOVE     SPACES TO CERT-LINE.
           STRING   'ARCHIVE MONTHS SEARCHED.... ' DELIMITED BY SIZE
                    WS-FROM-MONTH                 DELIMITED BY SIZE
                    ' TO '                        DELIMITED BY SIZE
                    WS-TO-MONTH                   DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1600-READ-ANCHOR THRU 1600-EXIT
      *  Reads the AUDCHAIN anchor. While it shows AUDTWRT holding
      *  the trail open nothing may be rewritten: a record the
      *  writer sealed afterwards would chain from the check this
      *  job replaces, and its close would put the old end back on
      *  the anchor. A writer that died with the trail open leaves
      *  the same mark, which its next open and close clear.
      *----------------------------------------------------------------*
       1600-READ-ANCHOR.
           MOVE     SPACES TO ACH-RECORD.
           OPEN     INPUT CHAIN-FILE.
           IF       WS-CHAIN-STATUS = '00'
                    READ CHAIN-FILE
                        AT END
                             MOVE SPACES TO ACH-RECORD
                    END-READ
                    CLOSE CHAIN-FILE
           END-IF.
           IF       ACH-WRITER-OPEN
                    MOVE 'AUDIT TRAIL IS OPEN FOR WRITING - RERUN LATER'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1600-EXIT
           END-IF.
           IF       ACH-LAST-SEQ NOT NUMERIC
                    OR ACH-LAST-CHECK NOT NUMERIC
                    MOVE ZERO TO ACH-LAST-SEQ ACH-LAST-CHECK
           END-IF.
           IF       ACH-FIRST-ARCH NOT NUMERIC
                    OR ACH-LAST-ARCH NOT NUMERIC
                    MOVE ZERO TO ACH-FIRST-ARCH ACH-LAST-ARCH
           END-IF.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1700-CHECK-RUN-TRAILS THRU 1700-EXIT
      *  A batch run seals into its own trail and moves it to
      *  AUDITLOG only when it ends (hellobat), or when TRNMERGE
      *  combines the partitions. Records still on such a trail
      *  would reach AUDITLOG after the certificate, unredacted, so
      *  the erasure waits until every one is empty: AUDITRUN, the
      *  AUDITRUN.<feed-id> of each FEEDMAN feed, and AUDITLOG.P1
      *  to AUDITLOG.P9.
      *----------------------------------------------------------------*
       1700-CHECK-RUN-TRAILS.
           MOVE     'AUDITRUN' TO WS-RUNT-FILE-NAME.
           PERFORM  1750-CHECK-ONE-TRAIL THRU 1750-EXIT.
           PERFORM  VARYING WS-PART-SUB FROM 1 BY 1
                     UNTIL  WS-PART-SUB > 9
                         OR WS-REFUSED
              MOVE  WS-PART-SUB TO WS-PART-NO
              MOVE  SPACES TO WS-RUNT-FILE-NAME
              STRING 'AUDITLOG.P' WS-PART-NO DELIMITED BY SIZE
                     INTO WS-RUNT-FILE-NAME
              PERFORM 1750-CHECK-ONE-TRAIL THRU 1750-EXIT
           END-PERFORM.
           IF       WS-REFUSED
                    GO TO 1700-EXIT
           END-IF.
           OPEN     INPUT MAN-FILE.
           IF       WS-MAN-STATUS = '00'
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM 1780-CHECK-FEED-TRAIL THRU 1780-EXIT
                             UNTIL WS-EOF
                                OR WS-REFUSED
                    CLOSE MAN-FILE
                    MOVE 'N' TO WS-EOF-SW
           END-IF.
           IF       WS-REFUSED
                    GO TO 1700-EXIT
           END-IF.
           MOVE     SPACES TO CERT-LINE.
           STRING   'RUN TRAILS FOUND EMPTY..... ' DELIMITED BY SIZE
                    'AUDITRUN, AUDITRUN.<FEED>, AUDITLOG.P<N>'
                                                  DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       1700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1750-CHECK-ONE-TRAIL THRU 1750-EXIT
      *  An absent trail is empty; one that cannot be opened may
      *  not be, and is refused the same as one holding records.
      *----------------------------------------------------------------*
       1750-CHECK-ONE-TRAIL.
           OPEN     INPUT RUNT-FILE.
           IF       WS-RUNT-STATUS = '35'
                    GO TO 1750-EXIT
           END-IF.
           IF       WS-RUNT-STATUS NOT = '00'
                    MOVE SPACES TO WS-REFUSE-REASON
                    STRING WS-RUNT-FILE-NAME    DELIMITED BY SPACE
                           ' CANNOT BE READ, STATUS '
                                                DELIMITED BY SIZE
                           WS-RUNT-STATUS       DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 1750-EXIT
           END-IF.
           READ     RUNT-FILE
               AT END
                    CLOSE RUNT-FILE
                    GO TO 1750-EXIT
           END-READ.
           CLOSE    RUNT-FILE.
           MOVE     SPACES TO WS-REFUSE-REASON.
           STRING   WS-RUNT-FILE-NAME    DELIMITED BY SPACE
                    ' HOLDS UNMOVED AUDIT RECORDS - RERUN LATER'
                                         DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON.
           SET      WS-REFUSED TO TRUE.
       1750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1780-CHECK-FEED-TRAIL.
           READ     MAN-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1780-EXIT
           END-READ.
           IF       MAN-FEED-ID = SPACES
                    GO TO 1780-EXIT
           END-IF.
           MOVE     SPACES TO WS-RUNT-FILE-NAME.
           STRING   'AUDITRUN.' MAN-FEED-ID DELIMITED BY SPACE
                    INTO WS-RUNT-FILE-NAME.
           PERFORM  1750-CHECK-ONE-TRAIL THRU 1750-EXIT.
       1780-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-COLLECT-TRAIL THRU 2000-EXIT
      *  SORT input procedure: every archive month in the range,
      *  oldest first, then AUDITLOG. Every record is released,
      *  sealed or not; the unsealed ones sort ahead of the chain.
      *----------------------------------------------------------------*
       2000-COLLECT-TRAIL.
           MOVE     WS-FROM-MONTH TO WS-ARCH-MONTH.
           PERFORM  2100-COLLECT-ARCH-MONTH THRU 2100-EXIT
                    UNTIL WS-ARCH-MONTH > WS-TO-MONTH
                       OR WS-REFUSED.
           IF       NOT WS-REFUSED
                    MOVE 'AUDITLOG' TO WS-TRAIL-FILE-NAME
                    PERFORM 2200-COLLECT-FILE THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-COLLECT-ARCH-MONTH.
           MOVE     SPACES TO WS-TRAIL-FILE-NAME.
           STRING   'AUDARCH'      DELIMITED BY SIZE
                    WS-ARCH-MONTH  DELIMITED BY SIZE
                    INTO WS-TRAIL-FILE-NAME.
           PERFORM  2200-COLLECT-FILE THRU 2200-EXIT.
           IF       WS-ARCH-MM = 12
                    ADD  1 TO WS-ARCH-YYYY
                    MOVE 1 TO WS-ARCH-MM
           ELSE
                    ADD  1 TO WS-ARCH-MM
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-COLLECT-FILE THRU 2200-EXIT
      *  One trail file. A month with no archive file is passed
      *  over; a file that cannot be read, or more files than the
      *  table holds, stops the erasure before anything is changed.
      *----------------------------------------------------------------*
       2200-COLLECT-FILE.
           MOVE     ZERO TO WS-FILE-REC-NO WS-FILE-LAST-SEQ.
           OPEN     INPUT TRAIL-FILE.
           IF       WS-TRAIL-STATUS = '35'
                    GO TO 2200-EXIT
           END-IF.
           IF       WS-TRAIL-STATUS NOT = '00'
                    MOVE SPACES TO WS-REFUSE-REASON
                    STRING WS-TRAIL-FILE-NAME   DELIMITED BY SIZE
                           ' CANNOT BE READ, STATUS '
                                                DELIMITED BY SIZE
                           WS-TRAIL-STATUS      DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 2200-EXIT
           END-IF.
           IF       WS-FT-USED >= 300
                    CLOSE TRAIL-FILE
                    MOVE 'MORE THAN 300 AUDIT TRAIL FILES IN RANGE'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 2200-EXIT
           END-IF.
           ADD      1 TO WS-FT-USED.
           MOVE     WS-FT-USED TO WS-FT-CUR.
           MOVE     WS-TRAIL-FILE-NAME TO WS-FT-NAME(WS-FT-CUR).
           MOVE     ZERO TO WS-FT-EXAMINED(WS-FT-CUR)
                            WS-FT-MATCHED(WS-FT-CUR)
                            WS-FT-OCCURS(WS-FT-CUR).
           MOVE     'N'  TO WS-FT-CHANGED-SW(WS-FT-CUR).
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  2300-COLLECT-ONE-REC THRU 2300-EXIT
                    UNTIL WS-EOF.
           CLOSE    TRAIL-FILE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2300-COLLECT-ONE-REC THRU 2300-EXIT
      *  The same per-file rules AUDTVRFY applies: no unsealed
      *  record once the chain has begun, and sealed records rising
      *  in sequence within a file.
      *----------------------------------------------------------------*
       2300-COLLECT-ONE-REC.
           READ     TRAIL-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2300-EXIT
           END-READ.
           ADD      1 TO WS-FILE-REC-NO WS-FT-EXAMINED(WS-FT-CUR).
           ADD      1 TO WS-ORDER.
           MOVE     WS-ORDER           TO SRT-ORDER.
           MOVE     WS-FT-CUR          TO SRT-FILE-IDX.
           MOVE     WS-FILE-REC-NO     TO SRT-REC-NO.
           MOVE     TRAIL-FILE-REC     TO SRT-RECORD.
           IF       TF-CHAIN-SEQ NOT NUMERIC
                    OR TF-CHAIN-CHECK NOT NUMERIC
                    MOVE ZERO TO SRT-SEQ
                    IF   WS-SEALED-SEEN
                         MOVE 'UNSEALED RECORD IN CHAIN' TO
                                                  WS-FINDING-TEXT
                         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
                    END-IF
                    RELEASE SORT-REC
                    GO TO 2300-EXIT
           END-IF.
           SET      WS-SEALED-SEEN TO TRUE.
           MOVE     TF-CHAIN-SEQ TO SRT-SEQ.
           IF       TF-CHAIN-SEQ <= WS-FILE-LAST-SEQ
                    MOVE 'OUT OF SEQUENCE IN FILE' TO WS-FINDING-TEXT
                    PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
           END-IF.
           MOVE     TF-CHAIN-SEQ TO WS-FILE-LAST-SEQ.
           RELEASE  SORT-REC.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-PROVE-AND-REDACT THRU 5000-EXIT
      *  SORT output procedure: takes the records in chain order,
      *  proves each sealed one as AUDTVRFY does, redacts the value
      *  from it, re-seals it when it or anything before it changed,
      *  and keeps it on ERASWORK for the write-back.
      *----------------------------------------------------------------*
       5000-PROVE-AND-REDACT.
           IF       WS-REFUSED
                    CLOSE WORK-FILE
                    GO TO 5000-EXIT
           END-IF.
           PERFORM  5100-PROVE-ONE-REC THRU 5100-EXIT
                    UNTIL WS-SORT-EOF.
           CLOSE    WORK-FILE.
           IF       ACH-LAST-SEQ > WS-LAST-SEQ
                    MOVE 'MISSING FROM END OF TRAIL' TO WS-FINDING-TEXT
                    COMPUTE WS-GAP-END = WS-LAST-SEQ + 1
                    MOVE WS-GAP-END   TO WS-EDIT-SEQ
                    MOVE ACH-LAST-SEQ TO WS-EDIT-SEQ-2
                    PERFORM 8200-RECORD-GAP-FINDING THRU 8200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-PROVE-ONE-REC THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-PROVE-ONE-REC.
           RETURN   SORT-FILE
               AT END
                    SET  WS-SORT-EOF TO TRUE
                    GO TO 5100-EXIT
           END-RETURN.
           MOVE     SRT-RECORD TO AUD-RECORD.
           MOVE     SRT-FILE-IDX TO WS-FT-CUR.
           IF       SRT-SEQ = ZERO
                    PERFORM 5500-REDACT-RECORD THRU 5500-EXIT
                    PERFORM 5900-WRITE-WORK    THRU 5900-EXIT
                    GO TO 5100-EXIT
           END-IF.
           IF       SRT-SEQ < WS-NEXT-SEQ
                    MOVE 'REPEATED SEQUENCE'   TO WS-FINDING-TEXT
                    PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
           ELSE
           IF       SRT-SEQ > WS-NEXT-SEQ
                    MOVE 'MISSING SEQUENCES'   TO WS-FINDING-TEXT
                    COMPUTE WS-GAP-END = SRT-SEQ - 1
                    MOVE WS-NEXT-SEQ           TO WS-EDIT-SEQ
                    MOVE WS-GAP-END            TO WS-EDIT-SEQ-2
                    PERFORM 8200-RECORD-GAP-FINDING THRU 8200-EXIT
           ELSE
                    MOVE WS-PREV-CHECK TO CK-PREV-CHECK
                    CALL 'AUDTCHK' USING AUD-RECORD CK-AREA
                    IF   CK-CHECK = AUD-CHAIN-CHECK
                         ADD  1 TO WS-PROVED-COUNT
                    ELSE
                         MOVE 'ALTERED (OR PREDECESSOR)' TO
                                                  WS-FINDING-TEXT
                         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
                    END-IF
           END-IF
           END-IF.
           IF       SRT-SEQ = ACH-LAST-SEQ
                    AND AUD-CHAIN-CHECK NOT = ACH-LAST-CHECK
                    MOVE 'CHECK DIFFERS FROM AUDCHAIN' TO
                                                  WS-FINDING-TEXT
                    PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
           END-IF.
           MOVE     AUD-CHAIN-CHECK TO WS-PREV-CHECK WS-ORIG-CHECK.
           MOVE     SRT-SEQ         TO WS-LAST-SEQ.
           COMPUTE  WS-NEXT-SEQ = SRT-SEQ + 1.
           PERFORM  5500-REDACT-RECORD THRU 5500-EXIT.
           IF       WS-REC-OCCURS > ZERO
                    SET  WS-RESEALING TO TRUE
           END-IF.
           IF       WS-RESEALING
                    MOVE WS-NEW-PREV-CHECK TO CK-PREV-CHECK
                    CALL 'AUDTCHK' USING AUD-RECORD CK-AREA
                    MOVE CK-CHECK TO AUD-CHAIN-CHECK
                    IF   AUD-CHAIN-CHECK NOT = WS-ORIG-CHECK
                         ADD  1 TO WS-RESEAL-COUNT
                         SET  WS-FT-CHANGED(WS-FT-CUR) TO TRUE
                    END-IF
           END-IF.
           MOVE     AUD-CHAIN-CHECK TO WS-NEW-PREV-CHECK.
           PERFORM  5900-WRITE-WORK THRU 5900-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5500-REDACT-RECORD THRU 5500-EXIT
      *  Redacts the value from the input text and the response of
      *  the record in AUD-RECORD and counts what was found against
      *  its trail file.
      *----------------------------------------------------------------*
       5500-REDACT-RECORD.
           MOVE     ZERO TO WS-REC-OCCURS.
           MOVE     AUD-INPUT-TEXT TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-INPUT-TEXT TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AUD-INPUT-TEXT
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           MOVE     AUD-RESPONSE TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-RESPONSE TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AUD-RESPONSE
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           IF       WS-REC-OCCURS > ZERO
                    ADD  1 TO WS-FT-MATCHED(WS-FT-CUR)
                              WS-TOTAL-MATCHED
                    ADD  WS-REC-OCCURS TO WS-FT-OCCURS(WS-FT-CUR)
                    SET  WS-FT-CHANGED(WS-FT-CUR) TO TRUE
                    SET  WS-TRAIL-CHANGED TO TRUE
           END-IF.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5900-WRITE-WORK.
           MOVE     SRT-FILE-IDX TO WK-FILE-IDX.
           MOVE     SRT-REC-NO   TO WK-REC-NO.
           MOVE     AUD-RECORD   TO WK-RECORD.
           WRITE    WORK-REC.
       5900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6000-PREPARE-WRITE-BACK THRU 6000-EXIT
      *  Puts the redacted trail back into file and record order on
      *  ERASSRTD, then sets the ERASFLAG marker. From here on a
      *  rerun of this request finishes the write-back from
      *  ERASSRTD instead of starting over.
      *----------------------------------------------------------------*
       6000-PREPARE-WRITE-BACK.
           SORT     BACK-SORT-FILE ASCENDING KEY BS-FILE-IDX BS-REC-NO
                    USING  WORK-FILE
                    GIVING SRTD-FILE.
           OPEN     OUTPUT FLAG-FILE.
           MOVE     SPACES TO FLAG-REC.
           SET      FL-HEADER-REC      TO TRUE.
           MOVE     ER-REFERENCE       TO FL-REFERENCE.
           MOVE     WS-LAST-SEQ        TO FL-LAST-SEQ.
           MOVE     WS-NEW-PREV-CHECK  TO FL-LAST-CHECK.
           MOVE     WS-RESEAL-COUNT    TO FL-RESEALED.
           MOVE     WS-FROM-MONTH      TO FL-FROM-MONTH.
           MOVE     WS-TO-MONTH        TO FL-TO-MONTH.
           WRITE    FLAG-REC.
           PERFORM  VARYING WS-FT-SUB FROM 1 BY 1
                     UNTIL  WS-FT-SUB > WS-FT-USED
              MOVE  SPACES TO FLAG-REC
              SET   FL-FILE-REC TO TRUE
              MOVE  WS-FT-NAME(WS-FT-SUB)       TO FL-FILE-NAME
              MOVE  WS-FT-EXAMINED(WS-FT-SUB)   TO FL-EXAMINED
              MOVE  WS-FT-MATCHED(WS-FT-SUB)    TO FL-MATCHED
              MOVE  WS-FT-OCCURS(WS-FT-SUB)     TO FL-OCCURS
              MOVE  WS-FT-CHANGED-SW(WS-FT-SUB) TO FL-CHANGED
              WRITE FLAG-REC
           END-PERFORM.
           CLOSE    FLAG-FILE.
           SET      WS-FLAG-SET TO TRUE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6500-WRITE-BACK-TRAIL THRU 6500-EXIT
      *  Rewrites every trail file that changed, whole, from
      *  ERASSRTD; files with nothing to change are left alone. The
      *  anchor is then moved to the re-sealed end of the chain and
      *  the marker cleared. Writing a file again from ERASSRTD is
      *  harmless, which is what lets a rerun simply do it all
      *  again. A file that cannot be opened or written stops the
      *  write-back with the anchor unmoved and the marker still
      *  set, so the rerun does exactly that.
      *----------------------------------------------------------------*
       6500-WRITE-BACK-TRAIL.
           OPEN     INPUT SRTD-FILE.
           IF       WS-SRTD-STATUS NOT = '00'
                    MOVE 'ERASSRTD CANNOT BE READ - TRAIL NOT WRITTEN'
                                          TO WS-REFUSE-REASON
                    SET  WS-REFUSED TO TRUE
                    GO TO 6500-EXIT
           END-IF.
           MOVE     ZERO TO WS-FT-CUR.
           MOVE     'N'  TO WS-EOF-SW.
           PERFORM  6600-WRITE-BACK-ONE-REC THRU 6600-EXIT
                    UNTIL WS-EOF.
           IF       WS-TRAIL-OPEN
                    CLOSE TRAIL-FILE
                    MOVE  'N' TO WS-TRAIL-OPEN-SW
           END-IF.
           CLOSE    SRTD-FILE.
           IF       WS-REFUSED
                    GO TO 6500-EXIT
           END-IF.
           PERFORM  6700-UPDATE-ANCHOR THRU 6700-EXIT.
           OPEN     OUTPUT FLAG-FILE.
           CLOSE    FLAG-FILE.
           MOVE     'N' TO WS-FLAG-SET-SW.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6600-WRITE-BACK-ONE-REC.
           READ     SRTD-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 6600-EXIT
           END-READ.
           IF       SD-FILE-IDX NOT = WS-FT-CUR
                    IF   WS-TRAIL-OPEN
                         CLOSE TRAIL-FILE
                         MOVE  'N' TO WS-TRAIL-OPEN-SW
                    END-IF
                    MOVE SD-FILE-IDX TO WS-FT-CUR
                    IF   WS-FT-CHANGED(WS-FT-CUR)
                         MOVE WS-FT-NAME(WS-FT-CUR)
                                          TO WS-TRAIL-FILE-NAME
                         OPEN OUTPUT TRAIL-FILE
                         IF   WS-TRAIL-STATUS NOT = '00'
                              PERFORM 6650-TRAIL-NOT-WRITTEN
                                 THRU 6650-EXIT
                              GO TO 6600-EXIT
                         END-IF
                         SET  WS-TRAIL-OPEN TO TRUE
                    END-IF
           END-IF.
           IF       WS-FT-CHANGED(WS-FT-CUR)
                    MOVE SD-RECORD TO TRAIL-FILE-REC
                    WRITE TRAIL-FILE-REC
                    IF   WS-TRAIL-STATUS NOT = '00'
                         PERFORM 6650-TRAIL-NOT-WRITTEN THRU 6650-EXIT
                    END-IF
           END-IF.
       6600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6650-TRAIL-NOT-WRITTEN THRU 6650-EXIT
      *  Stops the write-back at the trail file that failed.
      *----------------------------------------------------------------*
       6650-TRAIL-NOT-WRITTEN.
           MOVE     WS-TRAIL-FILE-NAME TO WS-FAILED-STORE.
           MOVE     WS-TRAIL-STATUS    TO WS-FAILED-STATUS.
           PERFORM  6900-STORE-NOT-WRITTEN THRU 6900-EXIT.
           SET      WS-EOF TO TRUE.
       6650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6700-UPDATE-ANCHOR THRU 6700-EXIT
      *  The anchor's last check becomes the re-sealed one; its
      *  archive months are kept. An anchor left behind the trail
      *  is brought up to the trail's end, as AUDTWRT would.
      *----------------------------------------------------------------*
       6700-UPDATE-ANCHOR.
           IF       WS-LAST-SEQ = ZERO
                    GO TO 6700-EXIT
           END-IF.
           MOVE     SPACES TO ACH-RECORD.
           OPEN     INPUT CHAIN-FILE.
           IF       WS-CHAIN-STATUS = '00'
                    READ CHAIN-FILE
                        AT END
                             MOVE SPACES TO ACH-RECORD
                    END-READ
                    CLOSE CHAIN-FILE
           END-IF.
           IF       ACH-FIRST-ARCH NOT NUMERIC
                    OR ACH-LAST-ARCH NOT NUMERIC
                    MOVE ZERO TO ACH-FIRST-ARCH ACH-LAST-ARCH
           END-IF.
           MOVE     WS-LAST-SEQ       TO ACH-LAST-SEQ.
           MOVE     WS-NEW-PREV-CHECK TO ACH-LAST-CHECK.
           ACCEPT   WS-CUR-TIME FROM TIME.
           STRING   WS-CUR-DATE    DELIMITED BY SIZE
                    WS-CUR-TIME    DELIMITED BY SIZE
                    INTO ACH-UPDATED.
           OPEN     OUTPUT CHAIN-FILE.
           WRITE    ACH-RECORD.
           CLOSE    CHAIN-FILE.
       6700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6900-STORE-NOT-WRITTEN THRU 6900-EXIT
      *  A store named in WS-FAILED-STORE could not be written. The
      *  erasure is marked not performed, so the certificate never
      *  calls it complete, and a rerun of the request finishes it.
      *----------------------------------------------------------------*
       6900-STORE-NOT-WRITTEN.
           MOVE     SPACES TO WS-REFUSE-REASON.
           STRING   WS-FAILED-STORE      DELIMITED BY SPACE
                    ' COULD NOT BE WRITTEN, STATUS '
                                         DELIMITED BY SIZE
                    WS-FAILED-STATUS     DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON.
           SET      WS-REFUSED      TO TRUE.
           SET      WS-WRITE-FAILED TO TRUE.
       6900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REDACT-AUDITIDX THRU 7000-EXIT
      *  Redacts the inquiry file in place. Its keys, the requestId
      *  and timestamp, never hold the value.
      *----------------------------------------------------------------*
       7000-REDACT-AUDITIDX.
           OPEN     I-O AUDIX-FILE.
           IF       WS-AUDIX-STATUS NOT = '00'
                    GO TO 7000-EXIT
           END-IF.
           SET      WS-IX-PRESENT TO TRUE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  7100-REDACT-ONE-AUDIX THRU 7100-EXIT
                    UNTIL WS-EOF.
           CLOSE    AUDIX-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-REDACT-ONE-AUDIX.
           READ     AUDIX-FILE NEXT
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 7100-EXIT
           END-READ.
           ADD      1 TO WS-IX-EXAMINED.
           MOVE     AUDIX-FILE-REC TO AUD-RECORD.
           MOVE     ZERO TO WS-REC-OCCURS.
           MOVE     AUD-INPUT-TEXT TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-INPUT-TEXT TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AI-INPUT-TEXT
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           MOVE     AUD-RESPONSE TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-RESPONSE TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AI-RESPONSE
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           IF       WS-REC-OCCURS > ZERO
                    ADD  1 TO WS-IX-MATCHED WS-TOTAL-MATCHED
                    ADD  WS-REC-OCCURS TO WS-IX-OCCURS
                    REWRITE AUDIX-FILE-REC
                        INVALID KEY
                             CONTINUE
                    END-REWRITE
                    IF   WS-AUDIX-STATUS(1:1) NOT = '0'
                         MOVE 'AUDITIDX'      TO WS-FAILED-STORE
                         MOVE WS-AUDIX-STATUS TO WS-FAILED-STATUS
                         PERFORM 6900-STORE-NOT-WRITTEN THRU 6900-EXIT
                         SET  WS-EOF TO TRUE
                    END-IF
           END-IF.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7800-REDACT-AUDITBAD THRU 7800-EXIT
      *  Redacts the run trails hellobat quarantined because their
      *  chain did not prove. They are outside AUDITLOG's chain and
      *  their own is already broken, so each record is rewritten
      *  in place without re-sealing.
      *----------------------------------------------------------------*
       7800-REDACT-AUDITBAD.
           OPEN     I-O QRN-FILE.
           IF       WS-QRN-STATUS NOT = '00'
                    GO TO 7800-EXIT
           END-IF.
           SET      WS-QB-PRESENT TO TRUE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  7900-REDACT-ONE-QRN THRU 7900-EXIT
                    UNTIL WS-EOF.
           CLOSE    QRN-FILE.
       7800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7900-REDACT-ONE-QRN.
           READ     QRN-FILE INTO AUD-RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 7900-EXIT
           END-READ.
           ADD      1 TO WS-QB-EXAMINED.
           MOVE     ZERO TO WS-REC-OCCURS.
           MOVE     AUD-INPUT-TEXT TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-INPUT-TEXT TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AUD-INPUT-TEXT
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           MOVE     AUD-RESPONSE TO WS-RD-TEXT.
           MOVE     LENGTH OF AUD-RESPONSE TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    MOVE WS-RD-TEXT(1:WS-RD-LEN) TO AUD-RESPONSE
                    ADD  WS-RD-OCCURS TO WS-REC-OCCURS
           END-IF.
           IF       WS-REC-OCCURS > ZERO
                    ADD  1 TO WS-QB-MATCHED WS-TOTAL-MATCHED
                    ADD  WS-REC-OCCURS TO WS-QB-OCCURS
                    REWRITE QRN-REC FROM AUD-RECORD
                    IF   WS-QRN-STATUS NOT = '00'
                         MOVE 'AUDITBAD'      TO WS-FAILED-STORE
                         MOVE WS-QRN-STATUS   TO WS-FAILED-STATUS
                         PERFORM 6900-STORE-NOT-WRITTEN THRU 6900-EXIT
                         SET  WS-EOF TO TRUE
                    END-IF
           END-IF.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7500-REDACT-DUPDB THRU 7500-EXIT
      *  The input text is part of each DUPDB key, so a key holding
      *  the value cannot be rewritten in place. The keys are
      *  gathered on ERASDUPW first, then each redacted key is
      *  written before the original is deleted: a stop in between
      *  leaves the original to be found again on a rerun. Where the
      *  redacted key is already there the two are merged into it.
      *----------------------------------------------------------------*
       7500-REDACT-DUPDB.
           OPEN     I-O DUP-DB.
           IF       WS-DUPDB-STATUS NOT = '00'
                    GO TO 7500-EXIT
           END-IF.
           SET      WS-DB-PRESENT TO TRUE.
           OPEN     OUTPUT DUPW-FILE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  7600-COLLECT-ONE-KEY THRU 7600-EXIT
                    UNTIL WS-EOF.
           CLOSE    DUPW-FILE.
           OPEN     INPUT DUPW-FILE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  7700-REPLACE-ONE-KEY THRU 7700-EXIT
                    UNTIL WS-EOF.
           CLOSE    DUPW-FILE.
           CLOSE    DUP-DB.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7600-COLLECT-ONE-KEY.
           READ     DUP-DB NEXT
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 7600-EXIT
           END-READ.
           ADD      1 TO WS-DB-EXAMINED.
           MOVE     DB-INPUT-TEXT TO WS-RD-TEXT.
           MOVE     LENGTH OF DB-INPUT-TEXT TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           IF       WS-RD-OCCURS > ZERO
                    ADD  1 TO WS-DB-MATCHED WS-TOTAL-MATCHED
                    ADD  WS-RD-OCCURS TO WS-DB-OCCURS
                    MOVE DUP-DB-REC TO DUPW-REC
                    WRITE DUPW-REC
           END-IF.
       7600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7700-REPLACE-ONE-KEY.
           READ     DUPW-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 7700-EXIT
           END-READ.
           MOVE     DW-INPUT-TEXT TO WS-RD-TEXT.
           MOVE     LENGTH OF DW-INPUT-TEXT TO WS-RD-LEN.
           PERFORM  8500-REDACT-TEXT THRU 8500-EXIT.
           MOVE     DW-FEED-DATE   TO DB-FEED-DATE.
           MOVE     WS-RD-TEXT(1:WS-RD-LEN) TO DB-INPUT-TEXT.
           MOVE     DW-ORIG-REQ-ID TO DB-ORIG-REQ-ID.
           WRITE    DUP-DB-REC
               INVALID KEY
                    ADD  1 TO WS-DB-MERGED
           END-WRITE.
           IF       WS-DUPDB-STATUS(1:1) NOT = '0'
                    AND WS-DUPDB-STATUS NOT = '22'
                    PERFORM 7750-DUPDB-NOT-WRITTEN THRU 7750-EXIT
                    GO TO 7700-EXIT
           END-IF.
           MOVE     DW-FEED-DATE   TO DB-FEED-DATE.
           MOVE     DW-INPUT-TEXT  TO DB-INPUT-TEXT.
           DELETE   DUP-DB
               INVALID KEY
                    CONTINUE
           END-DELETE.
           IF       WS-DUPDB-STATUS(1:1) NOT = '0'
                    AND WS-DUPDB-STATUS NOT = '23'
                    PERFORM 7750-DUPDB-NOT-WRITTEN THRU 7750-EXIT
           END-IF.
       7700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7750-DUPDB-NOT-WRITTEN THRU 7750-EXIT
      *  Stops the DUPDB pass at the record that failed.
      *----------------------------------------------------------------*
       7750-DUPDB-NOT-WRITTEN.
           MOVE     'DUPDB'         TO WS-FAILED-STORE.
           MOVE     WS-DUPDB-STATUS TO WS-FAILED-STATUS.
           PERFORM  6900-STORE-NOT-WRITTEN THRU 6900-EXIT.
           SET      WS-EOF TO TRUE.
       7750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-RECORD-FINDING THRU 8000-EXIT
      *  One break in the chain, at the trail file and record the
      *  sort record in hand came from. Any break stops the erasure.
      *----------------------------------------------------------------*
       8000-RECORD-FINDING.
           PERFORM  8100-FINDING-HEADING THRU 8100-EXIT.
           MOVE     SRT-SEQ    TO WS-EDIT-SEQ.
           MOVE     SRT-REC-NO TO WS-EDIT-REC-NO.
           MOVE     SPACES TO CERT-LINE.
           STRING   WS-FINDING-TEXT     DELIMITED BY SIZE
                    WS-EDIT-SEQ         DELIMITED BY SIZE
                    '  '                DELIMITED BY SIZE
                    WS-FT-NAME(SRT-FILE-IDX)
                                        DELIMITED BY SIZE
                    ' REC '             DELIMITED BY SIZE
                    WS-EDIT-REC-NO      DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-FINDING-HEADING.
           ADD      1 TO WS-FINDING-COUNT.
           SET      WS-BROKEN TO TRUE.
           IF       WS-FINDING-HDR-DONE
                    GO TO 8100-EXIT
           END-IF.
           SET      WS-FINDING-HDR-DONE TO TRUE.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'AUDIT TRAIL CHAIN BREAKS'   DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8200-RECORD-GAP-FINDING THRU 8200-EXIT
      *----------------------------------------------------------------*
       8200-RECORD-GAP-FINDING.
           PERFORM  8100-FINDING-HEADING THRU 8100-EXIT.
           MOVE     SPACES TO CERT-LINE.
           STRING   WS-FINDING-TEXT     DELIMITED BY SIZE
                    WS-EDIT-SEQ         DELIMITED BY SIZE
                    ' TO '              DELIMITED BY SIZE
                    WS-EDIT-SEQ-2       DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8500-REDACT-TEXT THRU 8500-EXIT
      *  Overwrites every occurrence of the value in
      *  WS-RD-TEXT(1:WS-RD-LEN), compared in upper case, and then
      *  of its escaped form, leaving the count in WS-RD-OCCURS.
      *----------------------------------------------------------------*
       8500-REDACT-TEXT.
           MOVE     ZERO TO WS-RD-OCCURS.
           MOVE     FUNCTION UPPER-CASE(WS-RD-TEXT) TO WS-RD-UPPER.
           MOVE     WS-VALUE-UPPER TO WS-SRCH-TEXT.
           MOVE     WS-VALUE-LEN   TO WS-SRCH-LEN.
           MOVE     1 TO WS-RD-POS.
           PERFORM  8600-REDACT-NEXT THRU 8600-EXIT
                    UNTIL WS-RD-POS > WS-RD-LEN.
           IF       WS-ESC-DIFFERS
                    MOVE WS-ESC-UPPER TO WS-SRCH-TEXT
                    MOVE WS-ESC-LEN   TO WS-SRCH-LEN
                    MOVE 1 TO WS-RD-POS
                    PERFORM 8600-REDACT-NEXT THRU 8600-EXIT
                             UNTIL WS-RD-POS > WS-RD-LEN
           END-IF.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8600-REDACT-NEXT.
           IF       WS-RD-POS + WS-SRCH-LEN - 1 > WS-RD-LEN
                    COMPUTE WS-RD-POS = WS-RD-LEN + 1
                    GO TO 8600-EXIT
           END-IF.
           MOVE     ZERO TO WS-RD-TALLY.
           INSPECT  WS-RD-UPPER(WS-RD-POS:WS-RD-LEN - WS-RD-POS + 1)
                    TALLYING WS-RD-TALLY FOR CHARACTERS
                    BEFORE INITIAL WS-SRCH-TEXT(1:WS-SRCH-LEN).
           COMPUTE  WS-RD-START = WS-RD-POS + WS-RD-TALLY.
           IF       WS-RD-START + WS-SRCH-LEN - 1 > WS-RD-LEN
                    COMPUTE WS-RD-POS = WS-RD-LEN + 1
                    GO TO 8600-EXIT
           END-IF.
           ADD      1 TO WS-RD-OCCURS.
           MOVE     ALL '*' TO WS-RD-TEXT(WS-RD-START:WS-SRCH-LEN)
                               WS-RD-UPPER(WS-RD-START:WS-SRCH-LEN).
           COMPUTE  WS-RD-POS = WS-RD-START + WS-SRCH-LEN.
       8600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  The rest of the certificate: each store searched with the
      *  records examined, the records holding the value and its
      *  occurrences (redacted unless the erasure was not
      *  performed), the chain, the stores this job does not reach,
      *  and the verdict.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-FT-USED > ZERO
                    OR WS-IX-PRESENT
                    OR WS-DB-PRESENT
                    OR WS-QB-PRESENT
                    PERFORM 9100-WRITE-STORES THRU 9100-EXIT
           END-IF.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'NOT SEARCHED: SUSPENSE, SUSCHLG, DUPFILE, OUTFILE'
                    ' AND THE FEED FILES'       DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   '              AUDITRUN.<FEED> OF FEEDS NOT ON '
                    'FEEDMAN'                   DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           EVALUATE TRUE
              WHEN  WS-REFUSED
                    STRING '** ERASURE NOT PERFORMED **'
                                                DELIMITED BY SIZE
                           INTO CERT-LINE
                    WRITE CERT-LINE
                    MOVE SPACES TO CERT-LINE
                    STRING '** '                DELIMITED BY SIZE
                           WS-REFUSE-REASON     DELIMITED BY SIZE
                           INTO CERT-LINE
                    WRITE CERT-LINE
                    MOVE SPACES TO CERT-LINE
                    EVALUATE TRUE
                       WHEN WS-FLAG-SET
                            STRING '** THE TRAIL WRITE-BACK IS '
                                'UNFINISHED; ERASFLAG IS STILL SET **'
                                                DELIMITED BY SIZE
                                INTO CERT-LINE
                       WHEN WS-WRITE-FAILED
                            STRING '** STORES MAY BE PART REDACTED; '
                                'RERUN THIS REQUEST TO FINISH **'
                                                DELIMITED BY SIZE
                                INTO CERT-LINE
                       WHEN OTHER
                            STRING '** NO STORE HAS BEEN CHANGED **'
                                                DELIMITED BY SIZE
                                INTO CERT-LINE
                    END-EVALUATE
              WHEN  WS-TOTAL-MATCHED = ZERO
                    STRING 'VALUE NOT FOUND IN ANY STORE SEARCHED - '
                           'NOTHING CHANGED'    DELIMITED BY SIZE
                           INTO CERT-LINE
              WHEN  OTHER
                    MOVE WS-TOTAL-MATCHED TO WS-EDIT-COUNT
                    STRING 'RECORDS REDACTED........... '
                                                DELIMITED BY SIZE
                           WS-EDIT-COUNT        DELIMITED BY SIZE
                           INTO CERT-LINE
                    WRITE CERT-LINE
                    MOVE SPACES TO CERT-LINE
                    STRING 'ERASURE COMPLETE - THE VALUE NO LONGER '
                           'APPEARS IN ANY STORE SEARCHED'
                                                DELIMITED BY SIZE
                           INTO CERT-LINE
           END-EVALUATE.
           WRITE    CERT-LINE.
           IF       WS-RESTART
                    AND NOT WS-REFUSED
                    MOVE SPACES TO CERT-LINE
                    STRING '(TRAIL WRITE-BACK COMPLETED ON RERUN; '
                           'TRAIL COUNTS FROM THE FIRST RUN)'
                                                DELIMITED BY SIZE
                           INTO CERT-LINE
                    WRITE CERT-LINE
           END-IF.
           CLOSE    CERT-FILE.
           MOVE     WS-TOTAL-MATCHED TO WS-EDIT-COUNT.
           DISPLAY  'DSERASE -- records holding value. ' WS-EDIT-COUNT.
           MOVE     WS-RESEAL-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'DSERASE -- records re-sealed..... ' WS-EDIT-COUNT.
           IF       WS-REFUSED
                    DISPLAY 'DSERASE -- erasure not performed: '
                            WS-REFUSE-REASON
           END-IF.
           DISPLAY  'DSERASE -- certificate written to ERASCERT'.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9100-WRITE-STORES THRU 9100-EXIT
      *----------------------------------------------------------------*
       9100-WRITE-STORES.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   'STORE             EXAMINED  WITH VALUE '
                    'OCCURRENCES'               DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           PERFORM  VARYING WS-FT-SUB FROM 1 BY 1
                     UNTIL  WS-FT-SUB > WS-FT-USED
              MOVE  WS-FT-NAME(WS-FT-SUB)     TO WS-STORE-NAME
              MOVE  WS-FT-EXAMINED(WS-FT-SUB) TO WS-EDIT-COUNT
              MOVE  WS-FT-MATCHED(WS-FT-SUB)  TO WS-EDIT-COUNT-2
              MOVE  WS-FT-OCCURS(WS-FT-SUB)   TO WS-EDIT-COUNT-3
              PERFORM 9200-WRITE-STORE-LINE THRU 9200-EXIT
           END-PERFORM.
           IF       WS-IX-PRESENT
                    MOVE 'AUDITIDX'       TO WS-STORE-NAME
                    MOVE WS-IX-EXAMINED   TO WS-EDIT-COUNT
                    MOVE WS-IX-MATCHED    TO WS-EDIT-COUNT-2
                    MOVE WS-IX-OCCURS     TO WS-EDIT-COUNT-3
                    PERFORM 9200-WRITE-STORE-LINE THRU 9200-EXIT
           END-IF.
           IF       WS-DB-PRESENT
                    MOVE 'DUPDB'          TO WS-STORE-NAME
                    MOVE WS-DB-EXAMINED   TO WS-EDIT-COUNT
                    MOVE WS-DB-MATCHED    TO WS-EDIT-COUNT-2
                    MOVE WS-DB-OCCURS     TO WS-EDIT-COUNT-3
                    PERFORM 9200-WRITE-STORE-LINE THRU 9200-EXIT
                    IF   WS-DB-MERGED > ZERO
                         MOVE WS-DB-MERGED TO WS-EDIT-COUNT
                         MOVE SPACES TO CERT-LINE
                         STRING 'DUPDB KEYS MERGED.......... '
                                                DELIMITED BY SIZE
                                WS-EDIT-COUNT   DELIMITED BY SIZE
                                INTO CERT-LINE
                         WRITE CERT-LINE
                    END-IF
           END-IF.
           IF       WS-QB-PRESENT
                    MOVE 'AUDITBAD'       TO WS-STORE-NAME
                    MOVE WS-QB-EXAMINED   TO WS-EDIT-COUNT
                    MOVE WS-QB-MATCHED    TO WS-EDIT-COUNT-2
                    MOVE WS-QB-OCCURS     TO WS-EDIT-COUNT-3
                    PERFORM 9200-WRITE-STORE-LINE THRU 9200-EXIT
           END-IF.
           IF       WS-REFUSED
                    GO TO 9100-EXIT
           END-IF.
           MOVE     SPACES TO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     WS-LAST-SEQ TO WS-EDIT-SEQ.
           MOVE     SPACES TO CERT-LINE.
           STRING   'CHAIN PROVED TO SEQUENCE... '  DELIMITED BY SIZE
                    WS-EDIT-SEQ                     DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           MOVE     WS-RESEAL-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO CERT-LINE.
           STRING   'RECORDS RE-SEALED.......... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
           IF       WS-TRAIL-CHANGED
                    AND WS-LAST-SEQ > ZERO
                    MOVE SPACES TO CERT-LINE
                    STRING 'AUDCHAIN LAST CHECK........ '
                                                DELIMITED BY SIZE
                           WS-NEW-PREV-CHECK    DELIMITED BY SIZE
                           INTO CERT-LINE
                    WRITE CERT-LINE
           END-IF.
       9100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9200-WRITE-STORE-LINE.
           MOVE     SPACES TO CERT-LINE.
           STRING   WS-STORE-NAME       DELIMITED BY SIZE
                    '  '                DELIMITED BY SIZE
                    WS-EDIT-COUNT       DELIMITED BY SIZE
                    ' '                 DELIMITED BY SIZE
                    WS-EDIT-COUNT-2     DELIMITED BY SIZE
                    ' '                 DELIMITED BY SIZE
                    WS-EDIT-COUNT-3     DELIMITED BY SIZE
                    INTO CERT-LINE.
           WRITE    CERT-LINE.
       9200-EXIT.
           EXIT.
