      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  CHGBACK -- monthly chargeback over the hello audit trail.
      *             Counts each source system's invocations for the
      *             billing month from the lineage the audit record
      *             carries -- the month's AUDARCH<yyyymm> archive
      *             plus whatever is still on AUDITLOG -- splits them
      *             into success and non-success statusCodes, and
      *             prices each side from the BILLRATE rate table
      *             RATEMNT maintains. Writes one INVFILE invoice
      *             record per sender for finance to load and a
      *             printed BILLSTMT statement per sender. The
      *             billing month comes from the one-record BILLPARM
      *             file (YYYYMM); without it the month before the
      *             run month is billed. The success code comes from
      *             the same HELCFG record HELCORE reads. Records
      *             with no source system (written before the trail
      *             carried lineage) and senders with no rate on
      *             BILLRATE are counted and reported, never billed:
      *             either one ends RETURN-CODE 4 so someone looks.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CHGBACK.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original monthly source-system chargeback.
      *  2026-10-15  HELCFG now holds dated versions; the success code
      *              is taken from the version in force on the last
      *              day of the billing month.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ARCH-FILE        ASSIGN TO DYNAMIC
                                               WS-ARCH-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-ARCH-STATUS.
           SELECT  AUDIT-FILE       ASSIGN TO "AUDITLOG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
           SELECT  CONFIG-FILE      ASSIGN TO "HELCFG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CFG-STATUS.
           SELECT  PARM-FILE        ASSIGN TO "BILLPARM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  RATE-FILE        ASSIGN TO "BILLRATE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RATE-STATUS.
           SELECT  INV-FILE         ASSIGN TO "INVFILE"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  STMT-FILE        ASSIGN TO "BILLSTMT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ARCH-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==ARCH-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==AR-TIMESTAMP==,
                ==AUD-REQUEST-ID==  BY ==AR-REQUEST-ID==,
                ==AUD-INPUT-LEN==   BY ==AR-INPUT-LEN==,
                ==AUD-STATUS-CODE== BY ==AR-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AR-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AR-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AR-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AR-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AR-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AR-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AR-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AR-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AR-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AR-CHAIN-CHECK==.
       FD  AUDIT-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==AUDIT-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==AF-TIMESTAMP==,
                ==AUD-REQUEST-ID==  BY ==AF-REQUEST-ID==,
                ==AUD-INPUT-LEN==   BY ==AF-INPUT-LEN==,
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
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC          PIC  X(211).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-BILL-YYYYMM     PIC  X(006).
       FD  RATE-FILE.
           COPY RATEREC.
       FD  INV-FILE.
           COPY INVREC.
       FD  STMT-FILE.
       01  STMT-LINE                PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-ARCH-STATUS           PIC  X(002).
       01  WS-AUDIT-STATUS          PIC  X(002).
       01  WS-CFG-STATUS            PIC  X(002).
       01  WS-CFG-EOF-SW            PIC  X(001)    VALUE 'N'.
           88  WS-CFG-EOF                          VALUE 'Y'.
       01  WS-CFG-FOUND-SW          PIC  X(001)    VALUE 'N'.
           88  WS-CFG-FOUND                        VALUE 'Y'.
       01  WS-CFG-WANT-DATE         PIC  9(008).
       01  WS-CFG-VER-DATE          PIC  9(008).
       01  WS-CFG-BEST-DATE         PIC  9(008)    VALUE ZERO.
       01  WS-CFG-BEST-CODE         PIC  X(003).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-RATE-STATUS           PIC  X(002).
       01  WS-SUCCESS-CODE          PIC  9(003)    VALUE 200.
       01  WS-ARCH-FILE-NAME        PIC  X(013).
      *----------------------------------------------------------------*
      *  The billing month, defaulted to the month before the run
      *  month.
      *----------------------------------------------------------------*
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05  WS-CUR-YYYY          PIC  9(004).
           05  WS-CUR-MM            PIC  9(002).
           05  WS-CUR-DD            PIC  9(002).
       01  WS-BILL-YYYYMM           PIC  9(006).
       01  WS-BILL-YYYYMM-X REDEFINES WS-BILL-YYYYMM
                                    PIC  X(006).
       01  WS-WORK-YYYY             PIC S9(004)    COMP.
       01  WS-WORK-MM               PIC S9(004)    COMP.
      *----------------------------------------------------------------*
      *  The rate table as loaded from BILLRATE. A file larger than
      *  the table is a hard error: billing from a partial table
      *  would silently leave senders unbilled.
      *----------------------------------------------------------------*
       01  WS-RATE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-RATE-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-RATE-OVERFLOW                    VALUE 'Y'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY   OCCURS 100 TIMES
                                INDEXED BY WS-RATE-IDX.
               10  WS-RATE-SOURCE   PIC  X(008).
               10  WS-RATE-SUCC     PIC  9(003)V9(004).
               10  WS-RATE-OTHER    PIC  9(003)V9(004).
      *----------------------------------------------------------------*
      *  One accumulation bucket per sender seen in the month, kept
      *  in source-system order so the statements come out sorted.
      *----------------------------------------------------------------*
       01  WS-SRC-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY    OCCURS 100 TIMES
                                INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SYS       PIC  X(008).
               10  WS-SRC-SUCC      PIC  9(009)    COMP.
               10  WS-SRC-OTHER     PIC  9(009)    COMP.
       01  WS-HIT-SRC               PIC  9(003)    COMP.
       01  WS-SUB                   PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  The record in hand, copied from whichever file it came off.
      *----------------------------------------------------------------*
       01  WS-REC-YYYYMM            PIC  X(006).
       01  WS-REC-SOURCE-SYS        PIC  X(008).
       01  WS-REC-STATUS-CODE       PIC  9(003).
      *----------------------------------------------------------------*
      *  Run counters and billed totals for the closing summary.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-MONTH-COUNT           PIC  9(009)    COMP VALUE ZERO.
       01  WS-UNATTRIB-COUNT        PIC  9(009)    COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC  9(009)    COMP VALUE ZERO.
       01  WS-UNPRICED-COUNT        PIC  9(009)    COMP VALUE ZERO.
       01  WS-UNPRICED-SRCS         PIC  9(005)    COMP VALUE ZERO.
       01  WS-INV-COUNT             PIC  9(005)    COMP VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC  9(011)V99 VALUE ZERO.
       01  WS-FIRST-STMT-SW         PIC  X(001)    VALUE 'Y'.
           88  WS-FIRST-STMT                        VALUE 'Y'.
      *----------------------------------------------------------------*
      *  Statement line formatting.
      *----------------------------------------------------------------*
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE             PIC  ZZ9.9999.
       01  WS-EDIT-AMOUNT           PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-GRAND            PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      WS-RATE-OVERFLOW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM 2000-SCAN-ARCHIVE  THRU 2000-EXIT.
           PERFORM 3000-SCAN-AUDITLOG THRU 3000-EXIT.
           PERFORM 6000-BILL-SENDERS  THRU 6000-EXIT.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Resolves the billing month, picks up the configured
      *  success code the way RPTEXCPT does, from the version in
      *  force at the end of that month, and loads the rate table.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE     WS-CUR-YYYY TO WS-WORK-YYYY.
           MOVE     WS-CUR-MM   TO WS-WORK-MM.
           IF       WS-WORK-MM = 1
                    SUBTRACT 1  FROM WS-WORK-YYYY
                    MOVE     12 TO   WS-WORK-MM
           ELSE
                    SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
           COMPUTE  WS-BILL-YYYYMM =
                    WS-WORK-YYYY * 100 + WS-WORK-MM.
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS = '00'
                    READ     PARM-FILE
                        AT END
                             CONTINUE
                        NOT AT END
                             IF   PARM-BILL-YYYYMM NUMERIC
                                  MOVE PARM-BILL-YYYYMM
                                                 TO WS-BILL-YYYYMM
                             END-IF
                    END-READ
                    CLOSE    PARM-FILE
           END-IF.
      *    The report date is the last day of the billing month, or
      *    today while that month is still running.
           COMPUTE  WS-WORK-YYYY = WS-BILL-YYYYMM / 100.
           COMPUTE  WS-WORK-MM   =
                    WS-BILL-YYYYMM - WS-WORK-YYYY * 100 + 1.
           IF       WS-WORK-MM > 12
                    ADD  1 TO WS-WORK-YYYY
                    MOVE 1 TO WS-WORK-MM
           END-IF.
           COMPUTE  WS-CFG-WANT-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-WORK-YYYY * 10000
                                 + WS-WORK-MM * 100 + 1) - 1).
           IF       WS-CFG-WANT-DATE > WS-CUR-DATE
                    MOVE WS-CUR-DATE TO WS-CFG-WANT-DATE
           END-IF.
           PERFORM  1050-READ-SUCCESS-CODE THRU 1050-EXIT.
           PERFORM  1100-LOAD-RATES THRU 1100-EXIT.
           IF       WS-RATE-OVERFLOW
                    DISPLAY 'CHGBACK -- BILLRATE holds more than 100 '
                            'rates; nothing billed'
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1050-READ-SUCCESS-CODE THRU 1050-EXIT
      *  Reads the HELCFG versions for the success code in force on
      *  the report date.
      *----------------------------------------------------------------*
       1050-READ-SUCCESS-CODE.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 1060-READ-CFG-VERSION THRU 1060-EXIT
                             UNTIL WS-CFG-EOF
                    CLOSE    CONFIG-FILE
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-BEST-CODE NUMERIC
                    MOVE WS-CFG-BEST-CODE TO WS-SUCCESS-CODE
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1060-READ-CFG-VERSION THRU 1060-EXIT
      *  Keeps the latest version dated on or before the report
      *  date; a record with no effective date is in force from the
      *  start.
      *----------------------------------------------------------------*
       1060-READ-CFG-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-CFG-EOF TO TRUE
                    GO TO 1060-EXIT
           END-READ.
           IF       CONFIG-FILE-REC(204:8) NUMERIC
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           ELSE
                    MOVE ZERO TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-VER-DATE > WS-CFG-WANT-DATE
                    GO TO 1060-EXIT
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-VER-DATE < WS-CFG-BEST-DATE
                    GO TO 1060-EXIT
           END-IF.
           SET      WS-CFG-FOUND TO TRUE.
           MOVE     WS-CFG-VER-DATE       TO WS-CFG-BEST-DATE.
           MOVE     CONFIG-FILE-REC(81:3) TO WS-CFG-BEST-CODE.
       1060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-LOAD-RATES THRU 1100-EXIT
      *  An absent BILLRATE is not an error in itself: every sender
      *  then reports as unpriced, which the run flags.
      *----------------------------------------------------------------*
       1100-LOAD-RATES.
           OPEN     INPUT RATE-FILE.
           IF       WS-RATE-STATUS NOT = '00'
                    DISPLAY 'CHGBACK -- cannot open BILLRATE, status '
                            WS-RATE-STATUS
                    GO TO 1100-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1150-LOAD-ONE-RATE THRU 1150-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    RATE-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LOAD-ONE-RATE.
           READ     RATE-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   WS-RATE-USED < 100
                         ADD  1 TO WS-RATE-USED
                         MOVE RATE-SOURCE-SYS
                                    TO WS-RATE-SOURCE(WS-RATE-USED)
                         MOVE RATE-SUCCESS-RATE
                                    TO WS-RATE-SUCC(WS-RATE-USED)
                         MOVE RATE-OTHER-RATE
                                    TO WS-RATE-OTHER(WS-RATE-USED)
                    ELSE
                         SET  WS-RATE-OVERFLOW TO TRUE
                    END-IF
           END-READ.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-SCAN-ARCHIVE THRU 2000-EXIT
      *  The billing month's AUDARCH file; when AUDTARCH has not
      *  moved the month yet there is none, and AUDITLOG carries
      *  the whole month instead.
      *----------------------------------------------------------------*
       2000-SCAN-ARCHIVE.
           MOVE     SPACES TO WS-ARCH-FILE-NAME.
           STRING   'AUDARCH'                     DELIMITED BY SIZE
                    WS-BILL-YYYYMM                DELIMITED BY SIZE
                    INTO WS-ARCH-FILE-NAME.
           OPEN     INPUT ARCH-FILE.
           IF       WS-ARCH-STATUS NOT = '00'
                    GO TO 2000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  2100-ROLL-ONE-ARCH-REC THRU 2100-EXIT
                    UNTIL WS-EOF.
           CLOSE    ARCH-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ROLL-ONE-ARCH-REC.
           READ     ARCH-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    MOVE AR-TIMESTAMP(1:6) TO WS-REC-YYYYMM
                    MOVE AR-SOURCE-SYS     TO WS-REC-SOURCE-SYS
                    MOVE AR-STATUS-CODE    TO WS-REC-STATUS-CODE
                    PERFORM 4000-ACCUMULATE-REC THRU 4000-EXIT
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-SCAN-AUDITLOG THRU 3000-EXIT
      *  Whatever of the month AUDTARCH has not archived yet.
      *----------------------------------------------------------------*
       3000-SCAN-AUDITLOG.
           OPEN     INPUT AUDIT-FILE.
           IF       WS-AUDIT-STATUS NOT = '00'
                    DISPLAY 'CHGBACK -- cannot open AUDITLOG, '
                            'status ' WS-AUDIT-STATUS
                    GO TO 3000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  3100-ROLL-ONE-LOG-REC THRU 3100-EXIT
                    UNTIL WS-EOF.
           CLOSE    AUDIT-FILE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-ROLL-ONE-LOG-REC.
           READ     AUDIT-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    MOVE AF-TIMESTAMP(1:6) TO WS-REC-YYYYMM
                    MOVE AF-SOURCE-SYS     TO WS-REC-SOURCE-SYS
                    MOVE AF-STATUS-CODE    TO WS-REC-STATUS-CODE
                    PERFORM 4000-ACCUMULATE-REC THRU 4000-EXIT
           END-READ.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-ACCUMULATE-REC THRU 4000-EXIT
      *  Rolls the record in hand into its sender's bucket. Records
      *  outside the billing month fall through; a record with no
      *  source system predates the lineage fields and cannot be
      *  billed to anyone.
      *----------------------------------------------------------------*
       4000-ACCUMULATE-REC.
           ADD      1 TO WS-READ-COUNT.
           IF       WS-REC-YYYYMM NOT = WS-BILL-YYYYMM-X
                    GO TO 4000-EXIT
           END-IF.
           ADD      1 TO WS-MONTH-COUNT.
           IF       WS-REC-SOURCE-SYS = SPACES
                    ADD  1 TO WS-UNATTRIB-COUNT
                    GO TO 4000-EXIT
           END-IF.
           PERFORM  4100-FIND-SENDER THRU 4100-EXIT.
           IF       WS-HIT-SRC = 0
                    ADD  1 TO WS-OVERFLOW-COUNT
                    GO TO 4000-EXIT
           END-IF.
           IF       WS-REC-STATUS-CODE = WS-SUCCESS-CODE
                    ADD  1 TO WS-SRC-SUCC(WS-HIT-SRC)
           ELSE
                    ADD  1 TO WS-SRC-OTHER(WS-HIT-SRC)
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4100-FIND-SENDER THRU 4100-EXIT
      *  Leaves the sender's bucket number in WS-HIT-SRC, opening a
      *  bucket in source-system order the first time a sender is
      *  seen. Zero means the table is full; those invocations are
      *  counted and reported instead of billed.
      *----------------------------------------------------------------*
       4100-FIND-SENDER.
           MOVE     ZERO TO WS-HIT-SRC.
           PERFORM  VARYING WS-SUB FROM 1 BY 1
                     UNTIL  WS-SUB > WS-SRC-USED
              IF    WS-SRC-SYS(WS-SUB) >= WS-REC-SOURCE-SYS
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-SUB <= WS-SRC-USED
                    AND WS-SRC-SYS(WS-SUB) = WS-REC-SOURCE-SYS
                    MOVE WS-SUB TO WS-HIT-SRC
                    GO TO 4100-EXIT
           END-IF.
           IF       WS-SRC-USED >= 100
                    GO TO 4100-EXIT
           END-IF.
      *    Open a gap at WS-SUB by moving the later buckets up one.
           PERFORM  VARYING WS-HIT-SRC FROM WS-SRC-USED BY -1
                     UNTIL  WS-HIT-SRC < WS-SUB
              MOVE  WS-SRC-ENTRY(WS-HIT-SRC)
                                   TO WS-SRC-ENTRY(WS-HIT-SRC + 1)
           END-PERFORM.
           ADD      1 TO WS-SRC-USED.
           MOVE     WS-SUB            TO WS-HIT-SRC.
           MOVE     WS-REC-SOURCE-SYS TO WS-SRC-SYS(WS-HIT-SRC).
           MOVE     ZERO              TO WS-SRC-SUCC(WS-HIT-SRC)
                                         WS-SRC-OTHER(WS-HIT-SRC).
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6000-BILL-SENDERS THRU 6000-EXIT
      *  One invoice record and one statement per sender that has a
      *  rate; a sender without one is named on the job log so the
      *  rate table can be fixed and the month rerun.
      *----------------------------------------------------------------*
       6000-BILL-SENDERS.
           OPEN     OUTPUT INV-FILE.
           OPEN     OUTPUT STMT-FILE.
           PERFORM  6100-BILL-ONE-SENDER THRU 6100-EXIT
                    VARYING WS-SRC-IDX FROM 1 BY 1
                    UNTIL   WS-SRC-IDX > WS-SRC-USED.
           CLOSE    INV-FILE.
           CLOSE    STMT-FILE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-BILL-ONE-SENDER.
           PERFORM  VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL  WS-RATE-IDX > WS-RATE-USED
              IF    WS-RATE-SOURCE(WS-RATE-IDX) =
                    WS-SRC-SYS(WS-SRC-IDX)
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-RATE-IDX > WS-RATE-USED
                    ADD  1 TO WS-UNPRICED-SRCS
                    COMPUTE WS-UNPRICED-COUNT = WS-UNPRICED-COUNT
                            + WS-SRC-SUCC(WS-SRC-IDX)
                            + WS-SRC-OTHER(WS-SRC-IDX)
                    DISPLAY 'CHGBACK -- no rate on BILLRATE for '
                            WS-SRC-SYS(WS-SRC-IDX) ', not billed'
                    GO TO 6100-EXIT
           END-IF.
           MOVE     SPACES                  TO INV-RECORD.
           STRING   'CB'                         DELIMITED BY SIZE
                    WS-BILL-YYYYMM               DELIMITED BY SIZE
                    WS-SRC-SYS(WS-SRC-IDX)       DELIMITED BY SIZE
                    INTO INV-INVOICE-NO.
           MOVE     WS-BILL-YYYYMM          TO INV-BILL-YYYYMM.
           MOVE     WS-SRC-SYS(WS-SRC-IDX)  TO INV-SOURCE-SYS.
           MOVE     WS-SRC-SUCC(WS-SRC-IDX) TO INV-SUCC-COUNT.
           MOVE     WS-RATE-SUCC(WS-RATE-IDX)
                                            TO INV-SUCC-RATE.
           COMPUTE  INV-SUCC-AMOUNT ROUNDED =
                    WS-SRC-SUCC(WS-SRC-IDX)
                    * WS-RATE-SUCC(WS-RATE-IDX).
           MOVE     WS-SRC-OTHER(WS-SRC-IDX)
                                            TO INV-OTHER-COUNT.
           MOVE     WS-RATE-OTHER(WS-RATE-IDX)
                                            TO INV-OTHER-RATE.
           COMPUTE  INV-OTHER-AMOUNT ROUNDED =
                    WS-SRC-OTHER(WS-SRC-IDX)
                    * WS-RATE-OTHER(WS-RATE-IDX).
           COMPUTE  INV-TOTAL-AMOUNT =
                    INV-SUCC-AMOUNT + INV-OTHER-AMOUNT.
           WRITE    INV-RECORD.
           ADD      1                TO WS-INV-COUNT.
           ADD      INV-TOTAL-AMOUNT TO WS-GRAND-TOTAL.
           PERFORM  7000-WRITE-STATEMENT THRU 7000-EXIT.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-WRITE-STATEMENT THRU 7000-EXIT
      *  The printed statement for the sender in hand, each on its
      *  own page, built from the invoice record just written.
      *----------------------------------------------------------------*
       7000-WRITE-STATEMENT.
           MOVE     SPACES TO STMT-LINE.
           STRING   'HELLO SERVICE CHARGEBACK STATEMENT'
                                                   DELIMITED BY SIZE
                    INTO STMT-LINE.
           IF       WS-FIRST-STMT
                    WRITE STMT-LINE
                    MOVE  'N' TO WS-FIRST-STMT-SW
           ELSE
                    WRITE STMT-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE     SPACES TO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           STRING   'SOURCE SYSTEM.............. ' DELIMITED BY SIZE
                    INV-SOURCE-SYS                 DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           STRING   'BILLING MONTH.............. ' DELIMITED BY SIZE
                    INV-BILL-YYYYMM                DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           STRING   'INVOICE NUMBER............. ' DELIMITED BY SIZE
                    INV-INVOICE-NO                 DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           STRING   '                   INVOCATIONS      RATE'
                                                   DELIMITED BY SIZE
                    '          AMOUNT'             DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     INV-SUCC-COUNT  TO WS-EDIT-COUNT.
           MOVE     INV-SUCC-RATE   TO WS-EDIT-RATE.
           MOVE     INV-SUCC-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE     SPACES TO STMT-LINE.
           STRING   'SUCCESS........ '             DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    '  '                           DELIMITED BY SIZE
                    WS-EDIT-RATE                   DELIMITED BY SIZE
                    '  '                           DELIMITED BY SIZE
                    WS-EDIT-AMOUNT                 DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     INV-OTHER-COUNT  TO WS-EDIT-COUNT.
           MOVE     INV-OTHER-RATE   TO WS-EDIT-RATE.
           MOVE     INV-OTHER-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE     SPACES TO STMT-LINE.
           STRING   'NON-SUCCESS.... '             DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    '  '                           DELIMITED BY SIZE
                    WS-EDIT-RATE                   DELIMITED BY SIZE
                    '  '                           DELIMITED BY SIZE
                    WS-EDIT-AMOUNT                 DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     INV-TOTAL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE     SPACES TO STMT-LINE.
           STRING   'TOTAL DUE..................       '
                                                   DELIMITED BY SIZE
                    '           '                  DELIMITED BY SIZE
                    WS-EDIT-AMOUNT                 DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           WRITE    STMT-LINE.
           MOVE     SPACES TO STMT-LINE.
           STRING   'SUCCESS MEANS STATUS CODE '   DELIMITED BY SIZE
                    WS-SUCCESS-CODE                DELIMITED BY SIZE
                    '; EVERY OTHER CODE IS NON-SUCCESS.'
                                                   DELIMITED BY SIZE
                    INTO STMT-LINE.
           WRITE    STMT-LINE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  The closing summary. Invocations that could not be billed
      *  -- no source system, no rate, or past the sender table --
      *  end the run RETURN-CODE 4 so the month is not closed out
      *  short without someone looking.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY  'CHGBACK -- billing month........ ' WS-BILL-YYYYMM.
           MOVE     WS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CHGBACK -- audit records read... ' WS-EDIT-COUNT.
           MOVE     WS-MONTH-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CHGBACK -- invocations in month. ' WS-EDIT-COUNT.
           MOVE     WS-INV-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CHGBACK -- invoices written..... ' WS-EDIT-COUNT.
           MOVE     WS-GRAND-TOTAL TO WS-EDIT-GRAND.
           DISPLAY  'CHGBACK -- total invoiced....... ' WS-EDIT-GRAND.
           MOVE     WS-UNATTRIB-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CHGBACK -- no source system..... ' WS-EDIT-COUNT.
           MOVE     WS-UNPRICED-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CHGBACK -- sender has no rate... ' WS-EDIT-COUNT.
           IF       WS-OVERFLOW-COUNT > 0
                    MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'CHGBACK -- past sender table.... '
                            WS-EDIT-COUNT
           END-IF.
           IF       WS-UNATTRIB-COUNT > 0
                    OR WS-UNPRICED-COUNT > 0
                    OR WS-OVERFLOW-COUNT > 0
                    MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
