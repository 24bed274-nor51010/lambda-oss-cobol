      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-09-02  Original monthly trend report.
      *  2026-10-15  HELCFG now holds dated versions; the success code
      *              is taken from the version in force on the last
      *              day of the month range, or today when the range
      *              runs into the current month.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
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
           05  PARM-FROM-YYYYMM     PIC  X(006).
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
       01  WS-SUCCESS-CODE          PIC  9(003)    VALUE 200.
      *----------------------------------------------------------------*
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Resolves the month range, builds one empty bucket per
      *  month in it and picks up the configured success code the
      *  way RPTEXCPT does, from the version in force at the end of
      *  the range.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           COMPUTE  WS-TO-YYYYMM =
                    WS-CUR-YYYY * 100 + WS-CUR-MM.
                    MOVE WS-TO-YYYYMM TO WS-FROM-YYYYMM
           END-IF.
           PERFORM  1200-BUILD-MONTH-LIST THRU 1200-EXIT.
      *    The report date is the last day of the range, or today
      *    while its last month is still running.
           COMPUTE  WS-WORK-YYYY = WS-TO-YYYYMM / 100.
           COMPUTE  WS-WORK-MM   =
                    WS-TO-YYYYMM - WS-WORK-YYYY * 100 + 1.
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
           PERFORM  1300-READ-SUCCESS-CODE THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1300-READ-SUCCESS-CODE THRU 1300-EXIT
      *  Reads the HELCFG versions for the success code in force on
      *  the report date.
      *----------------------------------------------------------------*
       1300-READ-SUCCESS-CODE.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 1350-READ-CFG-VERSION THRU 1350-EXIT
                             UNTIL WS-CFG-EOF
                    CLOSE    CONFIG-FILE
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-BEST-CODE NUMERIC
                    MOVE WS-CFG-BEST-CODE TO WS-SUCCESS-CODE
           END-IF.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1350-READ-CFG-VERSION THRU 1350-EXIT
      *  Keeps the latest version dated on or before the report
      *  date; a record with no effective date is in force from the
      *  start.
      *----------------------------------------------------------------*
       1350-READ-CFG-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-CFG-EOF TO TRUE
                    GO TO 1350-EXIT
           END-READ.
           IF       CONFIG-FILE-REC(204:8) NUMERIC
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           ELSE
                    MOVE ZERO TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-VER-DATE > WS-CFG-WANT-DATE
                    GO TO 1350-EXIT
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-VER-DATE < WS-CFG-BEST-DATE
                    GO TO 1350-EXIT
           END-IF.
           SET      WS-CFG-FOUND TO TRUE.
           MOVE     WS-CFG-VER-DATE       TO WS-CFG-BEST-DATE.
           MOVE     CONFIG-FILE-REC(81:3) TO WS-CFG-BEST-CODE.
       1350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-SCAN-ARCHIVES THRU 2000-EXIT
      *  One AUDARCH file per month in range; a month with no
      *  archive file simply contributes nothing, since its records
