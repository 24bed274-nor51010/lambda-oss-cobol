      *              body message returned, grouped by status code
      *              with subtotals. The success code comes from the
      *              same HELCFG record HELCORE reads, so the two
      *              always agree on what "success" means. The input
      *              text and response are masked by MASKTXT before
      *              they are sorted, so nothing MASKRULE hides is
      *              ever printed.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      *              it to, matching HELCORE's reader.
      *  2026-09-02  SRT-RESPONSE sized to the 1024-byte response
      *              field the audit record grew to.
      *  2026-10-15  HELCFG now holds dated versions; the success code
      *              is taken from the version in force on the day the
      *              report is run.
      *  2026-10-15  Input text and response masked by MASKTXT before
      *              they are reported.
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
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC          PIC  X(211).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(132).
       SD  SORT-FILE.
           88  WS-EOF                               VALUE 'Y'.
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
       01  WS-SUCCESS-CODE          PIC  9(003)    VALUE 200.
      *----------------------------------------------------------------*
      *  Group-break control and counters.
       01  WS-BODY-TEXT             PIC  X(080).
       01  WS-SCAN-POS              PIC  9(005)    COMP.
       01  WS-SCAN-END              PIC  9(005)    COMP.
      *  The input text and response as masked for the report.
       COPY MASKLNK.
      *----------------------------------------------------------------*
      *  Report line formatting.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Picks up the configured success code the same way HELCORE's
      *  0500-LOAD-CONFIG does, from the version in force on the
      *  report date (today), defaulting to 200 when HELCFG is
      *  absent or has no version in force yet.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CFG-WANT-DATE FROM DATE YYYYMMDD.
           PERFORM  1100-READ-SUCCESS-CODE THRU 1100-EXIT.
           OPEN     OUTPUT RPT-FILE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-READ-SUCCESS-CODE THRU 1100-EXIT
      *  Reads the HELCFG versions for the success code in force on
      *  the report date.
      *----------------------------------------------------------------*
       1100-READ-SUCCESS-CODE.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 1150-READ-CFG-VERSION THRU 1150-EXIT
                             UNTIL WS-CFG-EOF
                    CLOSE    CONFIG-FILE
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-BEST-CODE NUMERIC
                    MOVE WS-CFG-BEST-CODE TO WS-SUCCESS-CODE
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1150-READ-CFG-VERSION THRU 1150-EXIT
      *  Keeps the latest version dated on or before the report
      *  date; a record with no effective date is in force from the
      *  start.
      *----------------------------------------------------------------*
       1150-READ-CFG-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-CFG-EOF TO TRUE
                    GO TO 1150-EXIT
           END-READ.
           IF       CONFIG-FILE-REC(204:8) NUMERIC
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           ELSE
                    MOVE ZERO TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-VER-DATE > WS-CFG-WANT-DATE
                    GO TO 1150-EXIT
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-VER-DATE < WS-CFG-BEST-DATE
                    GO TO 1150-EXIT
           END-IF.
           SET      WS-CFG-FOUND TO TRUE.
           MOVE     WS-CFG-VER-DATE       TO WS-CFG-BEST-DATE.
           MOVE     CONFIG-FILE-REC(81:3) TO WS-CFG-BEST-CODE.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-SELECT-EXCEPTIONS THRU 2000-EXIT
                         MOVE AF-TIMESTAMP   TO SRT-TIMESTAMP
                         MOVE AF-REQUEST-ID  TO SRT-REQUEST-ID
                         MOVE AF-INPUT-LEN   TO SRT-INPUT-LEN
                         MOVE AF-INPUT-TEXT  TO MK-TEXT
                         MOVE FUNCTION LENGTH(AF-INPUT-TEXT)
                                             TO MK-TEXT-LEN
                         CALL 'MASKTXT' USING MK-AREA
                         MOVE MK-TEXT        TO SRT-INPUT-TEXT
                         MOVE AF-RESPONSE    TO MK-TEXT
                         MOVE ZERO           TO MK-TEXT-LEN
                         CALL 'MASKTXT' USING MK-AREA
                         MOVE MK-TEXT        TO SRT-RESPONSE
                         RELEASE SORT-REC
                    END-IF
           END-READ.
