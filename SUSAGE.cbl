      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  SUSAGE -- weekly suspense aging report. Reads the SUSPENSE
      *            file and lists every item still open -- OPEN, or
      *            RELEASED but not yet sent -- with its source system,
      *            feed date, reason, status and age in days since it
      *            was collected, then a summary per source system in
      *            age bands (0-7, 8-14, 15-30, 31-60, over 60 days).
      *            Any open item over 30 days old is RETURN-CODE 4;
      *            no SUSPENSE is RETURN-CODE 12. The record image is
      *            printed as MASKTXT masks it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSAGE.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original weekly suspense aging report.
      *  2026-10-15  Record image printed masked by MASKTXT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SUSP-FILE        ASSIGN TO "SUSPENSE"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE SEQUENTIAL
                                     RECORD KEY SUS-ITEM-NO
                                     ALTERNATE RECORD KEY SUS-RESUB-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-SUSP-STATUS.
           SELECT  RPT-FILE         ASSIGN TO "SUSAGRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
           COPY SUSREC.
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SUSP-STATUS           PIC  X(002).
       01  WS-HARD-SW               PIC  X(001)    VALUE 'N'.
           88  WS-HARD-ERROR                        VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-DAYNO             PIC  9(007)    COMP.
      *----------------------------------------------------------------*
      *  The item in hand: its age in days and the band (1-5) it
      *  falls in.
      *----------------------------------------------------------------*
       01  WS-AGE-DAYS              PIC  9(005)    COMP.
       01  WS-BAND                  PIC  9(001)    COMP.
      *----------------------------------------------------------------*
      *  Open items per source system and age band.
      *----------------------------------------------------------------*
       01  WS-SRC-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-SRC-SUB               PIC  9(003)    COMP.
       01  WS-SRC-FOUND-AT          PIC  9(003)    COMP.
       01  WS-SRC-OVERFLOW          PIC  9(005)    COMP VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY    OCCURS 200 TIMES.
               10  WS-SRC-NAME      PIC  X(008).
               10  WS-SRC-BAND      PIC  9(007)    COMP
                                    OCCURS 5 TIMES.
               10  WS-SRC-TOTAL     PIC  9(007)    COMP.
       01  WS-TOT-BAND              PIC  9(007)    COMP
                                    OCCURS 5 TIMES.
       01  WS-BAND-SUB              PIC  9(001)    COMP.
      *----------------------------------------------------------------*
      *  Run totals and edits.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPEN-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-OLD-COUNT             PIC  9(009)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ITEM             PIC  ZZZZZZZZ9.
      *  The record image as masked for the report.
       COPY MASKLNK.
       01  WS-EDIT-AGE              PIC  ZZZZ9.
       01  WS-EDIT-BAND             PIC  ZZZZZZ9
                                    OCCURS 5 TIMES.
       01  WS-EDIT-TOTAL            PIC  ZZZZZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-HARD-ERROR
                   PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
                            UNTIL WS-EOF
                   CLOSE SUSP-FILE
                   PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           COMPUTE  WS-CUR-DAYNO =
                    FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
           INITIALIZE WS-TOT-BAND(1) WS-TOT-BAND(2) WS-TOT-BAND(3)
                      WS-TOT-BAND(4) WS-TOT-BAND(5).
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO SUSPENSE AGING REPORT   AS OF '
                                                  DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           OPEN     INPUT SUSP-FILE.
           IF       WS-SUSP-STATUS NOT = '00'
                    DISPLAY 'SUSAGE -- cannot open SUSPENSE, status '
                            WS-SUSP-STATUS
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           STRING   '     ITEM SOURCE   FEED DATE REASON   STATUS   '
                                                  DELIMITED BY SIZE
                    '  AGE RECORD'                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-AGE-ONE-ITEM THRU 2000-EXIT
      *  An open item: its line on the report and its count in its
      *  source system's age band. Closed items are passed over.
      *----------------------------------------------------------------*
       2000-AGE-ONE-ITEM.
           READ     SUSP-FILE NEXT RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2000-EXIT
           END-READ.
           ADD      1 TO WS-READ-COUNT.
           IF       NOT SUS-OPEN
                    AND NOT SUS-RELEASED
                    GO TO 2000-EXIT
           END-IF.
           ADD      1 TO WS-OPEN-COUNT.
           MOVE     ZERO TO WS-AGE-DAYS.
           IF       SUS-OPENED-DATE NUMERIC
                    AND SUS-OPENED-DATE > ZERO
                    AND SUS-OPENED-DATE < WS-CUR-DATE
                    COMPUTE WS-AGE-DAYS = WS-CUR-DAYNO -
                            FUNCTION INTEGER-OF-DATE(SUS-OPENED-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN  WS-AGE-DAYS <= 7
                    MOVE 1 TO WS-BAND
              WHEN  WS-AGE-DAYS <= 14
                    MOVE 2 TO WS-BAND
              WHEN  WS-AGE-DAYS <= 30
                    MOVE 3 TO WS-BAND
              WHEN  WS-AGE-DAYS <= 60
                    MOVE 4 TO WS-BAND
              WHEN  OTHER
                    MOVE 5 TO WS-BAND
           END-EVALUATE.
           IF       WS-AGE-DAYS > 30
                    ADD  1 TO WS-OLD-COUNT
           END-IF.
           MOVE     SUS-ITEM-NO TO WS-EDIT-ITEM.
           MOVE     WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE     SUS-RECORD-IMAGE TO MK-TEXT.
           MOVE     FUNCTION LENGTH(SUS-RECORD-IMAGE) TO MK-TEXT-LEN.
           CALL     'MASKTXT' USING MK-AREA.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-EDIT-ITEM                  DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-SOURCE-SYS                DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-FEED-DATE                 DELIMITED BY SIZE
                    '  '                          DELIMITED BY SIZE
                    SUS-REASON                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-STATUS                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-EDIT-AGE                   DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    MK-TEXT(1:FUNCTION LENGTH(SUS-RECORD-IMAGE))
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  2100-TALLY-SOURCE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-TALLY-SOURCE.
           ADD      1 TO WS-TOT-BAND(WS-BAND).
           MOVE     ZERO TO WS-SRC-FOUND-AT.
           PERFORM  VARYING WS-SRC-SUB FROM 1 BY 1
                     UNTIL  WS-SRC-SUB > WS-SRC-USED
              IF    WS-SRC-NAME(WS-SRC-SUB) = SUS-SOURCE-SYS
                    MOVE WS-SRC-SUB TO WS-SRC-FOUND-AT
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-SRC-FOUND-AT = 0
                    IF   WS-SRC-USED >= 200
                         ADD  1 TO WS-SRC-OVERFLOW
                         GO TO 2100-EXIT
                    END-IF
                    ADD  1 TO WS-SRC-USED
                    MOVE WS-SRC-USED TO WS-SRC-FOUND-AT
                    MOVE SUS-SOURCE-SYS TO WS-SRC-NAME(WS-SRC-USED)
                    INITIALIZE WS-SRC-BAND(WS-SRC-USED, 1)
                               WS-SRC-BAND(WS-SRC-USED, 2)
                               WS-SRC-BAND(WS-SRC-USED, 3)
                               WS-SRC-BAND(WS-SRC-USED, 4)
                               WS-SRC-BAND(WS-SRC-USED, 5)
                               WS-SRC-TOTAL(WS-SRC-USED)
           END-IF.
           ADD      1 TO WS-SRC-BAND(WS-SRC-FOUND-AT, WS-BAND)
                         WS-SRC-TOTAL(WS-SRC-FOUND-AT).
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-WRITE-SUMMARY THRU 3000-EXIT
      *  Open items per source system in age bands, and the totals.
      *----------------------------------------------------------------*
       3000-WRITE-SUMMARY.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'SOURCE       0-7D   8-14D  15-30D  31-60D'
                                                  DELIMITED BY SIZE
                    '    >60D   TOTAL'            DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  3100-WRITE-SOURCE-LINE THRU 3100-EXIT
                    VARYING WS-SRC-SUB FROM 1 BY 1
                    UNTIL   WS-SRC-SUB > WS-SRC-USED.
           PERFORM  VARYING WS-BAND-SUB FROM 1 BY 1
                     UNTIL  WS-BAND-SUB > 5
              MOVE  WS-TOT-BAND(WS-BAND-SUB)
                                 TO WS-EDIT-BAND(WS-BAND-SUB)
           END-PERFORM.
           MOVE     WS-OPEN-COUNT TO WS-EDIT-TOTAL.
           MOVE     SPACES TO RPT-LINE.
           STRING   'TOTAL   '                    DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(1)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(2)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(3)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(4)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(5)           DELIMITED BY SIZE
                    ' ' WS-EDIT-TOTAL             DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-WRITE-SOURCE-LINE.
           PERFORM  VARYING WS-BAND-SUB FROM 1 BY 1
                     UNTIL  WS-BAND-SUB > 5
              MOVE  WS-SRC-BAND(WS-SRC-SUB, WS-BAND-SUB)
                                 TO WS-EDIT-BAND(WS-BAND-SUB)
           END-PERFORM.
           MOVE     WS-SRC-TOTAL(WS-SRC-SUB) TO WS-EDIT-TOTAL.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-SRC-NAME(WS-SRC-SUB)       DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(1)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(2)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(3)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(4)           DELIMITED BY SIZE
                    ' ' WS-EDIT-BAND(5)           DELIMITED BY SIZE
                    ' ' WS-EDIT-TOTAL             DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE    RPT-FILE.
           MOVE     WS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSAGE -- items read......... ' WS-EDIT-COUNT.
           MOVE     WS-OPEN-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSAGE -- items open......... ' WS-EDIT-COUNT.
           MOVE     WS-OLD-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSAGE -- open over 30 days.. ' WS-EDIT-COUNT.
           IF       WS-SRC-OVERFLOW > 0
                    DISPLAY 'SUSAGE -- more than 200 source systems;'
                            ' the rest are in the totals only'
           END-IF.
           EVALUATE TRUE
              WHEN  WS-HARD-ERROR
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-OLD-COUNT > 0
                    MOVE 4 TO RETURN-CODE
              WHEN  OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
