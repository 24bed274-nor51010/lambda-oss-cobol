      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  RPTFEED -- morning feed arrivals and exception report. Reads
      *             the RUNHIST run history against the FEEDCAL
      *             expected-feed calendar for one business date (the
      *             FEEDPARM date, or yesterday when there is none) and
      *             writes FEEDRPT: every run recorded for that feed
      *             date with its start, end, elapsed minutes, counts
      *             and outcome, then the exceptions -- a source
      *             system the calendar says was due and that never
      *             sent (MISSING), one whose first run started after
      *             its cutoff (LATE), a feed date received more than
      *             once (RECEIVED TWICE), and runs that ended FAILED,
      *             were left SUSPENDED or never closed. A missing
      *             required feed is RETURN-CODE 8; any other
      *             exception is RETURN-CODE 4; no calendar to judge
      *             against is RETURN-CODE 12. Partition runs are
      *             listed but a partitioned feed is counted once,
      *             through TRNMERGE's MERGED record.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RPTFEED.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original feed arrivals and exception report.
      *  2026-10-15  A resubmission of suspense items is listed with
      *              the day's runs but is not counted as the sender's
      *              feed, so it can neither stand in for a missing
      *              feed nor make one look received twice.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HIST-FILE        ASSIGN TO "RUNHIST"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE SEQUENTIAL
                                     RECORD KEY RH-KEY
                                     ALTERNATE RECORD KEY RH-FEED-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-HIST-STATUS.
           SELECT  CAL-FILE         ASSIGN TO "FEEDCAL"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CAL-STATUS.
           SELECT  PARM-FILE        ASSIGN TO "FEEDPARM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  RPT-FILE         ASSIGN TO "FEEDRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  CAL-FILE.
           COPY FEEDCAL.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-BUS-DATE        PIC  X(008).
           05  PARM-BUS-DATE-N REDEFINES PARM-BUS-DATE
                                    PIC  9(008).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-HIST-STATUS           PIC  X(002).
       01  WS-CAL-STATUS            PIC  X(002).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The business date being reported, its day of the week
      *  (1 = Monday) and its integer day number for date sums.
      *----------------------------------------------------------------*
       01  WS-BUS-DATE              PIC  9(008).
       01  WS-BUS-DAYNO             PIC  9(007)    COMP.
       01  WS-BUS-DOW               PIC  9(001).
       01  WS-CAL-MISSING-SW        PIC  X(001)    VALUE 'N'.
           88  WS-CAL-MISSING                       VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The calendar: standing schedules and dated exceptions,
      *  sized to the table CALMNT maintains.
      *----------------------------------------------------------------*
       01  WS-SCH-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-SCH-SUB               PIC  9(003)    COMP.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY    OCCURS 300 TIMES.
               10  WS-SCH-SOURCE    PIC  X(008).
               10  WS-SCH-FLAGS     PIC  X(007).
               10  WS-SCH-CUT-DAYS  PIC  9(001).
               10  WS-SCH-CUT-TIME  PIC  9(004).
       01  WS-EXC-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-EXC-SUB               PIC  9(003)    COMP.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY    OCCURS 300 TIMES.
               10  WS-EXC-SOURCE    PIC  X(008).
               10  WS-EXC-DATE      PIC  9(008).
               10  WS-EXC-FLAG      PIC  X(001).
       01  WS-DUE-SW                PIC  X(001).
           88  WS-DUE                               VALUE 'Y'.
       01  WS-SRC-EXC-SW            PIC  X(001).
           88  WS-SRC-EXC-FOUND                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *  What arrived for the business date: per source system, the
      *  number of feed runs (partitions and resubmissions aside) and
      *  when the first one started.
      *----------------------------------------------------------------*
       01  WS-TAL-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-TAL-SUB               PIC  9(003)    COMP.
       01  WS-TAL-FOUND-AT          PIC  9(003)    COMP.
       01  WS-TAL-OVERFLOW          PIC  9(005)    COMP VALUE ZERO.
       01  WS-TAL-TABLE.
           05  WS-TAL-ENTRY    OCCURS 300 TIMES.
               10  WS-TAL-SOURCE    PIC  X(008).
               10  WS-TAL-RUNS      PIC  9(005)    COMP.
               10  WS-TAL-FIRST     PIC  9(016).
      *----------------------------------------------------------------*
      *  Timestamp work: a 16-digit yyyymmddhhmmsscc stamp split for
      *  printing and for elapsed-minute sums.
      *----------------------------------------------------------------*
       01  WS-STAMP                 PIC  9(016).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE        PIC  9(008).
           05  WS-STAMP-HH          PIC  9(002).
           05  WS-STAMP-MI          PIC  9(002).
           05  FILLER               PIC  9(004).
       01  WS-STAMP-TEXT.
           05  WS-STX-DATE          PIC  9(008).
           05  FILLER               PIC  X(001)    VALUE SPACE.
           05  WS-STX-HH            PIC  9(002).
           05  FILLER               PIC  X(001)    VALUE ':'.
           05  WS-STX-MI            PIC  9(002).
       01  WS-START-MINS            PIC  9(011)    COMP.
       01  WS-END-MINS              PIC  9(011)    COMP.
       01  WS-ELAPSED               PIC  9(007)    COMP.
       01  WS-START-TEXT            PIC  X(005).
       01  WS-END-TEXT              PIC  X(005).
       01  WS-CUTOFF-STAMP          PIC  9(016).
       01  WS-CUTOFF-DATE           PIC  9(008).
       01  WS-CUTOFF-TEXT           PIC  X(014).
      *----------------------------------------------------------------*
      *  Report totals and edits.
      *----------------------------------------------------------------*
       01  WS-RUN-COUNT             PIC  9(005)    COMP VALUE ZERO.
       01  WS-MISSING-COUNT         PIC  9(005)    COMP VALUE ZERO.
       01  WS-LATE-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-TWICE-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-FAILED-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-SUSP-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-OPEN-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-EXC-LABEL             PIC  X(014).
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RUNS             PIC  ZZZZ9.
       01  WS-EDIT-MINS             PIC  ZZZZ9.
       01  WS-EDIT-RECV             PIC  ZZZZZZZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-LIST-RUNS    THRU 2000-EXIT.
           PERFORM 3000-CHECK-CALENDAR THRU 3000-EXIT.
           PERFORM 4000-LIST-RUN-EXCEPTIONS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  The business date, the calendar and the report heading.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           PERFORM  1100-READ-PARM THRU 1100-EXIT.
           COMPUTE  WS-BUS-DAYNO =
                    FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
      *    Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE  WS-BUS-DOW = FUNCTION MOD(WS-BUS-DAYNO - 1, 7) + 1.
           PERFORM  1200-LOAD-CALENDAR THRU 1200-EXIT.
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO FEED ARRIVALS REPORT   BUSINESS DATE '
                                                  DELIMITED BY SIZE
                    WS-BUS-DATE                   DELIMITED BY SIZE
                    '   RUN DATE '                DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-READ-PARM THRU 1100-EXIT
      *  One record, the business date to report. Absent or not a
      *  real date, the report covers yesterday.
      *----------------------------------------------------------------*
       1100-READ-PARM.
           COMPUTE  WS-BUS-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) - 1).
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS = '00'
                    READ     PARM-FILE
                        AT END
                             CONTINUE
                        NOT AT END
                             IF   PARM-BUS-DATE NUMERIC
                                  IF   FUNCTION TEST-DATE-YYYYMMDD(
                                       PARM-BUS-DATE-N) = 0
                                       MOVE PARM-BUS-DATE
                                                 TO WS-BUS-DATE
                                  END-IF
                             END-IF
                    END-READ
                    CLOSE    PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-LOAD-CALENDAR THRU 1200-EXIT
      *  Schedules and exceptions into their tables. Without a
      *  calendar the runs are still listed but nothing can be
      *  judged missing or late.
      *----------------------------------------------------------------*
       1200-LOAD-CALENDAR.
           OPEN     INPUT CAL-FILE.
           IF       WS-CAL-STATUS NOT = '00'
                    DISPLAY 'RPTFEED -- cannot open FEEDCAL, status '
                            WS-CAL-STATUS
                    SET  WS-CAL-MISSING TO TRUE
                    GO TO 1200-EXIT
           END-IF.
           PERFORM  1250-LOAD-ONE-CAL THRU 1250-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    CAL-FILE.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LOAD-ONE-CAL.
           READ     CAL-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1250-EXIT
           END-READ.
           IF       CAL-SCHEDULE
                    AND WS-SCH-USED < 300
                    ADD  1 TO WS-SCH-USED
                    MOVE CAL-SOURCE-SYS  TO WS-SCH-SOURCE(WS-SCH-USED)
                    MOVE CAL-DAY-FLAGS   TO WS-SCH-FLAGS(WS-SCH-USED)
                    MOVE CAL-CUTOFF-DAYS TO
                                         WS-SCH-CUT-DAYS(WS-SCH-USED)
                    MOVE CAL-CUTOFF-TIME TO
                                         WS-SCH-CUT-TIME(WS-SCH-USED)
           END-IF.
           IF       CAL-EXCEPTION
                    AND CAL-EXCP-DATE = WS-BUS-DATE
                    AND WS-EXC-USED < 300
                    ADD  1 TO WS-EXC-USED
                    MOVE CAL-SOURCE-SYS  TO WS-EXC-SOURCE(WS-EXC-USED)
                    MOVE CAL-EXCP-DATE   TO WS-EXC-DATE(WS-EXC-USED)
                    MOVE CAL-EXCP-FLAG   TO WS-EXC-FLAG(WS-EXC-USED)
           END-IF.
       1250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-LIST-RUNS THRU 2000-EXIT
      *  First pass of the history: every run for the business date,
      *  and what arrived from each source system.
      *----------------------------------------------------------------*
       2000-LIST-RUNS.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUNS FOR FEED DATE '         DELIMITED BY SIZE
                    WS-BUS-DATE                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'SOURCE   FEED ID  RUN ID            K START '
                                                  DELIMITED BY SIZE
                    'END    MINS  RECEIVED OUTCOME'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           OPEN     INPUT HIST-FILE.
           IF       WS-HIST-STATUS NOT = '00'
                    DISPLAY 'RPTFEED -- cannot open RUNHIST, status '
                            WS-HIST-STATUS '; no runs on record'
                    GO TO 2000-EXIT
           END-IF.
           PERFORM  2100-READ-ONE-RUN THRU 2100-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    HIST-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-ONE-RUN.
           READ     HIST-FILE NEXT RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2100-EXIT
           END-READ.
           IF       RH-FEED-DATE NOT = WS-BUS-DATE
                    GO TO 2100-EXIT
           END-IF.
           ADD      1 TO WS-RUN-COUNT.
           PERFORM  2200-WRITE-RUN-LINE THRU 2200-EXIT.
           IF       NOT RH-PARTITION-RUN
                    AND NOT RH-RESUBMIT-RUN
                    PERFORM 2300-TALLY-SOURCE THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-WRITE-RUN-LINE THRU 2200-EXIT
      *  One run: start and end times, minutes taken when it has
      *  closed, details received and the outcome.
      *----------------------------------------------------------------*
       2200-WRITE-RUN-LINE.
           MOVE     RH-START-STAMP TO WS-STAMP.
           PERFORM  8000-FORMAT-STAMP THRU 8000-EXIT.
           MOVE     WS-STAMP-TEXT(10:5) TO WS-START-TEXT.
           COMPUTE  WS-START-MINS =
                    FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                    + WS-STAMP-HH * 60 + WS-STAMP-MI.
           MOVE     SPACES TO WS-END-TEXT.
           MOVE     ZERO   TO WS-ELAPSED.
           IF       RH-END-STAMP > ZERO
                    MOVE RH-END-STAMP TO WS-STAMP
                    PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT
                    MOVE WS-STAMP-TEXT(10:5) TO WS-END-TEXT
                    COMPUTE WS-END-MINS =
                            FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                            * 1440 + WS-STAMP-HH * 60 + WS-STAMP-MI
                    IF   WS-END-MINS > WS-START-MINS
                         COMPUTE WS-ELAPSED =
                                 WS-END-MINS - WS-START-MINS
                    END-IF
           END-IF.
           MOVE     WS-ELAPSED  TO WS-EDIT-MINS.
           MOVE     RH-RECEIVED TO WS-EDIT-RECV.
           MOVE     SPACES TO RPT-LINE.
           STRING   RH-SOURCE-SYS                 DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-FEED-ID                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-RUN-ID(1:17)               DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-RUN-KIND                   DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-START-TEXT                 DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-END-TEXT                   DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-EDIT-MINS                  DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-EDIT-RECV                  DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-OUTCOME                    DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2300-TALLY-SOURCE THRU 2300-EXIT
      *  One more run from this source system for the business date;
      *  the history reads in run-ID order, so the first run seen is
      *  the earliest.
      *----------------------------------------------------------------*
       2300-TALLY-SOURCE.
           MOVE     ZERO TO WS-TAL-FOUND-AT.
           PERFORM  VARYING WS-TAL-SUB FROM 1 BY 1
                     UNTIL  WS-TAL-SUB > WS-TAL-USED
              IF    WS-TAL-SOURCE(WS-TAL-SUB) = RH-SOURCE-SYS
                    MOVE WS-TAL-SUB TO WS-TAL-FOUND-AT
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-TAL-FOUND-AT > 0
                    ADD  1 TO WS-TAL-RUNS(WS-TAL-FOUND-AT)
                    IF   RH-START-STAMP < WS-TAL-FIRST(WS-TAL-FOUND-AT)
                         MOVE RH-START-STAMP
                                    TO WS-TAL-FIRST(WS-TAL-FOUND-AT)
                    END-IF
                    GO TO 2300-EXIT
           END-IF.
           IF       WS-TAL-USED >= 300
                    ADD  1 TO WS-TAL-OVERFLOW
                    GO TO 2300-EXIT
           END-IF.
           ADD      1 TO WS-TAL-USED.
           MOVE     RH-SOURCE-SYS  TO WS-TAL-SOURCE(WS-TAL-USED).
           MOVE     1              TO WS-TAL-RUNS(WS-TAL-USED).
           MOVE     RH-START-STAMP TO WS-TAL-FIRST(WS-TAL-USED).
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-CHECK-CALENDAR THRU 3000-EXIT
      *  Each scheduled source system against what arrived, then any
      *  feed date received more than once.
      *----------------------------------------------------------------*
       3000-CHECK-CALENDAR.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEED EXCEPTIONS'             DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-CAL-MISSING
                    MOVE SPACES TO RPT-LINE
                    STRING 'NO CALENDAR      FEEDCAL could not be read'
                           '; missing and late feeds not checked'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           PERFORM  3100-CHECK-SCHEDULE THRU 3100-EXIT
                    VARYING WS-SCH-SUB FROM 1 BY 1
                    UNTIL   WS-SCH-SUB > WS-SCH-USED.
           PERFORM  3300-CHECK-TWICE THRU 3300-EXIT
                    VARYING WS-TAL-SUB FROM 1 BY 1
                    UNTIL   WS-TAL-SUB > WS-TAL-USED.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-CHECK-SCHEDULE THRU 3100-EXIT
      *  Whether the source system was due: its weekday flag, unless
      *  an exception for the date says otherwise -- its own first,
      *  then one for every source system. A due feed that never
      *  arrived is MISSING; one whose first run started after the
      *  cutoff is LATE.
      *----------------------------------------------------------------*
       3100-CHECK-SCHEDULE.
           MOVE     WS-SCH-FLAGS(WS-SCH-SUB)(WS-BUS-DOW:1)
                                          TO WS-DUE-SW.
           MOVE     'N' TO WS-SRC-EXC-SW.
           PERFORM  VARYING WS-EXC-SUB FROM 1 BY 1
                     UNTIL  WS-EXC-SUB > WS-EXC-USED
              IF    WS-EXC-SOURCE(WS-EXC-SUB) =
                                          WS-SCH-SOURCE(WS-SCH-SUB)
                    MOVE WS-EXC-FLAG(WS-EXC-SUB) TO WS-DUE-SW
                    SET  WS-SRC-EXC-FOUND TO TRUE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       NOT WS-SRC-EXC-FOUND
                    PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                             UNTIL  WS-EXC-SUB > WS-EXC-USED
                       IF   WS-EXC-SOURCE(WS-EXC-SUB) = '*'
                            MOVE WS-EXC-FLAG(WS-EXC-SUB) TO WS-DUE-SW
                            EXIT PERFORM
                       END-IF
                    END-PERFORM
           END-IF.
           IF       NOT WS-DUE
                    GO TO 3100-EXIT
           END-IF.
           COMPUTE  WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-BUS-DAYNO + WS-SCH-CUT-DAYS(WS-SCH-SUB)).
           COMPUTE  WS-CUTOFF-STAMP =
                    WS-CUTOFF-DATE * 100000000
                    + WS-SCH-CUT-TIME(WS-SCH-SUB) * 10000.
           MOVE     WS-CUTOFF-STAMP TO WS-STAMP.
           PERFORM  8000-FORMAT-STAMP THRU 8000-EXIT.
           MOVE     WS-STAMP-TEXT TO WS-CUTOFF-TEXT.
           MOVE     ZERO TO WS-TAL-FOUND-AT.
           PERFORM  VARYING WS-TAL-SUB FROM 1 BY 1
                     UNTIL  WS-TAL-SUB > WS-TAL-USED
              IF    WS-TAL-SOURCE(WS-TAL-SUB) =
                                          WS-SCH-SOURCE(WS-SCH-SUB)
                    MOVE WS-TAL-SUB TO WS-TAL-FOUND-AT
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE     SPACES TO RPT-LINE.
           IF       WS-TAL-FOUND-AT = 0
                    ADD  1 TO WS-MISSING-COUNT
                    STRING 'MISSING        '        DELIMITED BY SIZE
                           WS-SCH-SOURCE(WS-SCH-SUB) DELIMITED BY SIZE
                           '  due by '              DELIMITED BY SIZE
                           WS-CUTOFF-TEXT           DELIMITED BY SIZE
                           ', not received'         DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    GO TO 3100-EXIT
           END-IF.
           IF       WS-TAL-FIRST(WS-TAL-FOUND-AT) > WS-CUTOFF-STAMP
                    ADD  1 TO WS-LATE-COUNT
                    MOVE WS-TAL-FIRST(WS-TAL-FOUND-AT) TO WS-STAMP
                    PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT
                    STRING 'LATE           '        DELIMITED BY SIZE
                           WS-SCH-SOURCE(WS-SCH-SUB) DELIMITED BY SIZE
                           '  due by '              DELIMITED BY SIZE
                           WS-CUTOFF-TEXT           DELIMITED BY SIZE
                           ', started '             DELIMITED BY SIZE
                           WS-STAMP-TEXT            DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3300-CHECK-TWICE THRU 3300-EXIT
      *  More than one feed run for the same source system and feed
      *  date, whether or not the calendar expects the sender.
      *----------------------------------------------------------------*
       3300-CHECK-TWICE.
           IF       WS-TAL-RUNS(WS-TAL-SUB) < 2
                    GO TO 3300-EXIT
           END-IF.
           ADD      1 TO WS-TWICE-COUNT.
           MOVE     WS-TAL-RUNS(WS-TAL-SUB) TO WS-EDIT-RUNS.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RECEIVED TWICE '             DELIMITED BY SIZE
                    WS-TAL-SOURCE(WS-TAL-SUB)     DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-EDIT-RUNS                  DELIMITED BY SIZE
                    ' runs for feed date '        DELIMITED BY SIZE
                    WS-BUS-DATE                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-LIST-RUN-EXCEPTIONS THRU 4000-EXIT
      *  Second pass of the history: runs for the business date, or
      *  started since it, that ended FAILED, were left SUSPENDED or
      *  never closed. Partition runs are included -- a stuck
      *  partition holds up its whole feed.
      *----------------------------------------------------------------*
       4000-LIST-RUN-EXCEPTIONS.
           OPEN     INPUT HIST-FILE.
           IF       WS-HIST-STATUS NOT = '00'
                    GO TO 4000-EXIT
           END-IF.
           PERFORM  4100-CHECK-ONE-RUN THRU 4100-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    HIST-FILE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-CHECK-ONE-RUN.
           READ     HIST-FILE NEXT RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 4100-EXIT
           END-READ.
           MOVE     RH-START-STAMP TO WS-STAMP.
           IF       RH-FEED-DATE NOT = WS-BUS-DATE
                    AND WS-STAMP-DATE < WS-BUS-DATE
                    GO TO 4100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN  RH-FAILED
                    ADD  1 TO WS-FAILED-COUNT
                    MOVE 'FAILED        ' TO WS-EXC-LABEL
              WHEN  RH-SUSPENDED
                    ADD  1 TO WS-SUSP-COUNT
                    MOVE 'SUSPENDED     ' TO WS-EXC-LABEL
              WHEN  RH-RUNNING
                    ADD  1 TO WS-OPEN-COUNT
                    MOVE 'NEVER CLOSED  ' TO WS-EXC-LABEL
              WHEN  OTHER
                    GO TO 4100-EXIT
           END-EVALUATE.
           PERFORM  8000-FORMAT-STAMP THRU 8000-EXIT.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-EXC-LABEL                  DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-SOURCE-SYS                 DELIMITED BY SIZE
                    '  run '                      DELIMITED BY SIZE
                    RH-RUN-ID(1:17)               DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    RH-FEED-ID                    DELIMITED BY SIZE
                    ' started '                   DELIMITED BY SIZE
                    WS-STAMP-TEXT                 DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-FORMAT-STAMP THRU 8000-EXIT
      *  WS-STAMP as "yyyymmdd hh:mm".
      *----------------------------------------------------------------*
       8000-FORMAT-STAMP.
           MOVE     WS-STAMP-DATE TO WS-STX-DATE.
           MOVE     WS-STAMP-HH   TO WS-STX-HH.
           MOVE     WS-STAMP-MI   TO WS-STX-MI.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Exception totals, on the report and the job log, and the
      *  return code: a missing required feed is 8, anything else
      *  worth a look is 4, no calendar is 12.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-RUN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUNS FOR FEED DATE......... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- runs for feed date... ' WS-EDIT-COUNT.
           MOVE     WS-MISSING-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEEDS MISSING.............. ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- feeds missing........ ' WS-EDIT-COUNT.
           MOVE     WS-LATE-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEEDS LATE................. ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- feeds late........... ' WS-EDIT-COUNT.
           MOVE     WS-TWICE-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEEDS RECEIVED TWICE....... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- feeds received twice. ' WS-EDIT-COUNT.
           MOVE     WS-FAILED-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUNS FAILED................ ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- runs failed.......... ' WS-EDIT-COUNT.
           MOVE     WS-SUSP-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUNS SUSPENDED............. ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- runs suspended....... ' WS-EDIT-COUNT.
           MOVE     WS-OPEN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUNS NEVER CLOSED.......... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'RPTFEED -- runs never closed.... ' WS-EDIT-COUNT.
           CLOSE    RPT-FILE.
           IF       WS-TAL-OVERFLOW > 0
                    DISPLAY 'RPTFEED -- more than 300 source systems;'
                            ' the rest were not checked'
           END-IF.
           EVALUATE TRUE
              WHEN  WS-CAL-MISSING
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-MISSING-COUNT > 0
                    MOVE 8 TO RETURN-CODE
              WHEN  WS-LATE-COUNT   > 0
              WHEN  WS-TWICE-COUNT  > 0
              WHEN  WS-FAILED-COUNT > 0
              WHEN  WS-SUSP-COUNT   > 0
              WHEN  WS-OPEN-COUNT   > 0
                    MOVE 4 TO RETURN-CODE
              WHEN  OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
