      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  CALMNT -- maintenance program for the FEEDCAL expected-feed
      *            calendar RPTFEED checks each night's arrivals
      *            against. Applies operations' add/change/delete
      *            transactions to the calendar, validating each one
      *            before the file is touched: a schedule (S) needs a
      *            source system, a Y/N flag for each weekday and a
      *            numeric cutoff with a real HHMM time; an exception
      *            (X) needs a valid business date, a Y/N due flag and
      *            -- unless it is for every source system (*) -- a
      *            schedule for its source system. Adds must not
      *            duplicate an entry; changes and deletes must find
      *            one. Every transaction is written to a before/after
      *            change log, and a listing of the resulting calendar
      *            is produced, the same way RATEMNT maintains
      *            BILLRATE.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CALMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original expected-feed calendar maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CAL-FILE         ASSIGN TO "FEEDCAL"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CAL-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "CALTRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "CALCHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  LIST-FILE        ASSIGN TO "CALLIST"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CAL-FILE.
       01  CAL-FILE-REC             PIC  X(030).
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-CAL-IMAGE        PIC  X(030).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(100).
       FD  LIST-FILE.
       01  LIST-LINE                PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *----------------------------------------------------------------*
      *  The calendar entry being looked at -- the transaction's new
      *  image, or a table entry being logged or listed.
      *----------------------------------------------------------------*
       COPY FEEDCAL.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-CAL-STATUS            PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The calendar under maintenance, sized to the table RPTFEED
      *  loads. Entries are held as record images; the key is the
      *  type and source system, plus the date for an exception.
      *----------------------------------------------------------------*
       01  WS-CAL-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-LOAD-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-LOAD-OVERFLOW                    VALUE 'Y'.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY    OCCURS 300 TIMES
                                INDEXED BY WS-CAL-IDX
                                    PIC  X(030).
      *----------------------------------------------------------------*
      *  The transaction in hand: its key, where that key sits in the
      *  table, and why it was rejected.
      *----------------------------------------------------------------*
       01  WS-TRN-KEY               PIC  X(017).
       01  WS-KEY-LEN               PIC  9(002)    COMP.
       01  WS-FOUND-AT              PIC  9(003)    COMP.
       01  WS-SCHED-FOUND-SW        PIC  X(001).
           88  WS-SCHED-FOUND                       VALUE 'Y'.
       01  WS-REJ-REASON            PIC  X(030).
       01  WS-SUB                   PIC  9(003)    COMP.
       01  WS-DAY-SUB               PIC  9(002)    COMP.
       01  WS-CUTOFF-HH             PIC  9(002).
       01  WS-CUTOFF-MM             PIC  9(002).
       01  WS-ENTRY-TEXT            PIC  X(060).
      *----------------------------------------------------------------*
      *  Run counters for the closing summary.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-APPLY-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
                    UNTIL WS-EOF.
           IF      WS-TRANS-OPEN
                   PERFORM 7000-REWRITE-TABLE THRU 7000-EXIT
                   PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           IF      WS-LOAD-OVERFLOW
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Loads the current calendar (an absent FEEDCAL starts an
      *  empty one), then opens the transactions and the change log.
      *  A file too large for the table stops the run before any
      *  transaction is applied.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN     INPUT CAL-FILE.
           IF       WS-CAL-STATUS = '00'
                    PERFORM 1100-LOAD-ONE-REC THRU 1100-EXIT
                             UNTIL WS-EOF
                    CLOSE   CAL-FILE
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'CALMNT -- FEEDCAL holds more than 300 '
                            'records; calendar not rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'CALMNT -- cannot open CALTRAN, status '
                            WS-TRANS-STATUS
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-TRANS-OPEN TO TRUE.
           PERFORM  2100-READ-TRANS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LOAD-ONE-REC.
           READ     CAL-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   WS-CAL-USED < 300
                         ADD  1 TO WS-CAL-USED
                         MOVE CAL-FILE-REC
                                    TO WS-CAL-ENTRY(WS-CAL-USED)
                    ELSE
                         SET  WS-LOAD-OVERFLOW TO TRUE
                    END-IF
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-APPLY-ONE-TRANS THRU 2000-EXIT
      *  Validates the transaction in hand, applies it to the table
      *  when it is clean, and logs what happened either way.
      *----------------------------------------------------------------*
       2000-APPLY-ONE-TRANS.
           ADD      1 TO WS-READ-COUNT.
           MOVE     SPACES TO WS-REJ-REASON.
           MOVE     TRN-CAL-IMAGE TO CAL-RECORD.
           MOVE     FUNCTION UPPER-CASE(CAL-REC-TYPE)
                                          TO CAL-REC-TYPE.
           MOVE     FUNCTION UPPER-CASE(CAL-SOURCE-SYS)
                                          TO CAL-SOURCE-SYS.
           PERFORM  3000-VALIDATE-TRANS THRU 3000-EXIT.
           IF       WS-REJ-REASON = SPACES
                    PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
           ELSE
                    ADD  1 TO WS-REJECT-COUNT
                    PERFORM 5100-LOG-REJECT THRU 5100-EXIT
           END-IF.
           PERFORM  2100-READ-TRANS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-TRANS.
           READ     TRANS-FILE
               AT END
                    SET  WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-VALIDATE-TRANS THRU 3000-EXIT
      *  Everything that can be wrong with a transaction, checked
      *  before the table is touched. The first problem found wins.
      *----------------------------------------------------------------*
       3000-VALIDATE-TRANS.
           IF       TRN-ACTION NOT = 'A' AND 'C' AND 'D'
                    MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       NOT CAL-SCHEDULE
                    AND NOT CAL-EXCEPTION
                    MOVE 'RECORD TYPE MUST BE S OR X'
                                                 TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       CAL-SOURCE-SYS = SPACES
                    MOVE 'SOURCE SYSTEM MISSING' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       CAL-SCHEDULE
                    AND CAL-SOURCE-SYS = '*'
                    MOVE 'SCHEDULE NEEDS A SOURCE SYSTEM'
                                                 TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       CAL-EXCEPTION
                    IF   CAL-EXCP-DATE NOT NUMERIC
                         MOVE 'EXCEPTION DATE INVALID' TO WS-REJ-REASON
                         GO TO 3000-EXIT
                    END-IF
                    IF   FUNCTION TEST-DATE-YYYYMMDD(CAL-EXCP-DATE)
                                                 NOT = 0
                         MOVE 'EXCEPTION DATE INVALID' TO WS-REJ-REASON
                         GO TO 3000-EXIT
                    END-IF
           END-IF.
           PERFORM  3500-FIND-ENTRY THRU 3500-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE CALENDAR ENTRY'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   WS-CAL-USED >= 300
                         MOVE 'TABLE FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'ENTRY NOT ON CALENDAR'
                                                 TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3000-EXIT
           END-IF.
           IF       TRN-ACTION = 'D'
                    GO TO 3000-EXIT
           END-IF.
           IF       CAL-SCHEDULE
                    PERFORM 3100-VALIDATE-SCHEDULE THRU 3100-EXIT
           ELSE
                    PERFORM 3200-VALIDATE-EXCEPTION THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-VALIDATE-SCHEDULE THRU 3100-EXIT
      *  Seven Y/N day flags and a cutoff of 0-9 days after the
      *  business day at a real HHMM time.
      *----------------------------------------------------------------*
       3100-VALIDATE-SCHEDULE.
           MOVE     FUNCTION UPPER-CASE(CAL-DAY-FLAGS)
                                          TO CAL-DAY-FLAGS.
           PERFORM  VARYING WS-DAY-SUB FROM 1 BY 1
                     UNTIL  WS-DAY-SUB > 7
              IF    CAL-DAY-FLAG(WS-DAY-SUB) NOT = 'Y' AND 'N'
                    MOVE 'DAY FLAGS MUST BE Y OR N'
                                                 TO WS-REJ-REASON
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3100-EXIT
           END-IF.
           IF       CAL-CUTOFF-DAYS NOT NUMERIC
                    MOVE 'CUTOFF DAYS NOT NUMERIC' TO WS-REJ-REASON
                    GO TO 3100-EXIT
           END-IF.
           IF       CAL-CUTOFF-TIME NOT NUMERIC
                    MOVE 'CUTOFF TIME NOT HHMM' TO WS-REJ-REASON
                    GO TO 3100-EXIT
           END-IF.
           DIVIDE   CAL-CUTOFF-TIME BY 100
                    GIVING WS-CUTOFF-HH REMAINDER WS-CUTOFF-MM.
           IF       WS-CUTOFF-HH > 23
                    OR WS-CUTOFF-MM > 59
                    MOVE 'CUTOFF TIME NOT HHMM' TO WS-REJ-REASON
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-VALIDATE-EXCEPTION THRU 3200-EXIT
      *  A Y/N due flag, and a schedule to go with it unless the
      *  exception is for every source system.
      *----------------------------------------------------------------*
       3200-VALIDATE-EXCEPTION.
           MOVE     FUNCTION UPPER-CASE(CAL-EXCP-FLAG)
                                          TO CAL-EXCP-FLAG.
           IF       NOT CAL-EXCP-DUE
                    AND NOT CAL-EXCP-NOT-DUE
                    MOVE 'EXCEPTION FLAG MUST BE Y OR N'
                                                 TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           IF       CAL-SOURCE-SYS = '*'
                    GO TO 3200-EXIT
           END-IF.
           MOVE     'N' TO WS-SCHED-FOUND-SW.
           PERFORM  VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL  WS-CAL-IDX > WS-CAL-USED
              IF    WS-CAL-ENTRY(WS-CAL-IDX)(1:1) = 'S'
                    AND WS-CAL-ENTRY(WS-CAL-IDX)(2:8)
                                               = CAL-SOURCE-SYS
                    SET  WS-SCHED-FOUND TO TRUE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       NOT WS-SCHED-FOUND
                    MOVE 'NO SCHEDULE FOR SOURCE SYSTEM'
                                                 TO WS-REJ-REASON
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-FIND-ENTRY THRU 3500-EXIT
      *  Leaves the entry number of the transaction's key in
      *  WS-FOUND-AT, zero when it is not on the table. A schedule
      *  is keyed by type and source system, an exception by its
      *  date as well.
      *----------------------------------------------------------------*
       3500-FIND-ENTRY.
           MOVE     ZERO TO WS-FOUND-AT.
           MOVE     CAL-RECORD(1:17) TO WS-TRN-KEY.
           IF       CAL-SCHEDULE
                    MOVE 9  TO WS-KEY-LEN
           ELSE
                    MOVE 17 TO WS-KEY-LEN
           END-IF.
           PERFORM  VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL  WS-CAL-IDX > WS-CAL-USED
              IF    WS-CAL-ENTRY(WS-CAL-IDX)(1:WS-KEY-LEN)
                                     = WS-TRN-KEY(1:WS-KEY-LEN)
                    SET  WS-FOUND-AT TO WS-CAL-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-APPLY-TRANS THRU 4000-EXIT
      *  The transaction is clean: change the table and log the
      *  before/after images.
      *----------------------------------------------------------------*
       4000-APPLY-TRANS.
           ADD      1 TO WS-APPLY-COUNT.
           PERFORM  5000-LOG-BEFORE THRU 5000-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    ADD  1 TO WS-CAL-USED
                    MOVE CAL-RECORD TO WS-CAL-ENTRY(WS-CAL-USED)
              WHEN  'C'
                    MOVE CAL-RECORD TO WS-CAL-ENTRY(WS-FOUND-AT)
              WHEN  'D'
                    PERFORM 4500-DELETE-ENTRY THRU 4500-EXIT
           END-EVALUATE.
           PERFORM  5050-LOG-AFTER THRU 5050-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4500-DELETE-ENTRY THRU 4500-EXIT
      *  Closes the gap the deleted entry leaves so the table stays
      *  dense for the sequential rewrite.
      *----------------------------------------------------------------*
       4500-DELETE-ENTRY.
           PERFORM  VARYING WS-SUB FROM WS-FOUND-AT BY 1
                     UNTIL  WS-SUB >= WS-CAL-USED
              MOVE  WS-CAL-ENTRY(WS-SUB + 1)
                                        TO WS-CAL-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CAL-USED.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *  The transaction's new image is set aside in the table slot
      *  it came from while the old entry is formatted.
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' TYPE ' CAL-REC-TYPE
                    ' SOURCE ' CAL-SOURCE-SYS
                    ' APPLIED'                    DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           IF       WS-FOUND-AT > 0
                    MOVE CAL-RECORD TO TRN-CAL-IMAGE
                    MOVE WS-CAL-ENTRY(WS-FOUND-AT) TO CAL-RECORD
                    PERFORM 5200-FORMAT-ENTRY THRU 5200-EXIT
                    MOVE TRN-CAL-IMAGE TO CAL-RECORD
                    STRING '  BEFORE: '           DELIMITED BY SIZE
                           WS-ENTRY-TEXT          DELIMITED BY SIZE
                           INTO CHLOG-LINE
           ELSE
                    STRING '  BEFORE: (NO ENTRY)' DELIMITED BY SIZE
                           INTO CHLOG-LINE
           END-IF.
           WRITE    CHLOG-LINE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5050-LOG-AFTER THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-LOG-AFTER.
           MOVE     SPACES TO CHLOG-LINE.
           IF       TRN-ACTION = 'D'
                    STRING '  AFTER:  (NO ENTRY)' DELIMITED BY SIZE
                           INTO CHLOG-LINE
           ELSE
                    PERFORM 5200-FORMAT-ENTRY THRU 5200-EXIT
                    STRING '  AFTER:  '           DELIMITED BY SIZE
                           WS-ENTRY-TEXT          DELIMITED BY SIZE
                           INTO CHLOG-LINE
           END-IF.
           WRITE    CHLOG-LINE.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-LOG-REJECT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-LOG-REJECT.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' TYPE ' CAL-REC-TYPE
                    ' SOURCE ' CAL-SOURCE-SYS
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5200-FORMAT-ENTRY THRU 5200-EXIT
      *  The calendar entry in CAL-RECORD as the log and listing
      *  print it.
      *----------------------------------------------------------------*
       5200-FORMAT-ENTRY.
           MOVE     SPACES TO WS-ENTRY-TEXT.
           IF       CAL-SCHEDULE
                    STRING 'SCHEDULE  '           DELIMITED BY SIZE
                           CAL-SOURCE-SYS         DELIMITED BY SIZE
                           '  DAYS MTWTFSS '      DELIMITED BY SIZE
                           CAL-DAY-FLAGS          DELIMITED BY SIZE
                           '  CUTOFF +'           DELIMITED BY SIZE
                           CAL-CUTOFF-DAYS        DELIMITED BY SIZE
                           ' '                    DELIMITED BY SIZE
                           CAL-CUTOFF-TIME        DELIMITED BY SIZE
                           INTO WS-ENTRY-TEXT
           ELSE
                    STRING 'EXCEPTION '           DELIMITED BY SIZE
                           CAL-SOURCE-SYS         DELIMITED BY SIZE
                           '  DATE '              DELIMITED BY SIZE
                           CAL-EXCP-DATE          DELIMITED BY SIZE
                           '  DUE '               DELIMITED BY SIZE
                           CAL-EXCP-FLAG          DELIMITED BY SIZE
                           INTO WS-ENTRY-TEXT
           END-IF.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REWRITE-TABLE THRU 7000-EXIT
      *  Writes the maintained calendar back over FEEDCAL.
      *----------------------------------------------------------------*
       7000-REWRITE-TABLE.
           OPEN     OUTPUT CAL-FILE.
           PERFORM  VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL  WS-CAL-IDX > WS-CAL-USED
              MOVE  WS-CAL-ENTRY(WS-CAL-IDX) TO CAL-FILE-REC
              WRITE CAL-FILE-REC
           END-PERFORM.
           CLOSE    CAL-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-WRITE-LISTING THRU 8000-EXIT
      *  A listing of the calendar as rewritten, for operations to
      *  check before the morning report relies on it.
      *----------------------------------------------------------------*
       8000-WRITE-LISTING.
           OPEN     OUTPUT LIST-FILE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'HELLO EXPECTED-FEED CALENDAR LISTING'
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL  WS-CAL-IDX > WS-CAL-USED
              MOVE  WS-CAL-ENTRY(WS-CAL-IDX) TO CAL-RECORD
              PERFORM 5200-FORMAT-ENTRY THRU 5200-EXIT
              MOVE  WS-ENTRY-TEXT TO LIST-LINE
              WRITE LIST-LINE
           END-PERFORM.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     WS-CAL-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'ENTRIES ON CALENDAR: '       DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           CLOSE    LIST-FILE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-TRANS-OPEN
                    CLOSE TRANS-FILE
           END-IF.
           IF       WS-CHLOG-OPEN
                    CLOSE CHLOG-FILE
           END-IF.
           MOVE     WS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CALMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CALMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CALMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
