      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  RATEMNT -- maintenance program for the BILLRATE chargeback
      *             rate table CHGBACK prices each source system's
      *             invocations from. Applies finance's add/change/
      *             delete transactions to the table, validating each
      *             one before the file is touched: the source system
      *             must be present, adds must not duplicate a sender,
      *             and both rates must be numeric (three integer and
      *             four decimal digits, no point). Every transaction
      *             is written to a before/after change log, and a
      *             listing of the resulting table is produced, the
      *             same way HELCMNT maintains HELLOC.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RATEMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original chargeback rate table maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RATE-FILE        ASSIGN TO "BILLRATE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RATE-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "RATETRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "RATECHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  LIST-FILE        ASSIGN TO "RATELIST"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RATE-FILE.
           COPY RATEREC.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-SOURCE-SYS       PIC  X(008).
           05  TRN-SUCCESS-RATE     PIC  X(007).
           05  TRN-SUCCESS-RATE-N REDEFINES TRN-SUCCESS-RATE
                                    PIC  9(003)V9(004).
           05  TRN-OTHER-RATE       PIC  X(007).
           05  TRN-OTHER-RATE-N REDEFINES TRN-OTHER-RATE
                                    PIC  9(003)V9(004).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(100).
       FD  LIST-FILE.
       01  LIST-LINE                PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-RATE-STATUS           PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The rate table under maintenance, sized to the table
      *  CHGBACK loads.
      *----------------------------------------------------------------*
       01  WS-RATE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-LOAD-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-LOAD-OVERFLOW                    VALUE 'Y'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY   OCCURS 100 TIMES
                                INDEXED BY WS-RATE-IDX.
               10  WS-RATE-SOURCE   PIC  X(008).
               10  WS-RATE-SUCC     PIC  9(003)V9(004).
               10  WS-RATE-OTHER    PIC  9(003)V9(004).
      *----------------------------------------------------------------*
      *  The transaction in hand: its uppercased sender, where the
      *  sender sits in the table, and why it was rejected.
      *----------------------------------------------------------------*
       01  WS-TRN-SOURCE            PIC  X(008).
       01  WS-FOUND-AT              PIC  9(003)    COMP.
       01  WS-REJ-REASON            PIC  X(030).
       01  WS-SUB                   PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  Run counters for the closing summary, and the rate edits
      *  the log and listing print.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-APPLY-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
       01  WS-EDIT-SUCC             PIC  ZZ9.9999.
       01  WS-EDIT-OTHER            PIC  ZZ9.9999.
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
      *  Loads the current table (an absent BILLRATE starts an empty
      *  one), then opens the transactions and the change log. A
      *  file too large for the table stops the run before any
      *  transaction is applied.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN     INPUT RATE-FILE.
           IF       WS-RATE-STATUS = '00'
                    PERFORM 1100-LOAD-ONE-REC THRU 1100-EXIT
                             UNTIL WS-EOF
                    CLOSE   RATE-FILE
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'RATEMNT -- BILLRATE holds more than 100 '
                            'records; table not rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'RATEMNT -- cannot open RATETRAN, status '
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
           MOVE     FUNCTION UPPER-CASE(TRN-SOURCE-SYS)
                                          TO WS-TRN-SOURCE.
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
           IF       WS-TRN-SOURCE = SPACES
                    MOVE 'SOURCE SYSTEM MISSING' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           PERFORM  3500-FIND-SOURCE THRU 3500-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE SOURCE SYSTEM'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   WS-RATE-USED >= 100
                         MOVE 'TABLE FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'SOURCE SYSTEM NOT ON TABLE'
                                                 TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3000-EXIT
           END-IF.
           IF       TRN-ACTION = 'A' OR 'C'
                    IF   TRN-SUCCESS-RATE NOT NUMERIC
                         MOVE 'SUCCESS RATE NOT NUMERIC'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-OTHER-RATE NOT NUMERIC
                         MOVE 'NON-SUCCESS RATE NOT NUMERIC'
                                                 TO WS-REJ-REASON
                    END-IF
                    END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-FIND-SOURCE THRU 3500-EXIT
      *  Leaves the entry number of the transaction's sender in
      *  WS-FOUND-AT, zero when it is not on the table.
      *----------------------------------------------------------------*
       3500-FIND-SOURCE.
           MOVE     ZERO TO WS-FOUND-AT.
           PERFORM  VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL  WS-RATE-IDX > WS-RATE-USED
              IF    WS-RATE-SOURCE(WS-RATE-IDX) = WS-TRN-SOURCE
                    SET  WS-FOUND-AT TO WS-RATE-IDX
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
                    ADD  1 TO WS-RATE-USED
                    MOVE WS-TRN-SOURCE
                                   TO WS-RATE-SOURCE(WS-RATE-USED)
                    MOVE TRN-SUCCESS-RATE-N
                                   TO WS-RATE-SUCC(WS-RATE-USED)
                    MOVE TRN-OTHER-RATE-N
                                   TO WS-RATE-OTHER(WS-RATE-USED)
              WHEN  'C'
                    MOVE TRN-SUCCESS-RATE-N
                                   TO WS-RATE-SUCC(WS-FOUND-AT)
                    MOVE TRN-OTHER-RATE-N
                                   TO WS-RATE-OTHER(WS-FOUND-AT)
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
                     UNTIL  WS-SUB >= WS-RATE-USED
              MOVE  WS-RATE-ENTRY(WS-SUB + 1)
                                        TO WS-RATE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RATE-USED.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' SOURCE ' WS-TRN-SOURCE
                    ' APPLIED'                    DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           IF       WS-FOUND-AT > 0
                    MOVE WS-RATE-SUCC(WS-FOUND-AT)  TO WS-EDIT-SUCC
                    MOVE WS-RATE-OTHER(WS-FOUND-AT) TO WS-EDIT-OTHER
                    STRING '  BEFORE: SUCCESS '   DELIMITED BY SIZE
                           WS-EDIT-SUCC           DELIMITED BY SIZE
                           '  NON-SUCCESS '       DELIMITED BY SIZE
                           WS-EDIT-OTHER          DELIMITED BY SIZE
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
                    MOVE   TRN-SUCCESS-RATE-N     TO WS-EDIT-SUCC
                    MOVE   TRN-OTHER-RATE-N       TO WS-EDIT-OTHER
                    STRING '  AFTER:  SUCCESS '   DELIMITED BY SIZE
                           WS-EDIT-SUCC           DELIMITED BY SIZE
                           '  NON-SUCCESS '       DELIMITED BY SIZE
                           WS-EDIT-OTHER          DELIMITED BY SIZE
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
           STRING   'ACTION ' TRN-ACTION ' SOURCE ' TRN-SOURCE-SYS
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REWRITE-TABLE THRU 7000-EXIT
      *  Writes the maintained table back over BILLRATE.
      *----------------------------------------------------------------*
       7000-REWRITE-TABLE.
           OPEN     OUTPUT RATE-FILE.
           PERFORM  VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL  WS-RATE-IDX > WS-RATE-USED
              MOVE  WS-RATE-SOURCE(WS-RATE-IDX) TO RATE-SOURCE-SYS
              MOVE  WS-RATE-SUCC(WS-RATE-IDX)   TO RATE-SUCCESS-RATE
              MOVE  WS-RATE-OTHER(WS-RATE-IDX)  TO RATE-OTHER-RATE
              WRITE RATE-RECORD
           END-PERFORM.
           CLOSE    RATE-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-WRITE-LISTING THRU 8000-EXIT
      *  A listing of the table as rewritten, for finance to sign
      *  off before the month is billed.
      *----------------------------------------------------------------*
       8000-WRITE-LISTING.
           OPEN     OUTPUT LIST-FILE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'HELLO CHARGEBACK RATE TABLE LISTING'
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'SOURCE      SUCCESS  NON-SUCCESS'
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL  WS-RATE-IDX > WS-RATE-USED
              MOVE  WS-RATE-SUCC(WS-RATE-IDX)  TO WS-EDIT-SUCC
              MOVE  WS-RATE-OTHER(WS-RATE-IDX) TO WS-EDIT-OTHER
              MOVE  SPACES TO LIST-LINE
              STRING WS-RATE-SOURCE(WS-RATE-IDX) DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-EDIT-SUCC                 DELIMITED BY SIZE
                     '     '                      DELIMITED BY SIZE
                     WS-EDIT-OTHER                DELIMITED BY SIZE
                     INTO LIST-LINE
              WRITE LIST-LINE
           END-PERFORM.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     WS-RATE-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'ENTRIES ON TABLE: '          DELIMITED BY SIZE
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
           DISPLAY  'RATEMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'RATEMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'RATEMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
