      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  SUSMNT -- maintenance program for the SUSPENSE file. Applies
      *            support's transactions to suspense items, validating
      *            each one before the item is touched: C corrects the
      *            item's record image (it must become a DT detail),
      *            R releases it for the next SUSRLSE resubmission
      *            (only a DT detail can go), W writes it off with the
      *            reason given. Only an OPEN item can be corrected or
      *            released; a released item not yet sent can still be
      *            written off. Every transaction is written to a
      *            before/after change log, the same way RATEMNT
      *            maintains BILLRATE.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original suspense item maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SUSP-FILE        ASSIGN TO "SUSPENSE"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE RANDOM
                                     RECORD KEY SUS-ITEM-NO
                                     ALTERNATE RECORD KEY SUS-RESUB-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-SUSP-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "SUSTRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "SUSCHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
           COPY SUSREC.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-ITEM-NO          PIC  X(009).
           05  TRN-ITEM-NO-N REDEFINES TRN-ITEM-NO
                                    PIC  9(009).
      *    C: the corrected TRANSFILE record image.
      *    W: the write-off reason, in the first 40 bytes.
           05  TRN-BODY             PIC  X(128).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(160).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SUSP-STATUS           PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-SUSP-OPEN-SW          PIC  X(001)    VALUE 'N'.
           88  WS-SUSP-OPEN                        VALUE 'Y'.
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The transaction in hand: its action, the item it names and
      *  why it was rejected.
      *----------------------------------------------------------------*
       01  WS-TRN-ACTION            PIC  X(001).
       01  WS-REJ-REASON            PIC  X(030).
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
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           IF      NOT WS-SUSP-OPEN
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Opens SUSPENSE for update, then the transactions and the
      *  change log. Without SUSPENSE there is nothing to maintain.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN     I-O SUSP-FILE.
           IF       WS-SUSP-STATUS NOT = '00'
                    DISPLAY 'SUSMNT -- cannot open SUSPENSE, status '
                            WS-SUSP-STATUS
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-SUSP-OPEN TO TRUE.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'SUSMNT -- cannot open SUSTRAN, status '
                            WS-TRANS-STATUS
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-TRANS-OPEN TO TRUE.
           PERFORM  2100-READ-TRANS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-APPLY-ONE-TRANS THRU 2000-EXIT
      *  Validates the transaction in hand, applies it to the item
      *  when it is clean, and logs what happened either way.
      *----------------------------------------------------------------*
       2000-APPLY-ONE-TRANS.
           ADD      1 TO WS-READ-COUNT.
           MOVE     SPACES TO WS-REJ-REASON.
           MOVE     FUNCTION UPPER-CASE(TRN-ACTION)
                                          TO WS-TRN-ACTION.
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
      *  before the item is touched. The first problem found wins.
      *  A clean transaction leaves its item in the record area.
      *----------------------------------------------------------------*
       3000-VALIDATE-TRANS.
           IF       WS-TRN-ACTION NOT = 'C' AND 'R' AND 'W'
                    MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       TRN-ITEM-NO NOT NUMERIC
                    MOVE 'ITEM NUMBER NOT NUMERIC' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           MOVE     TRN-ITEM-NO-N TO SUS-ITEM-NO.
           READ     SUSP-FILE
               INVALID KEY
                    MOVE 'ITEM NOT ON SUSPENSE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-READ.
           EVALUATE WS-TRN-ACTION
              WHEN  'C'
              WHEN  'R'
                    IF   NOT SUS-OPEN
                         MOVE 'ITEM NOT OPEN' TO WS-REJ-REASON
                    END-IF
              WHEN  'W'
                    IF   NOT SUS-OPEN
                         AND NOT SUS-RELEASED
                         MOVE 'ITEM ALREADY CLOSED' TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3000-EXIT
           END-IF.
           EVALUATE WS-TRN-ACTION
              WHEN  'C'
                    IF   TRN-BODY(1:2) NOT = 'DT'
                         MOVE 'CORRECTION NOT A DT RECORD'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-BODY(3:126) = SPACES
                         MOVE 'CORRECTED DETAIL IS BLANK'
                                                 TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'R'
                    IF   SUS-RECORD-IMAGE(1:2) NOT = 'DT'
                         MOVE 'NOT A DT RECORD; CORRECT FIRST'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   SUS-RECORD-IMAGE(3:126) = SPACES
                         MOVE 'DETAIL IS BLANK; CORRECT FIRST'
                                                 TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'W'
                    IF   TRN-BODY(1:40) = SPACES
                         MOVE 'WRITE-OFF REASON MISSING'
                                                 TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-APPLY-TRANS THRU 4000-EXIT
      *  The transaction is clean: change the item and log the
      *  before/after images.
      *----------------------------------------------------------------*
       4000-APPLY-TRANS.
           PERFORM  5000-LOG-BEFORE THRU 5000-EXIT.
           EVALUATE WS-TRN-ACTION
              WHEN  'C'
                    MOVE TRN-BODY TO SUS-RECORD-IMAGE
                    ADD  1 TO SUS-CORRECTIONS
              WHEN  'R'
                    SET  SUS-RELEASED TO TRUE
              WHEN  'W'
                    SET  SUS-WRITTEN-OFF TO TRUE
                    MOVE TRN-BODY(1:40) TO SUS-NOTE
           END-EVALUATE.
           MOVE     WS-CUR-DATE TO SUS-ACTION-DATE.
           REWRITE  SUS-RECORD
               INVALID KEY
                    MOVE 'REWRITE FAILED, STATUS ' TO WS-REJ-REASON
                    MOVE WS-SUSP-STATUS TO WS-REJ-REASON(24:2)
                    ADD  1 TO WS-REJECT-COUNT
                    PERFORM 5100-LOG-REJECT THRU 5100-EXIT
                    GO TO 4000-EXIT
           END-REWRITE.
           ADD      1 TO WS-APPLY-COUNT.
           PERFORM  5050-LOG-AFTER THRU 5050-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' WS-TRN-ACTION ' ITEM ' SUS-ITEM-NO
                    ' APPLIED'                    DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '  BEFORE: '                  DELIMITED BY SIZE
                    SUS-STATUS                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-RECORD-IMAGE              DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5050-LOG-AFTER THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-LOG-AFTER.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '  AFTER:  '                  DELIMITED BY SIZE
                    SUS-STATUS                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-RECORD-IMAGE              DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           IF       SUS-WRITTEN-OFF
                    MOVE SPACES TO CHLOG-LINE
                    STRING '  REASON: '           DELIMITED BY SIZE
                           SUS-NOTE               DELIMITED BY SIZE
                           INTO CHLOG-LINE
                    WRITE CHLOG-LINE
           END-IF.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-LOG-REJECT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-LOG-REJECT.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' ITEM ' TRN-ITEM-NO
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-TRANS-OPEN
                    CLOSE TRANS-FILE
           END-IF.
           IF       WS-CHLOG-OPEN
                    CLOSE CHLOG-FILE
           END-IF.
           IF       WS-SUSP-OPEN
                    CLOSE SUSP-FILE
           END-IF.
           MOVE     WS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'SUSMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
