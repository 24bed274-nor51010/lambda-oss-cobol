      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  CERTMNT -- maintenance program for the two files RESPCERT
      *             certifies from: the CERTDECK deck of sample
      *             invocations and the CERTAUTH list of approvers
      *             allowed to promote a baseline. Applies add/change/
      *             delete transactions to either, validating each one
      *             before the file is touched: the list must be DECK
      *             or AUTH, the case or user ID must be present, adds
      *             must not duplicate an entry or overflow the table
      *             RESPCERT loads, a case needs a description (its
      *             input may be blank -- blank input is a case of its
      *             own), an approver needs a name, and the last
      *             approver cannot be deleted, since no baseline
      *             could then be promoted. Every transaction is
      *             written to a dated before/after change log, so a
      *             change to who may approve is on record, and a
      *             listing of the resulting deck and approver list is
      *             produced, the same way RATEMNT maintains BILLRATE.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CERTMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original certification deck and approver list
      *              maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DECK-FILE        ASSIGN TO "CERTDECK"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-DECK-STATUS.
           SELECT  AUTH-FILE        ASSIGN TO "CERTAUTH"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-AUTH-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "CERTTRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "CERTCHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  LIST-FILE        ASSIGN TO "CERTLIST"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DECK-FILE.
           COPY CERTCASE.
       FD  AUTH-FILE.
           COPY CERTAUTH.
      *----------------------------------------------------------------*
      *  One transaction: the action, which list it is for, the case
      *  or user ID, and the new entry -- a case's description and
      *  input, or an approver's name.
      *----------------------------------------------------------------*
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-LIST             PIC  X(004).
           05  TRN-KEY              PIC  X(008).
           05  TRN-CASE-BODY.
               10  TRN-DESCRIPTION  PIC  X(040).
               10  TRN-INPUT        PIC  X(128).
           05  TRN-AUTH-BODY REDEFINES TRN-CASE-BODY.
               10  TRN-USER-NAME    PIC  X(032).
               10  FILLER           PIC  X(136).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(150).
       FD  LIST-FILE.
       01  LIST-LINE                PIC  X(150).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-DECK-STATUS           PIC  X(002).
       01  WS-AUTH-STATUS           PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  The deck and the approver list under maintenance, sized to
      *  the tables RESPCERT loads.
      *----------------------------------------------------------------*
       01  WS-LOAD-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-LOAD-OVERFLOW                    VALUE 'Y'.
       01  WS-CASE-MAX              PIC  9(003)    COMP VALUE 200.
       01  WS-CASE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY   OCCURS 200 TIMES
                                INDEXED BY WS-CASE-IDX.
               10  WS-CASE-ID       PIC  X(008).
               10  WS-CASE-DESC     PIC  X(040).
               10  WS-CASE-INPUT    PIC  X(128).
       01  WS-APPR-MAX              PIC  9(003)    COMP VALUE 50.
       01  WS-APPR-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY   OCCURS 50 TIMES
                                INDEXED BY WS-APPR-IDX.
               10  WS-APPR-ID       PIC  X(008).
               10  WS-APPR-NAME     PIC  X(032).
      *----------------------------------------------------------------*
      *  The transaction in hand: its uppercased list and key, the
      *  entry as it will be stored, where the key sits in its
      *  table, and why it was rejected.
      *----------------------------------------------------------------*
       01  WS-TRN-LIST              PIC  X(004).
           88  WS-TRN-DECK                          VALUE 'DECK'.
           88  WS-TRN-AUTH                          VALUE 'AUTH'.
       01  WS-TRN-KEY               PIC  X(008).
       01  WS-NEW-CASE.
           05  WS-NEW-CASE-ID       PIC  X(008).
           05  WS-NEW-CASE-DESC     PIC  X(040).
           05  WS-NEW-CASE-INPUT    PIC  X(128).
       01  WS-NEW-APPR.
           05  WS-NEW-APPR-ID       PIC  X(008).
           05  WS-NEW-APPR-NAME     PIC  X(032).
       01  WS-FOUND-AT              PIC  9(003)    COMP.
       01  WS-REJ-REASON            PIC  X(040).
       01  WS-SUB                   PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  The entry the log or listing is printing, kept apart from
      *  the entry being stored.
      *----------------------------------------------------------------*
       01  WS-IMG-CASE.
           05  WS-IMG-CASE-ID       PIC  X(008).
           05  WS-IMG-CASE-DESC     PIC  X(040).
           05  WS-IMG-CASE-INPUT    PIC  X(128).
       01  WS-IMG-APPR.
           05  WS-IMG-APPR-ID       PIC  X(008).
           05  WS-IMG-APPR-NAME     PIC  X(032).
       01  WS-IMG-LABEL             PIC  X(010).
      *----------------------------------------------------------------*
      *  Run counters for the closing summary, and the edits the log
      *  and listing print.
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
                   PERFORM 7000-REWRITE-DECK THRU 7000-EXIT
                   PERFORM 7100-REWRITE-AUTH THRU 7100-EXIT
                   PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           IF      WS-LOAD-OVERFLOW
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Loads the current deck and approver list (an absent file
      *  starts an empty one), then opens the transactions and the
      *  change log. A file too large for its table stops the run
      *  before any transaction is applied.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME FROM TIME.
           OPEN     INPUT DECK-FILE.
           IF       WS-DECK-STATUS = '00'
                    PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
                             UNTIL WS-EOF
                    CLOSE   DECK-FILE
           END-IF.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'CERTMNT -- CERTDECK holds more than 200 '
                            'cases; nothing rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           OPEN     INPUT AUTH-FILE.
           IF       WS-AUTH-STATUS = '00'
                    PERFORM 1200-LOAD-ONE-APPR THRU 1200-EXIT
                             UNTIL WS-EOF
                    CLOSE   AUTH-FILE
           END-IF.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'CERTMNT -- CERTAUTH holds more than 50 '
                            'approvers; nothing rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'CERTMNT CHANGE LOG - RUN '   DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-CUR-TIME(1:6)              DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'CERTMNT -- cannot open CERTTRAN, status '
                            WS-TRANS-STATUS
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-TRANS-OPEN TO TRUE.
           PERFORM  2100-READ-TRANS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LOAD-ONE-CASE.
           READ     DECK-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   WS-CASE-USED < WS-CASE-MAX
                         ADD  1 TO WS-CASE-USED
                         MOVE DECK-REC
                                    TO WS-CASE-ENTRY(WS-CASE-USED)
                    ELSE
                         SET  WS-LOAD-OVERFLOW TO TRUE
                    END-IF
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LOAD-ONE-APPR.
           READ     AUTH-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   WS-APPR-USED < WS-APPR-MAX
                         ADD  1 TO WS-APPR-USED
                         MOVE AUTH-REC
                                    TO WS-APPR-ENTRY(WS-APPR-USED)
                    ELSE
                         SET  WS-LOAD-OVERFLOW TO TRUE
                    END-IF
           END-READ.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-APPLY-ONE-TRANS THRU 2000-EXIT
      *  Validates the transaction in hand, applies it to its table
      *  when it is clean, and logs what happened either way.
      *----------------------------------------------------------------*
       2000-APPLY-ONE-TRANS.
           ADD      1 TO WS-READ-COUNT.
           MOVE     SPACES TO WS-REJ-REASON.
           MOVE     FUNCTION UPPER-CASE(TRN-LIST) TO WS-TRN-LIST.
           MOVE     FUNCTION UPPER-CASE(TRN-KEY)  TO WS-TRN-KEY.
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
      *  before either table is touched. The first problem found
      *  wins. A clean add or change leaves the entry to store in
      *  WS-NEW-CASE or WS-NEW-APPR.
      *----------------------------------------------------------------*
       3000-VALIDATE-TRANS.
           IF       TRN-ACTION NOT = 'A' AND 'C' AND 'D'
                    MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       NOT WS-TRN-DECK AND NOT WS-TRN-AUTH
                    MOVE 'LIST MUST BE DECK OR AUTH' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       WS-TRN-DECK
                    PERFORM 3100-VALIDATE-CASE THRU 3100-EXIT
           ELSE
                    PERFORM 3200-VALIDATE-APPR THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-VALIDATE-CASE THRU 3100-EXIT
      *  A deck case. The input is taken as it stands, blank or not;
      *  only the description is required.
      *----------------------------------------------------------------*
       3100-VALIDATE-CASE.
           IF       WS-TRN-KEY = SPACES
                    MOVE 'CASE ID MISSING' TO WS-REJ-REASON
                    GO TO 3100-EXIT
           END-IF.
           PERFORM  3500-FIND-CASE THRU 3500-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE CASE ID' TO WS-REJ-REASON
                    ELSE
                    IF   WS-CASE-USED >= WS-CASE-MAX
                         MOVE 'DECK FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'CASE ID NOT ON DECK' TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    OR TRN-ACTION = 'D'
                    GO TO 3100-EXIT
           END-IF.
           IF       TRN-DESCRIPTION = SPACES
                    MOVE 'CASE DESCRIPTION MISSING' TO WS-REJ-REASON
                    GO TO 3100-EXIT
           END-IF.
           MOVE     WS-TRN-KEY       TO WS-NEW-CASE-ID.
           MOVE     TRN-DESCRIPTION  TO WS-NEW-CASE-DESC.
           MOVE     TRN-INPUT        TO WS-NEW-CASE-INPUT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-VALIDATE-APPR THRU 3200-EXIT
      *  An approver. RESPCERT matches approver IDs in upper case,
      *  so they are stored that way.
      *----------------------------------------------------------------*
       3200-VALIDATE-APPR.
           IF       WS-TRN-KEY = SPACES
                    MOVE 'USER ID MISSING' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           PERFORM  3600-FIND-APPR THRU 3600-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE USER ID' TO WS-REJ-REASON
                    ELSE
                    IF   WS-APPR-USED >= WS-APPR-MAX
                         MOVE 'APPROVER LIST FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'USER ID NOT ON APPROVER LIST'
                                                 TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3200-EXIT
           END-IF.
           IF       TRN-ACTION = 'D'
                    IF   WS-APPR-USED = 1
                         MOVE 'LAST APPROVER CANNOT BE DELETED'
                                                 TO WS-REJ-REASON
                    END-IF
                    GO TO 3200-EXIT
           END-IF.
           IF       TRN-USER-NAME = SPACES
                    MOVE 'APPROVER NAME MISSING' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           MOVE     WS-TRN-KEY       TO WS-NEW-APPR-ID.
           MOVE     TRN-USER-NAME    TO WS-NEW-APPR-NAME.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-FIND-CASE THRU 3500-EXIT
      *  Leaves the entry number of the transaction's case in
      *  WS-FOUND-AT, zero when it is not on the deck.
      *----------------------------------------------------------------*
       3500-FIND-CASE.
           MOVE     ZERO TO WS-FOUND-AT.
           PERFORM  VARYING WS-CASE-IDX FROM 1 BY 1
                     UNTIL  WS-CASE-IDX > WS-CASE-USED
              IF    WS-CASE-ID(WS-CASE-IDX) = WS-TRN-KEY
                    SET  WS-FOUND-AT TO WS-CASE-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3600-FIND-APPR THRU 3600-EXIT
      *  Leaves the entry number of the transaction's approver in
      *  WS-FOUND-AT, zero when it is not on the list.
      *----------------------------------------------------------------*
       3600-FIND-APPR.
           MOVE     ZERO TO WS-FOUND-AT.
           PERFORM  VARYING WS-APPR-IDX FROM 1 BY 1
                     UNTIL  WS-APPR-IDX > WS-APPR-USED
              IF    FUNCTION UPPER-CASE(WS-APPR-ID(WS-APPR-IDX))
                                                   = WS-TRN-KEY
                    SET  WS-FOUND-AT TO WS-APPR-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-APPLY-TRANS THRU 4000-EXIT
      *  The transaction is clean: change the table and log the
      *  before/after images.
      *----------------------------------------------------------------*
       4000-APPLY-TRANS.
           ADD      1 TO WS-APPLY-COUNT.
           PERFORM  5000-LOG-BEFORE THRU 5000-EXIT.
           IF       WS-TRN-DECK
                    EVALUATE TRN-ACTION
                       WHEN 'A'
                            ADD  1 TO WS-CASE-USED
                            MOVE WS-NEW-CASE
                                   TO WS-CASE-ENTRY(WS-CASE-USED)
                       WHEN 'C'
                            MOVE WS-NEW-CASE
                                   TO WS-CASE-ENTRY(WS-FOUND-AT)
                       WHEN 'D'
                            PERFORM 4500-DELETE-CASE THRU 4500-EXIT
                    END-EVALUATE
           ELSE
                    EVALUATE TRN-ACTION
                       WHEN 'A'
                            ADD  1 TO WS-APPR-USED
                            MOVE WS-NEW-APPR
                                   TO WS-APPR-ENTRY(WS-APPR-USED)
                       WHEN 'C'
                            MOVE WS-NEW-APPR
                                   TO WS-APPR-ENTRY(WS-FOUND-AT)
                       WHEN 'D'
                            PERFORM 4600-DELETE-APPR THRU 4600-EXIT
                    END-EVALUATE
           END-IF.
           PERFORM  5050-LOG-AFTER THRU 5050-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4500-DELETE-CASE THRU 4500-EXIT
      *  Closes the gap the deleted case leaves so the deck stays
      *  dense and in order for the sequential rewrite.
      *----------------------------------------------------------------*
       4500-DELETE-CASE.
           PERFORM  VARYING WS-SUB FROM WS-FOUND-AT BY 1
                     UNTIL  WS-SUB >= WS-CASE-USED
              MOVE  WS-CASE-ENTRY(WS-SUB + 1)
                                        TO WS-CASE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CASE-USED.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4600-DELETE-APPR.
           PERFORM  VARYING WS-SUB FROM WS-FOUND-AT BY 1
                     UNTIL  WS-SUB >= WS-APPR-USED
              MOVE  WS-APPR-ENTRY(WS-SUB + 1)
                                        TO WS-APPR-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-APPR-USED.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' ' WS-TRN-LIST ' '
                    WS-TRN-KEY ' APPLIED'         DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     '  BEFORE: ' TO WS-IMG-LABEL.
           IF       TRN-ACTION = 'A'
                    PERFORM 5300-LOG-NO-ENTRY THRU 5300-EXIT
                    GO TO 5000-EXIT
           END-IF.
           IF       WS-TRN-DECK
                    MOVE WS-CASE-ENTRY(WS-FOUND-AT) TO WS-IMG-CASE
                    PERFORM 5200-LOG-CASE THRU 5200-EXIT
           ELSE
                    MOVE WS-APPR-ENTRY(WS-FOUND-AT) TO WS-IMG-APPR
                    PERFORM 5250-LOG-APPR THRU 5250-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5050-LOG-AFTER THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-LOG-AFTER.
           MOVE     '  AFTER:  ' TO WS-IMG-LABEL.
           IF       TRN-ACTION = 'D'
                    PERFORM 5300-LOG-NO-ENTRY THRU 5300-EXIT
                    GO TO 5050-EXIT
           END-IF.
           IF       WS-TRN-DECK
                    IF   TRN-ACTION = 'A'
                         MOVE WS-CASE-ENTRY(WS-CASE-USED)
                                                 TO WS-IMG-CASE
                    ELSE
                         MOVE WS-CASE-ENTRY(WS-FOUND-AT)
                                                 TO WS-IMG-CASE
                    END-IF
                    PERFORM 5200-LOG-CASE THRU 5200-EXIT
           ELSE
                    IF   TRN-ACTION = 'A'
                         MOVE WS-APPR-ENTRY(WS-APPR-USED)
                                                 TO WS-IMG-APPR
                    ELSE
                         MOVE WS-APPR-ENTRY(WS-FOUND-AT)
                                                 TO WS-IMG-APPR
                    END-IF
                    PERFORM 5250-LOG-APPR THRU 5250-EXIT
           END-IF.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-LOG-REJECT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-LOG-REJECT.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' ' TRN-LIST ' ' TRN-KEY
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5200-LOG-CASE THRU 5200-EXIT
      *  The case in WS-IMG-CASE under WS-IMG-LABEL: its description,
      *  then its input in full on a line of its own.
      *----------------------------------------------------------------*
       5200-LOG-CASE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   WS-IMG-LABEL                  DELIMITED BY SIZE
                    WS-IMG-CASE-DESC              DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           PERFORM  5400-FORMAT-INPUT THRU 5400-EXIT.
           WRITE    CHLOG-LINE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5250-LOG-APPR.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   WS-IMG-LABEL                  DELIMITED BY SIZE
                    WS-IMG-APPR-NAME              DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5300-LOG-NO-ENTRY.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   WS-IMG-LABEL                  DELIMITED BY SIZE
                    '(NO ENTRY)'                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5400-FORMAT-INPUT THRU 5400-EXIT
      *  The input line for the case in WS-IMG-CASE, built in
      *  CHLOG-LINE; the listing moves it across.
      *----------------------------------------------------------------*
       5400-FORMAT-INPUT.
           IF       WS-IMG-CASE-INPUT = SPACES
                    STRING '          INPUT: (BLANK)'
                                                  DELIMITED BY SIZE
                           INTO CHLOG-LINE
           ELSE
                    STRING '          INPUT: '    DELIMITED BY SIZE
                           WS-IMG-CASE-INPUT      DELIMITED BY SIZE
                           INTO CHLOG-LINE
           END-IF.
       5400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REWRITE-DECK THRU 7000-EXIT
      *  Writes the maintained deck back over CERTDECK.
      *----------------------------------------------------------------*
       7000-REWRITE-DECK.
           OPEN     OUTPUT DECK-FILE.
           PERFORM  VARYING WS-CASE-IDX FROM 1 BY 1
                     UNTIL  WS-CASE-IDX > WS-CASE-USED
              MOVE  WS-CASE-ENTRY(WS-CASE-IDX) TO DECK-REC
              WRITE DECK-REC
           END-PERFORM.
           CLOSE    DECK-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7100-REWRITE-AUTH THRU 7100-EXIT
      *  Writes the maintained approver list back over CERTAUTH.
      *----------------------------------------------------------------*
       7100-REWRITE-AUTH.
           OPEN     OUTPUT AUTH-FILE.
           PERFORM  VARYING WS-APPR-IDX FROM 1 BY 1
                     UNTIL  WS-APPR-IDX > WS-APPR-USED
              MOVE  WS-APPR-ENTRY(WS-APPR-IDX) TO AUTH-REC
              WRITE AUTH-REC
           END-PERFORM.
           CLOSE    AUTH-FILE.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-WRITE-LISTING THRU 8000-EXIT
      *  A listing of the deck and the approver list as rewritten.
      *  An empty deck or list is called out: RESPCERT would then
      *  certify nothing, or no baseline could be promoted.
      *----------------------------------------------------------------*
       8000-WRITE-LISTING.
           OPEN     OUTPUT LIST-FILE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'HELLO RESPONSE CERTIFICATION DECK AND APPROVER '
                    'LISTING'                     DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'CASE ID   DESCRIPTION'       DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  VARYING WS-CASE-IDX FROM 1 BY 1
                     UNTIL  WS-CASE-IDX > WS-CASE-USED
              MOVE  WS-CASE-ENTRY(WS-CASE-IDX) TO WS-IMG-CASE
              MOVE  SPACES TO LIST-LINE
              STRING WS-IMG-CASE-ID               DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-IMG-CASE-DESC             DELIMITED BY SIZE
                     INTO LIST-LINE
              WRITE LIST-LINE
              MOVE  SPACES TO CHLOG-LINE
              PERFORM 5400-FORMAT-INPUT THRU 5400-EXIT
              MOVE  CHLOG-LINE TO LIST-LINE
              WRITE LIST-LINE
           END-PERFORM.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     WS-CASE-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'CASES ON DECK: '             DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           IF       WS-CASE-USED = ZERO
                    MOVE SPACES TO LIST-LINE
                    STRING '*** NO CASES - NOTHING WILL BE '
                           'CERTIFIED ***'        DELIMITED BY SIZE
                           INTO LIST-LINE
                    WRITE LIST-LINE
           END-IF.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'USER ID   APPROVER NAME'     DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  VARYING WS-APPR-IDX FROM 1 BY 1
                     UNTIL  WS-APPR-IDX > WS-APPR-USED
              MOVE  SPACES TO LIST-LINE
              STRING WS-APPR-ID(WS-APPR-IDX)      DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-APPR-NAME(WS-APPR-IDX)    DELIMITED BY SIZE
                     INTO LIST-LINE
              WRITE LIST-LINE
           END-PERFORM.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     WS-APPR-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'APPROVERS ON LIST: '         DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           IF       WS-APPR-USED = ZERO
                    MOVE SPACES TO LIST-LINE
                    STRING '*** NO APPROVERS - NO BASELINE CAN BE '
                           'PROMOTED ***'         DELIMITED BY SIZE
                           INTO LIST-LINE
                    WRITE LIST-LINE
           END-IF.
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
           DISPLAY  'CERTMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CERTMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CERTMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
