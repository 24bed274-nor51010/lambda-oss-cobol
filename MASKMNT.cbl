      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  MASKMNT -- maintenance program for the MASKRULE masking rule
      *             table MASKTXT applies wherever audit text is
      *             extracted, reported or displayed. Applies the
      *             add/change/delete transactions to the table,
      *             validating each one before the file is touched:
      *             the rule must be present, adds must not duplicate
      *             a rule, digit rules must mask a run of at least 4
      *             digits and keep fewer than they mask, literal
      *             rules must name at least 3 characters, and the
      *             mask character must not be a letter or digit.
      *             Every transaction is written to a before/after
      *             change log, and a listing of the resulting table
      *             is produced, the same way RATEMNT maintains
      *             BILLRATE.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MASKMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original masking rule table maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RULE-FILE        ASSIGN TO "MASKRULE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RULE-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "MASKTRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "MASKCHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  LIST-FILE        ASSIGN TO "MASKLIST"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RULE-FILE.
           COPY MASKRULE.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-RULE-ID          PIC  X(008).
           05  TRN-RULE-TYPE        PIC  X(001).
           05  TRN-MIN-DIGITS       PIC  X(002).
           05  TRN-MIN-DIGITS-N REDEFINES TRN-MIN-DIGITS
                                    PIC  9(002).
           05  TRN-KEEP-LAST        PIC  X(002).
           05  TRN-KEEP-LAST-N REDEFINES TRN-KEEP-LAST
                                    PIC  9(002).
           05  TRN-MASK-CHAR        PIC  X(001).
           05  TRN-LITERAL          PIC  X(040).
           05  TRN-DESCRIPTION      PIC  X(040).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(100).
       FD  LIST-FILE.
       01  LIST-LINE                PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-RULE-STATUS           PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The rule table under maintenance, sized to the table
      *  MASKTXT loads.
      *----------------------------------------------------------------*
       01  WS-RULE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-LOAD-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-LOAD-OVERFLOW                    VALUE 'Y'.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY   OCCURS 50 TIMES
                                INDEXED BY WS-RULE-IDX.
               10  WS-RULE-ID       PIC  X(008).
               10  WS-RULE-TYPE     PIC  X(001).
               10  WS-RULE-MIN      PIC  9(002).
               10  WS-RULE-KEEP     PIC  9(002).
               10  WS-RULE-CHAR     PIC  X(001).
               10  WS-RULE-LIT      PIC  X(040).
               10  WS-RULE-DESC     PIC  X(040).
      *----------------------------------------------------------------*
      *  The transaction in hand: its uppercased rule ID and type,
      *  the rule as it will be stored, where the rule sits in the
      *  table, and why it was rejected.
      *----------------------------------------------------------------*
       01  WS-TRN-RULE-ID           PIC  X(008).
       01  WS-TRN-TYPE              PIC  X(001).
       01  WS-NEW-ENTRY.
           05  WS-NEW-ID            PIC  X(008).
           05  WS-NEW-TYPE          PIC  X(001).
           05  WS-NEW-MIN           PIC  9(002).
           05  WS-NEW-KEEP          PIC  9(002).
           05  WS-NEW-CHAR          PIC  X(001).
               88  WS-NEW-CHAR-NOT-ALLOWED         VALUE 'A' THRU 'Z'
                                                         'a' THRU 'z'
                                                         '0' THRU '9'.
           05  WS-NEW-LIT           PIC  X(040).
           05  WS-NEW-DESC          PIC  X(040).
      *----------------------------------------------------------------*
      *  The rule the log or listing is printing, kept apart from
      *  the rule being stored.
      *----------------------------------------------------------------*
       01  WS-IMG-ENTRY.
           05  WS-IMG-ID            PIC  X(008).
           05  WS-IMG-TYPE          PIC  X(001).
           05  WS-IMG-MIN           PIC  9(002).
           05  WS-IMG-KEEP          PIC  9(002).
           05  WS-IMG-CHAR          PIC  X(001).
           05  WS-IMG-LIT           PIC  X(040).
           05  WS-IMG-DESC          PIC  X(040).
       01  WS-LIT-LEN               PIC  9(003)    COMP.
       01  WS-FOUND-AT              PIC  9(003)    COMP.
       01  WS-REJ-REASON            PIC  X(030).
       01  WS-SUB                   PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  Run counters for the closing summary, and the edits the log
      *  and listing print.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-APPLY-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
       01  WS-RULE-TEXT             PIC  X(070).
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
      *  Loads the current table (an absent MASKRULE starts an empty
      *  one), then opens the transactions and the change log. A
      *  file too large for the table stops the run before any
      *  transaction is applied.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN     INPUT RULE-FILE.
           IF       WS-RULE-STATUS = '00'
                    PERFORM 1100-LOAD-ONE-REC THRU 1100-EXIT
                             UNTIL WS-EOF
                    CLOSE   RULE-FILE
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'MASKMNT -- MASKRULE holds more than 50 '
                            'records; table not rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'MASKMNT -- cannot open MASKTRAN, status '
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
           READ     RULE-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   WS-RULE-USED < 50
                         ADD  1 TO WS-RULE-USED
                         MOVE MR-RULE-ID
                                    TO WS-RULE-ID(WS-RULE-USED)
                         MOVE MR-RULE-TYPE
                                    TO WS-RULE-TYPE(WS-RULE-USED)
                         MOVE MR-MIN-DIGITS
                                    TO WS-RULE-MIN(WS-RULE-USED)
                         MOVE MR-KEEP-LAST
                                    TO WS-RULE-KEEP(WS-RULE-USED)
                         MOVE MR-MASK-CHAR
                                    TO WS-RULE-CHAR(WS-RULE-USED)
                         MOVE MR-LITERAL
                                    TO WS-RULE-LIT(WS-RULE-USED)
                         MOVE MR-DESCRIPTION
                                    TO WS-RULE-DESC(WS-RULE-USED)
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
           MOVE     FUNCTION UPPER-CASE(TRN-RULE-ID)
                                          TO WS-TRN-RULE-ID.
           MOVE     FUNCTION UPPER-CASE(TRN-RULE-TYPE)
                                          TO WS-TRN-TYPE.
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
      *  A clean add or change leaves the rule as it will be stored
      *  in WS-NEW-ENTRY: the counts a rule type does not use are
      *  zeroed and a blank mask character becomes an asterisk.
      *----------------------------------------------------------------*
       3000-VALIDATE-TRANS.
           IF       TRN-ACTION NOT = 'A' AND 'C' AND 'D'
                    MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       WS-TRN-RULE-ID = SPACES
                    MOVE 'RULE ID MISSING' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           PERFORM  3500-FIND-RULE THRU 3500-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE RULE ID' TO WS-REJ-REASON
                    ELSE
                    IF   WS-RULE-USED >= 50
                         MOVE 'TABLE FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'RULE NOT ON TABLE' TO WS-REJ-REASON
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    OR TRN-ACTION = 'D'
                    GO TO 3000-EXIT
           END-IF.
           MOVE     WS-TRN-RULE-ID   TO WS-NEW-ID.
           MOVE     WS-TRN-TYPE      TO WS-NEW-TYPE.
           MOVE     ZERO             TO WS-NEW-MIN WS-NEW-KEEP.
           MOVE     TRN-MASK-CHAR    TO WS-NEW-CHAR.
           MOVE     SPACES           TO WS-NEW-LIT.
           MOVE     TRN-DESCRIPTION  TO WS-NEW-DESC.
           IF       WS-NEW-CHAR = SPACE
                    MOVE '*' TO WS-NEW-CHAR
           END-IF.
           EVALUATE WS-TRN-TYPE
              WHEN  'D'
                    IF   TRN-MIN-DIGITS NOT NUMERIC
                         MOVE 'MINIMUM DIGITS NOT NUMERIC'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-MIN-DIGITS-N < 4
                         MOVE 'MINIMUM DIGITS UNDER 4'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-KEEP-LAST NOT NUMERIC
                         MOVE 'KEEP LAST NOT NUMERIC'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-KEEP-LAST-N NOT < TRN-MIN-DIGITS-N
                         MOVE 'KEEP LAST NOT UNDER MINIMUM'
                                                 TO WS-REJ-REASON
                    ELSE
                         MOVE TRN-MIN-DIGITS-N TO WS-NEW-MIN
                         MOVE TRN-KEEP-LAST-N  TO WS-NEW-KEEP
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              WHEN  'E'
                    CONTINUE
              WHEN  'L'
                    MOVE ZERO TO WS-LIT-LEN
                    IF   TRN-LITERAL NOT = SPACES
                         COMPUTE WS-LIT-LEN = FUNCTION LENGTH(
                                 FUNCTION TRIM(TRN-LITERAL TRAILING))
                    END-IF
                    IF   WS-LIT-LEN < 3
                         MOVE 'LITERAL UNDER 3 CHARACTERS'
                                                 TO WS-REJ-REASON
                    ELSE
                         MOVE TRN-LITERAL TO WS-NEW-LIT
                    END-IF
              WHEN  OTHER
                    MOVE 'INVALID RULE TYPE' TO WS-REJ-REASON
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3000-EXIT
           END-IF.
           IF       WS-NEW-CHAR-NOT-ALLOWED
                    MOVE 'MASK CHARACTER ALPHANUMERIC' TO WS-REJ-REASON
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-FIND-RULE THRU 3500-EXIT
      *  Leaves the entry number of the transaction's rule in
      *  WS-FOUND-AT, zero when it is not on the table.
      *----------------------------------------------------------------*
       3500-FIND-RULE.
           MOVE     ZERO TO WS-FOUND-AT.
           PERFORM  VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL  WS-RULE-IDX > WS-RULE-USED
              IF    WS-RULE-ID(WS-RULE-IDX) = WS-TRN-RULE-ID
                    SET  WS-FOUND-AT TO WS-RULE-IDX
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
                    ADD  1 TO WS-RULE-USED
                    MOVE WS-NEW-ENTRY
                                   TO WS-RULE-ENTRY(WS-RULE-USED)
              WHEN  'C'
                    MOVE WS-NEW-ENTRY
                                   TO WS-RULE-ENTRY(WS-FOUND-AT)
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
                     UNTIL  WS-SUB >= WS-RULE-USED
              MOVE  WS-RULE-ENTRY(WS-SUB + 1)
                                        TO WS-RULE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RULE-USED.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' RULE ' WS-TRN-RULE-ID
                    ' APPLIED'                    DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           IF       WS-FOUND-AT > 0
                    MOVE WS-RULE-ENTRY(WS-FOUND-AT) TO WS-IMG-ENTRY
                    PERFORM 5200-FORMAT-RULE THRU 5200-EXIT
                    STRING '  BEFORE: '           DELIMITED BY SIZE
                           WS-RULE-TEXT           DELIMITED BY SIZE
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
                    IF   TRN-ACTION = 'A'
                         MOVE WS-RULE-ENTRY(WS-RULE-USED)
                                                 TO WS-IMG-ENTRY
                    ELSE
                         MOVE WS-RULE-ENTRY(WS-FOUND-AT)
                                                 TO WS-IMG-ENTRY
                    END-IF
                    PERFORM 5200-FORMAT-RULE THRU 5200-EXIT
                    STRING '  AFTER:  '           DELIMITED BY SIZE
                           WS-RULE-TEXT           DELIMITED BY SIZE
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
           STRING   'ACTION ' TRN-ACTION ' RULE ' TRN-RULE-ID
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5200-FORMAT-RULE THRU 5200-EXIT
      *  One line describing the rule in WS-IMG-ENTRY, for the log
      *  and the listing.
      *----------------------------------------------------------------*
       5200-FORMAT-RULE.
           MOVE     SPACES TO WS-RULE-TEXT.
           EVALUATE WS-IMG-TYPE
              WHEN  'D'
                    STRING 'DIGITS  MIN ' WS-IMG-MIN
                           ' KEEP ' WS-IMG-KEEP
                           ' MASK ' WS-IMG-CHAR   DELIMITED BY SIZE
                           INTO WS-RULE-TEXT
              WHEN  'E'
                    STRING 'E-MAIL  MASK ' WS-IMG-CHAR
                                                  DELIMITED BY SIZE
                           INTO WS-RULE-TEXT
              WHEN  OTHER
                    STRING 'LITERAL MASK ' WS-IMG-CHAR ' '
                                                  DELIMITED BY SIZE
                           WS-IMG-LIT             DELIMITED BY SIZE
                           INTO WS-RULE-TEXT
           END-EVALUATE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REWRITE-TABLE THRU 7000-EXIT
      *  Writes the maintained table back over MASKRULE.
      *----------------------------------------------------------------*
       7000-REWRITE-TABLE.
           OPEN     OUTPUT RULE-FILE.
           PERFORM  VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL  WS-RULE-IDX > WS-RULE-USED
              MOVE  SPACES                    TO MASK-RULE-RECORD
              MOVE  WS-RULE-ID(WS-RULE-IDX)   TO MR-RULE-ID
              MOVE  WS-RULE-TYPE(WS-RULE-IDX) TO MR-RULE-TYPE
              MOVE  WS-RULE-MIN(WS-RULE-IDX)  TO MR-MIN-DIGITS
              MOVE  WS-RULE-KEEP(WS-RULE-IDX) TO MR-KEEP-LAST
              MOVE  WS-RULE-CHAR(WS-RULE-IDX) TO MR-MASK-CHAR
              MOVE  WS-RULE-LIT(WS-RULE-IDX)  TO MR-LITERAL
              MOVE  WS-RULE-DESC(WS-RULE-IDX) TO MR-DESCRIPTION
              WRITE MASK-RULE-RECORD
           END-PERFORM.
           CLOSE    RULE-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-WRITE-LISTING THRU 8000-EXIT
      *  A listing of the table as rewritten. An empty table is
      *  called out: MASKTXT would then mask nothing at all.
      *----------------------------------------------------------------*
       8000-WRITE-LISTING.
           OPEN     OUTPUT LIST-FILE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'HELLO AUDIT TEXT MASKING RULE LISTING'
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'RULE      DESCRIPTION'     DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL  WS-RULE-IDX > WS-RULE-USED
              MOVE  WS-RULE-ENTRY(WS-RULE-IDX) TO WS-IMG-ENTRY
              PERFORM 5200-FORMAT-RULE THRU 5200-EXIT
              MOVE  SPACES TO LIST-LINE
              STRING WS-IMG-ID                    DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-IMG-DESC                  DELIMITED BY SIZE
                     INTO LIST-LINE
              WRITE LIST-LINE
              MOVE  SPACES TO LIST-LINE
              STRING '          '                 DELIMITED BY SIZE
                     WS-RULE-TEXT                 DELIMITED BY SIZE
                     INTO LIST-LINE
              WRITE LIST-LINE
           END-PERFORM.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     WS-RULE-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'ENTRIES ON TABLE: '          DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           IF       WS-RULE-USED = ZERO
                    MOVE SPACES TO LIST-LINE
                    STRING '*** NO RULES - AUDIT TEXT WILL NOT BE '
                           'MASKED ***'          DELIMITED BY SIZE
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
           DISPLAY  'MASKMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'MASKMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'MASKMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
