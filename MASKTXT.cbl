      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  MASKTXT -- masks sensitive patterns in a piece of audit text
      *             before it is shown or shipped: card and account
      *             numbers, e-mail addresses and any literal the
      *             MASKRULE table names. Called by AUDTCSV, RPTEXCPT,
      *             SUSAGE and AUDTINQ for the input text and the
      *             response they print, so every extract, report and
      *             inquiry hides the same things the same way. The
      *             rules are loaded on the first call; when MASKRULE
      *             is absent the standard two rules apply (digit runs
      *             of 13 or more keeping the last 4, and e-mail
      *             addresses), so nothing goes out unmasked because a
      *             file is missing. The text keeps its length: each
      *             masked character is replaced, never removed.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MASKTXT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original sensitive text masking.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RULE-FILE        ASSIGN TO "MASKRULE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RULE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RULE-FILE.
           COPY MASKRULE.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-RULE-STATUS           PIC  X(002).
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-LOADED-SW             PIC  X(001)    VALUE 'N'.
           88  WS-LOADED                            VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The rules in force, loaded once per run unit.
      *----------------------------------------------------------------*
       01  WS-RULE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-RULE-SUB              PIC  9(003)    COMP.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY   OCCURS 50 TIMES.
               10  WS-RULE-TYPE     PIC  X(001).
               10  WS-RULE-MIN      PIC  9(002).
               10  WS-RULE-KEEP     PIC  9(002).
               10  WS-RULE-CHAR     PIC  X(001).
               10  WS-RULE-LIT      PIC  X(040).
               10  WS-RULE-LIT-LEN  PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  Scan state over the text in hand.
      *----------------------------------------------------------------*
       01  WS-LEN                   PIC  9(005)    COMP.
       01  WS-POS                   PIC  9(005)    COMP.
       01  WS-RUN-START             PIC  9(005)    COMP.
       01  WS-RUN-END               PIC  9(005)    COMP.
       01  WS-SCAN                  PIC  9(005)    COMP.
       01  WS-DIGITS                PIC  9(005)    COMP.
       01  WS-KEPT                  PIC  9(005)    COMP.
       01  WS-TALLY                 PIC  9(005)    COMP.
       01  WS-DOT-SW                PIC  X(001).
           88  WS-DOT-FOUND                         VALUE 'Y'.
       01  WS-UPPER-TEXT            PIC  X(1024).
       01  WS-UPPER-LIT             PIC  X(040).
       01  WS-CH                    PIC  X(001).
           88  WS-CH-DIGIT                          VALUE '0' THRU '9'.
           88  WS-CH-DIGIT-SEP                      VALUE ' ' '-'.
           88  WS-CH-LOCAL                          VALUE 'A' THRU 'Z'
                                                          'a' THRU 'z'
                                                          '0' THRU '9'
                                                          '.' '_' '%'
                                                          '+' '-'.
           88  WS-CH-DOMAIN                         VALUE 'A' THRU 'Z'
                                                          'a' THRU 'z'
                                                          '0' THRU '9'
                                                          '.' '-'.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       COPY MASKLNK.
      ******************************************************************
       PROCEDURE                   DIVISION USING MK-AREA.
      ******************************************************************
       0000-MAIN-RTN.
           IF       NOT WS-LOADED
                    PERFORM 1000-LOAD-RULES THRU 1000-EXIT
           END-IF.
           MOVE     ZERO TO MK-MASKED-COUNT.
           IF       MK-TEXT-LEN NUMERIC
                    AND MK-TEXT-LEN > ZERO
                    AND MK-TEXT-LEN <= LENGTH OF MK-TEXT
                    MOVE MK-TEXT-LEN TO WS-LEN
           ELSE
                    MOVE LENGTH OF MK-TEXT TO WS-LEN
           END-IF.
           PERFORM  2000-APPLY-ONE-RULE THRU 2000-EXIT
                    VARYING WS-RULE-SUB FROM 1 BY 1
                    UNTIL   WS-RULE-SUB > WS-RULE-USED.
           GOBACK.
      *----------------------------------------------------------------*
      *  1000-LOAD-RULES THRU 1000-EXIT
      *  Loads MASKRULE, or the standard rules when it is absent.
      *  Rules past the table's 50 are not applied and are named on
      *  the job log.
      *----------------------------------------------------------------*
       1000-LOAD-RULES.
           SET      WS-LOADED TO TRUE.
           OPEN     INPUT RULE-FILE.
           IF       WS-RULE-STATUS NOT = '00'
                    MOVE 2      TO WS-RULE-USED
                    MOVE 'D'    TO WS-RULE-TYPE(1)
                    MOVE 13     TO WS-RULE-MIN(1)
                    MOVE 4      TO WS-RULE-KEEP(1)
                    MOVE '*'    TO WS-RULE-CHAR(1)
                    MOVE SPACES TO WS-RULE-LIT(1)
                    MOVE ZERO   TO WS-RULE-LIT-LEN(1)
                    MOVE 'E'    TO WS-RULE-TYPE(2)
                    MOVE ZERO   TO WS-RULE-MIN(2) WS-RULE-KEEP(2)
                    MOVE '*'    TO WS-RULE-CHAR(2)
                    MOVE SPACES TO WS-RULE-LIT(2)
                    MOVE ZERO   TO WS-RULE-LIT-LEN(2)
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1100-LOAD-ONE-RULE THRU 1100-EXIT
                    UNTIL WS-EOF.
           CLOSE    RULE-FILE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LOAD-ONE-RULE.
           READ     RULE-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1100-EXIT
           END-READ.
           IF       WS-RULE-USED >= 50
                    DISPLAY 'MASKTXT -- MASKRULE holds more than 50 '
                            'rules; rule ' MR-RULE-ID ' not applied'
                    GO TO 1100-EXIT
           END-IF.
           ADD      1 TO WS-RULE-USED.
           MOVE     MR-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-USED).
           IF       MR-MIN-DIGITS NUMERIC
                    MOVE MR-MIN-DIGITS TO WS-RULE-MIN(WS-RULE-USED)
           ELSE
                    MOVE 13 TO WS-RULE-MIN(WS-RULE-USED)
           END-IF.
           IF       MR-KEEP-LAST NUMERIC
                    MOVE MR-KEEP-LAST TO WS-RULE-KEEP(WS-RULE-USED)
           ELSE
                    MOVE ZERO TO WS-RULE-KEEP(WS-RULE-USED)
           END-IF.
           IF       MR-MASK-CHAR = SPACE
                    MOVE '*' TO WS-RULE-CHAR(WS-RULE-USED)
           ELSE
                    MOVE MR-MASK-CHAR TO WS-RULE-CHAR(WS-RULE-USED)
           END-IF.
           MOVE     FUNCTION UPPER-CASE(MR-LITERAL)
                                  TO WS-RULE-LIT(WS-RULE-USED).
           MOVE     ZERO TO WS-RULE-LIT-LEN(WS-RULE-USED).
           IF       MR-LITERAL NOT = SPACES
                    COMPUTE WS-RULE-LIT-LEN(WS-RULE-USED) =
                            FUNCTION LENGTH(
                            FUNCTION TRIM(MR-LITERAL TRAILING))
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-APPLY-ONE-RULE THRU 2000-EXIT
      *----------------------------------------------------------------*
       2000-APPLY-ONE-RULE.
           EVALUATE WS-RULE-TYPE(WS-RULE-SUB)
              WHEN  'D'
                    MOVE 1 TO WS-POS
                    PERFORM 3000-MASK-DIGIT-RUN THRU 3000-EXIT
                             UNTIL WS-POS > WS-LEN
              WHEN  'E'
                    MOVE 1 TO WS-POS
                    PERFORM 4000-MASK-EMAIL THRU 4000-EXIT
                             UNTIL WS-POS > WS-LEN
              WHEN  'L'
                    IF   WS-RULE-LIT-LEN(WS-RULE-SUB) > ZERO
                         MOVE FUNCTION UPPER-CASE(MK-TEXT)
                                           TO WS-UPPER-TEXT
                         MOVE WS-RULE-LIT(WS-RULE-SUB)
                                           TO WS-UPPER-LIT
                         MOVE 1 TO WS-POS
                         PERFORM 5000-MASK-LITERAL THRU 5000-EXIT
                                  UNTIL WS-POS > WS-LEN
                    END-IF
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-MASK-DIGIT-RUN THRU 3000-EXIT
      *  From the position in hand, finds the next run of digits
      *  (single blanks or hyphens between digits keep the run
      *  going, as card numbers are often written) and, when it is
      *  long enough, masks every digit in it but the last few.
      *----------------------------------------------------------------*
       3000-MASK-DIGIT-RUN.
           MOVE     MK-TEXT(WS-POS:1) TO WS-CH.
           IF       NOT WS-CH-DIGIT
                    ADD  1 TO WS-POS
                    GO TO 3000-EXIT
           END-IF.
           MOVE     WS-POS TO WS-RUN-START WS-RUN-END.
           MOVE     ZERO   TO WS-DIGITS.
           PERFORM  VARYING WS-SCAN FROM WS-POS BY 1
                     UNTIL  WS-SCAN > WS-LEN
              MOVE  MK-TEXT(WS-SCAN:1) TO WS-CH
              IF    WS-CH-DIGIT
                    ADD  1 TO WS-DIGITS
                    MOVE WS-SCAN TO WS-RUN-END
              ELSE
                    IF   NOT WS-CH-DIGIT-SEP
                         OR WS-SCAN NOT < WS-LEN
                         EXIT PERFORM
                    END-IF
                    MOVE MK-TEXT(WS-SCAN + 1:1) TO WS-CH
                    IF   NOT WS-CH-DIGIT
                         EXIT PERFORM
                    END-IF
              END-IF
           END-PERFORM.
           COMPUTE  WS-POS = WS-RUN-END + 1.
           IF       WS-DIGITS < WS-RULE-MIN(WS-RULE-SUB)
                    GO TO 3000-EXIT
           END-IF.
           ADD      1 TO MK-MASKED-COUNT.
           MOVE     ZERO TO WS-KEPT.
           PERFORM  VARYING WS-SCAN FROM WS-RUN-END BY -1
                     UNTIL  WS-SCAN < WS-RUN-START
              MOVE  MK-TEXT(WS-SCAN:1) TO WS-CH
              IF    WS-CH-DIGIT
                    IF   WS-KEPT < WS-RULE-KEEP(WS-RULE-SUB)
                         ADD  1 TO WS-KEPT
                    ELSE
                         MOVE WS-RULE-CHAR(WS-RULE-SUB)
                                           TO MK-TEXT(WS-SCAN:1)
                    END-IF
              END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-MASK-EMAIL THRU 4000-EXIT
      *  At each @, reaches back over the characters an address may
      *  start with and forward over a domain; when both sides are
      *  there and the domain has a dot, the part before the @ is
      *  masked.
      *----------------------------------------------------------------*
       4000-MASK-EMAIL.
           IF       MK-TEXT(WS-POS:1) NOT = '@'
                    ADD  1 TO WS-POS
                    GO TO 4000-EXIT
           END-IF.
           MOVE     WS-POS TO WS-RUN-START.
           PERFORM  VARYING WS-SCAN FROM WS-POS BY -1
                     UNTIL  WS-SCAN < 2
              MOVE  MK-TEXT(WS-SCAN - 1:1) TO WS-CH
              IF    NOT WS-CH-LOCAL
                    EXIT PERFORM
              END-IF
              COMPUTE WS-RUN-START = WS-SCAN - 1
           END-PERFORM.
           MOVE     WS-POS TO WS-RUN-END.
           MOVE     'N'    TO WS-DOT-SW.
           PERFORM  VARYING WS-SCAN FROM WS-POS BY 1
                     UNTIL  WS-SCAN >= WS-LEN
              MOVE  MK-TEXT(WS-SCAN + 1:1) TO WS-CH
              IF    NOT WS-CH-DOMAIN
                    EXIT PERFORM
              END-IF
              IF    WS-CH = '.'
                    AND WS-SCAN > WS-POS
                    SET  WS-DOT-FOUND TO TRUE
              END-IF
              COMPUTE WS-RUN-END = WS-SCAN + 1
           END-PERFORM.
           ADD      1 TO WS-POS.
           IF       WS-RUN-START = WS-POS - 1
                    OR NOT WS-DOT-FOUND
                    OR MK-TEXT(WS-RUN-END:1) = '.'
                    GO TO 4000-EXIT
           END-IF.
           ADD      1 TO MK-MASKED-COUNT.
           PERFORM  VARYING WS-SCAN FROM WS-RUN-START BY 1
                     UNTIL  WS-SCAN >= WS-POS - 1
              MOVE  WS-RULE-CHAR(WS-RULE-SUB) TO MK-TEXT(WS-SCAN:1)
           END-PERFORM.
           MOVE     WS-RUN-END TO WS-POS.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-MASK-LITERAL THRU 5000-EXIT
      *  Finds the next occurrence of the rule's literal, compared
      *  in upper case, and masks it.
      *----------------------------------------------------------------*
       5000-MASK-LITERAL.
           IF       WS-POS + WS-RULE-LIT-LEN(WS-RULE-SUB) - 1 > WS-LEN
                    MOVE WS-LEN TO WS-POS
                    ADD  1 TO WS-POS
                    GO TO 5000-EXIT
           END-IF.
           MOVE     ZERO TO WS-TALLY.
           INSPECT  WS-UPPER-TEXT(WS-POS:WS-LEN - WS-POS + 1)
                    TALLYING WS-TALLY FOR CHARACTERS
                    BEFORE INITIAL
                    WS-UPPER-LIT(1:WS-RULE-LIT-LEN(WS-RULE-SUB)).
           COMPUTE  WS-RUN-START = WS-POS + WS-TALLY.
           COMPUTE  WS-RUN-END   = WS-RUN-START
                                 + WS-RULE-LIT-LEN(WS-RULE-SUB) - 1.
           IF       WS-RUN-END > WS-LEN
                    MOVE WS-LEN TO WS-POS
                    ADD  1 TO WS-POS
                    GO TO 5000-EXIT
           END-IF.
           ADD      1 TO MK-MASKED-COUNT.
           PERFORM  VARYING WS-SCAN FROM WS-RUN-START BY 1
                     UNTIL  WS-SCAN > WS-RUN-END
              MOVE  WS-RULE-CHAR(WS-RULE-SUB) TO MK-TEXT(WS-SCAN:1)
           END-PERFORM.
           COMPUTE  WS-POS = WS-RUN-END + 1.
       5000-EXIT.
           EXIT.
