      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  CFGMNT -- maintenance program for the dated versions of the
      *            HELCFG environment config HELCORE, hellobat and the
      *            reports read. Applies add/change/delete
      *            transactions to the versions, validating each one
      *            before the file is touched: the effective date must
      *            be a real date after today, so a change is always
      *            scheduled rather than landing the moment it is
      *            saved, and a version already in effect can never be
      *            changed or removed -- what was in force on any past
      *            day stays on the file. An add takes every field it
      *            leaves blank from the version in force the day
      *            before, so a CORS-origin change needs only the
      *            origin. The resulting version must have a greeting
      *            that fits the 80-byte field, a 2xx success status
      *            code and header values that are safe to place into
      *            the JSON proxy response. Every transaction is
      *            written to a before/after change log, and a listing
      *            of all versions, marked superseded, in force or
      *            scheduled, is produced, the same way HELCMNT
      *            maintains HELLOC.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CFGMNT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original dated config version maintenance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CONFIG-FILE      ASSIGN TO "HELCFG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CFG-STATUS.
           SELECT  TRANS-FILE       ASSIGN TO "CFGTRAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  CHLOG-FILE       ASSIGN TO "CFGCHLG"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  LIST-FILE        ASSIGN TO "CFGLIST"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CONFIG-FILE.
           COPY HELCFG.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION           PIC  X(001).
           05  TRN-EFF-DATE         PIC  X(008).
           05  TRN-EFF-DATE-N REDEFINES TRN-EFF-DATE
                                    PIC  9(008).
           05  TRN-GREETING         PIC  X(100).
           05  TRN-STATUS-CODE      PIC  X(003).
           05  TRN-CONTENT-TYPE     PIC  X(040).
           05  TRN-CORS-ORIGIN      PIC  X(040).
           05  TRN-CACHE-CONTROL    PIC  X(040).
       FD  CHLOG-FILE.
       01  CHLOG-LINE               PIC  X(120).
       FD  LIST-FILE.
       01  LIST-LINE                PIC  X(120).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-CFG-STATUS            PIC  X(002).
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-TRANS-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-TRANS-OPEN                       VALUE 'Y'.
       01  WS-CHLOG-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CHLOG-OPEN                       VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The versions under maintenance, kept in effective-date
      *  order. Each entry is laid out exactly as a HELCFG record so
      *  it moves on and off the file whole; a record with no
      *  effective date is loaded as 00000000, in force from the
      *  start.
      *----------------------------------------------------------------*
       01  WS-VER-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-LOAD-OVERFLOW-SW      PIC  X(001)    VALUE 'N'.
           88  WS-LOAD-OVERFLOW                    VALUE 'Y'.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY    OCCURS 100 TIMES
                                INDEXED BY WS-VER-IDX.
               10  WS-VER-GREETING  PIC  X(080).
               10  WS-VER-STATUS    PIC  X(003).
               10  WS-VER-CONTENT   PIC  X(040).
               10  WS-VER-CORS      PIC  X(040).
               10  WS-VER-CACHE     PIC  X(040).
               10  WS-VER-DATE      PIC  9(008).
      *----------------------------------------------------------------*
      *  The version a clean add or change produces, and the image
      *  the change log and listing print.
      *----------------------------------------------------------------*
       01  WS-NEW-VERSION.
           05  WS-NEW-GREETING      PIC  X(080).
           05  WS-NEW-STATUS        PIC  X(003).
           05  WS-NEW-STATUS-N REDEFINES WS-NEW-STATUS
                                    PIC  9(003).
           05  WS-NEW-CONTENT       PIC  X(040).
           05  WS-NEW-CORS          PIC  X(040).
           05  WS-NEW-CACHE         PIC  X(040).
           05  WS-NEW-DATE          PIC  9(008).
           05  WS-NEW-DATE-X REDEFINES WS-NEW-DATE
                                    PIC  X(008).
       01  WS-IMG-VERSION.
           05  WS-IMG-GREETING      PIC  X(080).
           05  WS-IMG-STATUS        PIC  X(003).
           05  WS-IMG-CONTENT       PIC  X(040).
           05  WS-IMG-CORS          PIC  X(040).
           05  WS-IMG-CACHE         PIC  X(040).
           05  WS-IMG-DATE          PIC  9(008).
       01  WS-IMG-LABEL             PIC  X(010).
      *----------------------------------------------------------------*
      *  The transaction in hand: where its version sits in the
      *  table, the version in force the day before it, where a new
      *  one goes, and why it was rejected.
      *----------------------------------------------------------------*
       01  WS-FOUND-AT              PIC  9(003)    COMP.
       01  WS-BASE-AT               PIC  9(003)    COMP.
       01  WS-INS-AT                PIC  9(003)    COMP.
       01  WS-IN-FORCE-AT           PIC  9(003)    COMP.
       01  WS-REJ-REASON            PIC  X(030).
       01  WS-SUB                   PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  Header value checking: a value goes into the JSON proxy
      *  response as it stands, so it must be present and carry
      *  no quote or backslash.
      *----------------------------------------------------------------*
       01  WS-HDR-TEXT              PIC  X(040).
       01  WS-HDR-BAD-COUNT         PIC  9(003)    COMP.
       01  WS-HDR-OK-SW             PIC  X(001).
           88  WS-HDR-OK                           VALUE 'Y'.
      *----------------------------------------------------------------*
      *  Run counters for the closing summary.
      *----------------------------------------------------------------*
       01  WS-READ-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-APPLY-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
       01  WS-LIST-STATE            PIC  X(010).
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
      *  Loads the current versions (an absent HELCFG starts with
      *  none), then opens the transactions and the change log. A
      *  file too large for the table stops the run before any
      *  transaction is applied -- rewriting from an incomplete
      *  load would delete whatever did not fit.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 1100-LOAD-ONE-REC THRU 1100-EXIT
                             UNTIL WS-EOF
                    CLOSE   CONFIG-FILE
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           IF       WS-LOAD-OVERFLOW
                    DISPLAY 'CFGMNT -- HELCFG holds more than 100 '
                            'versions; file not rewritten'
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           OPEN     OUTPUT CHLOG-FILE.
           SET      WS-CHLOG-OPEN TO TRUE.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'CFGMNT -- cannot open CFGTRAN, status '
                            WS-TRANS-STATUS
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-TRANS-OPEN TO TRUE.
           PERFORM  2100-READ-TRANS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-LOAD-ONE-REC THRU 1100-EXIT
      *  An older, shorter record leaves the tail of the record area
      *  untouched by the READ, so it is blanked first. Versions are
      *  slotted in by date whatever order the file holds them in.
      *----------------------------------------------------------------*
       1100-LOAD-ONE-REC.
           MOVE     SPACES TO CFG-RECORD.
           READ     CONFIG-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1100-EXIT
           END-READ.
           IF       WS-VER-USED >= 100
                    SET  WS-LOAD-OVERFLOW TO TRUE
                    GO TO 1100-EXIT
           END-IF.
           MOVE     CFG-RECORD TO WS-NEW-VERSION.
           IF       WS-NEW-DATE-X NOT NUMERIC
                    MOVE ZERO TO WS-NEW-DATE
           END-IF.
           PERFORM  4600-INSERT-VERSION THRU 4600-EXIT.
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
      *  Only a version that has not yet taken effect may be added,
      *  changed or deleted.
      *----------------------------------------------------------------*
       3000-VALIDATE-TRANS.
           IF       TRN-ACTION NOT = 'A' AND 'C' AND 'D'
                    MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           IF       TRN-EFF-DATE NOT NUMERIC
                    MOVE 'INVALID EFFECTIVE DATE' TO WS-REJ-REASON
                    GO TO 3000-EXIT
           END-IF.
           PERFORM  3500-FIND-VERSION THRU 3500-EXIT.
           EVALUATE TRN-ACTION
              WHEN  'A'
                    IF   FUNCTION TEST-DATE-YYYYMMDD(TRN-EFF-DATE-N)
                                                 NOT = 0
                         MOVE 'INVALID EFFECTIVE DATE'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   WS-FOUND-AT > 0
                         MOVE 'DUPLICATE EFFECTIVE DATE'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   TRN-EFF-DATE-N NOT > WS-CUR-DATE
                         MOVE 'EFFECTIVE DATE NOT IN FUTURE'
                                                 TO WS-REJ-REASON
                    ELSE
                    IF   WS-VER-USED >= 100
                         MOVE 'TABLE FULL' TO WS-REJ-REASON
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              WHEN  'C'
              WHEN  'D'
                    IF   WS-FOUND-AT = 0
                         MOVE 'VERSION NOT ON FILE' TO WS-REJ-REASON
                    ELSE
                    IF   TRN-EFF-DATE-N NOT > WS-CUR-DATE
                         MOVE 'VERSION ALREADY IN EFFECT'
                                                 TO WS-REJ-REASON
                    END-IF
                    END-IF
           END-EVALUATE.
           IF       WS-REJ-REASON NOT = SPACES
                    GO TO 3000-EXIT
           END-IF.
           IF       TRN-ACTION = 'A' OR 'C'
                    IF   TRN-GREETING(81:20) NOT = SPACES
                         MOVE 'GREETING EXCEEDS 80 BYTES'
                                                 TO WS-REJ-REASON
                         GO TO 3000-EXIT
                    END-IF
                    PERFORM 3100-BUILD-NEW-VERSION THRU 3100-EXIT
                    PERFORM 3200-VALIDATE-VALUES   THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-BUILD-NEW-VERSION THRU 3100-EXIT
      *  A change starts from the version itself; an add starts from
      *  the version in force the day before its date, or HELCORE's
      *  compiled-in defaults when there is none. Every field the
      *  transaction fills in then replaces the starting value.
      *----------------------------------------------------------------*
       3100-BUILD-NEW-VERSION.
           IF       TRN-ACTION = 'C'
                    MOVE WS-VER-ENTRY(WS-FOUND-AT) TO WS-NEW-VERSION
           ELSE
                    PERFORM 3550-FIND-BASE THRU 3550-EXIT
                    IF   WS-BASE-AT > 0
                         MOVE WS-VER-ENTRY(WS-BASE-AT)
                                                 TO WS-NEW-VERSION
                    ELSE
                         MOVE 'Hello from opensource COBOL!'
                                                 TO WS-NEW-GREETING
                         MOVE '200'              TO WS-NEW-STATUS
                         MOVE 'application/json' TO WS-NEW-CONTENT
                         MOVE '*'                TO WS-NEW-CORS
                         MOVE 'no-store'         TO WS-NEW-CACHE
                    END-IF
                    MOVE TRN-EFF-DATE-N TO WS-NEW-DATE
           END-IF.
           IF       TRN-GREETING NOT = SPACES
                    MOVE TRN-GREETING(1:80) TO WS-NEW-GREETING
           END-IF.
           IF       TRN-STATUS-CODE NOT = SPACES
                    MOVE TRN-STATUS-CODE    TO WS-NEW-STATUS
           END-IF.
           IF       TRN-CONTENT-TYPE NOT = SPACES
                    MOVE TRN-CONTENT-TYPE   TO WS-NEW-CONTENT
           END-IF.
           IF       TRN-CORS-ORIGIN NOT = SPACES
                    MOVE TRN-CORS-ORIGIN    TO WS-NEW-CORS
           END-IF.
           IF       TRN-CACHE-CONTROL NOT = SPACES
                    MOVE TRN-CACHE-CONTROL  TO WS-NEW-CACHE
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-VALIDATE-VALUES THRU 3200-EXIT
      *  The version as it would be written. The status code is the
      *  one HELCORE answers a good call with, so it must be a 2xx
      *  code. The content type must name a type/subtype, and the
      *  CORS origin must be * or an http/https origin with no
      *  embedded blank.
      *----------------------------------------------------------------*
       3200-VALIDATE-VALUES.
           IF       WS-NEW-GREETING = SPACES
                    MOVE 'GREETING MISSING' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           IF       WS-NEW-STATUS NOT NUMERIC
                    MOVE 'STATUS CODE NOT NUMERIC' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           IF       WS-NEW-STATUS-N < 200 OR WS-NEW-STATUS-N > 299
                    MOVE 'STATUS CODE NOT 2XX' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           MOVE     WS-NEW-CONTENT TO WS-HDR-TEXT.
           PERFORM  3600-CHECK-HEADER-TEXT THRU 3600-EXIT.
           IF       WS-HDR-OK
                    MOVE ZERO TO WS-HDR-BAD-COUNT
                    INSPECT WS-NEW-CONTENT TALLYING WS-HDR-BAD-COUNT
                            FOR ALL '/'
                    IF   WS-HDR-BAD-COUNT = 0
                         MOVE 'N' TO WS-HDR-OK-SW
                    END-IF
           END-IF.
           IF       NOT WS-HDR-OK
                    MOVE 'CONTENT-TYPE INVALID' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           MOVE     WS-NEW-CORS TO WS-HDR-TEXT.
           PERFORM  3600-CHECK-HEADER-TEXT THRU 3600-EXIT.
           IF       WS-HDR-OK
                    IF   WS-NEW-CORS NOT = '*'
                         AND WS-NEW-CORS(1:7) NOT = 'http://'
                         AND WS-NEW-CORS(1:8) NOT = 'https://'
                         MOVE 'N' TO WS-HDR-OK-SW
                    ELSE
                         MOVE ZERO TO WS-HDR-BAD-COUNT
                         INSPECT WS-NEW-CORS TALLYING WS-HDR-BAD-COUNT
                                 FOR CHARACTERS BEFORE INITIAL SPACE
                         IF   WS-HDR-BAD-COUNT < 40
                              IF   WS-NEW-CORS(WS-HDR-BAD-COUNT + 1:)
                                                     NOT = SPACES
                                   MOVE 'N' TO WS-HDR-OK-SW
                              END-IF
                         END-IF
                    END-IF
           END-IF.
           IF       NOT WS-HDR-OK
                    MOVE 'CORS ORIGIN INVALID' TO WS-REJ-REASON
                    GO TO 3200-EXIT
           END-IF.
           MOVE     WS-NEW-CACHE TO WS-HDR-TEXT.
           PERFORM  3600-CHECK-HEADER-TEXT THRU 3600-EXIT.
           IF       NOT WS-HDR-OK
                    MOVE 'CACHE-CONTROL INVALID' TO WS-REJ-REASON
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-FIND-VERSION THRU 3500-EXIT
      *  Leaves the entry number of the transaction's effective date
      *  in WS-FOUND-AT, zero when no version has that date.
      *----------------------------------------------------------------*
       3500-FIND-VERSION.
           MOVE     ZERO TO WS-FOUND-AT.
           PERFORM  VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL  WS-VER-IDX > WS-VER-USED
              IF    WS-VER-DATE(WS-VER-IDX) = TRN-EFF-DATE-N
                    SET  WS-FOUND-AT TO WS-VER-IDX
              END-IF
           END-PERFORM.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3550-FIND-BASE THRU 3550-EXIT
      *  Leaves in WS-BASE-AT the latest version dated before the
      *  transaction's effective date, zero when there is none.
      *----------------------------------------------------------------*
       3550-FIND-BASE.
           MOVE     ZERO TO WS-BASE-AT.
           PERFORM  VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL  WS-VER-IDX > WS-VER-USED
              IF    WS-VER-DATE(WS-VER-IDX) < TRN-EFF-DATE-N
                    SET  WS-BASE-AT TO WS-VER-IDX
              END-IF
           END-PERFORM.
       3550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3600-CHECK-HEADER-TEXT THRU 3600-EXIT
      *  A header value must be present and carry nothing that
      *  would break the JSON string it is placed in.
      *----------------------------------------------------------------*
       3600-CHECK-HEADER-TEXT.
           MOVE     'N' TO WS-HDR-OK-SW.
           IF       WS-HDR-TEXT = SPACES
                    GO TO 3600-EXIT
           END-IF.
           MOVE     ZERO TO WS-HDR-BAD-COUNT.
           INSPECT  WS-HDR-TEXT TALLYING WS-HDR-BAD-COUNT
                    FOR ALL '"' ALL '\'.
           IF       WS-HDR-BAD-COUNT = 0
                    SET  WS-HDR-OK TO TRUE
           END-IF.
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
           EVALUATE TRN-ACTION
              WHEN  'A'
                    PERFORM 4600-INSERT-VERSION THRU 4600-EXIT
              WHEN  'C'
                    MOVE WS-NEW-VERSION TO WS-VER-ENTRY(WS-FOUND-AT)
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
                     UNTIL  WS-SUB >= WS-VER-USED
              MOVE  WS-VER-ENTRY(WS-SUB + 1) TO WS-VER-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-VER-USED.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4600-INSERT-VERSION THRU 4600-EXIT
      *  Slots WS-NEW-VERSION in after every version dated on or
      *  before it, opening a gap by moving the later ones down.
      *----------------------------------------------------------------*
       4600-INSERT-VERSION.
           COMPUTE  WS-INS-AT = WS-VER-USED + 1.
           PERFORM  VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL  WS-VER-IDX > WS-VER-USED
              IF    WS-VER-DATE(WS-VER-IDX) > WS-NEW-DATE
                    SET  WS-INS-AT TO WS-VER-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM  VARYING WS-SUB FROM WS-VER-USED BY -1
                     UNTIL  WS-SUB < WS-INS-AT
              MOVE  WS-VER-ENTRY(WS-SUB) TO WS-VER-ENTRY(WS-SUB + 1)
           END-PERFORM.
           MOVE     WS-NEW-VERSION TO WS-VER-ENTRY(WS-INS-AT).
           ADD      1 TO WS-VER-USED.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-LOG-BEFORE THRU 5000-EXIT
      *----------------------------------------------------------------*
       5000-LOG-BEFORE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' EFFECTIVE ' TRN-EFF-DATE
                    ' APPLIED'                    DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     '  BEFORE: ' TO WS-IMG-LABEL.
           IF       WS-FOUND-AT > 0
                    MOVE WS-VER-ENTRY(WS-FOUND-AT) TO WS-IMG-VERSION
                    PERFORM 5200-LOG-IMAGE THRU 5200-EXIT
           ELSE
                    MOVE SPACES TO CHLOG-LINE
                    STRING '  BEFORE: (NO VERSION)' DELIMITED BY SIZE
                           INTO CHLOG-LINE
                    WRITE CHLOG-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5050-LOG-AFTER THRU 5050-EXIT
      *----------------------------------------------------------------*
       5050-LOG-AFTER.
           MOVE     '  AFTER:  ' TO WS-IMG-LABEL.
           IF       TRN-ACTION = 'D'
                    MOVE SPACES TO CHLOG-LINE
                    STRING '  AFTER:  (NO VERSION)' DELIMITED BY SIZE
                           INTO CHLOG-LINE
                    WRITE CHLOG-LINE
           ELSE
                    MOVE WS-NEW-VERSION TO WS-IMG-VERSION
                    PERFORM 5200-LOG-IMAGE THRU 5200-EXIT
           END-IF.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-LOG-REJECT THRU 5100-EXIT
      *----------------------------------------------------------------*
       5100-LOG-REJECT.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   'ACTION ' TRN-ACTION ' EFFECTIVE ' TRN-EFF-DATE
                    ' REJECTED - '                DELIMITED BY SIZE
                    WS-REJ-REASON                 DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5200-LOG-IMAGE THRU 5200-EXIT
      *  One version as five log lines, the first carrying the
      *  BEFORE/AFTER label.
      *----------------------------------------------------------------*
       5200-LOG-IMAGE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   WS-IMG-LABEL 'GREETING      ' WS-IMG-GREETING
                                                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '          STATUS CODE   ' WS-IMG-STATUS
                                                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '          CONTENT-TYPE  ' WS-IMG-CONTENT
                                                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '          CORS-ORIGIN   ' WS-IMG-CORS
                                                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
           MOVE     SPACES TO CHLOG-LINE.
           STRING   '          CACHE-CONTROL ' WS-IMG-CACHE
                                                  DELIMITED BY SIZE
                    INTO CHLOG-LINE.
           WRITE    CHLOG-LINE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-REWRITE-TABLE THRU 7000-EXIT
      *  Writes the maintained versions back over HELCFG in
      *  effective-date order.
      *----------------------------------------------------------------*
       7000-REWRITE-TABLE.
           OPEN     OUTPUT CONFIG-FILE.
           PERFORM  VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL  WS-VER-IDX > WS-VER-USED
              MOVE  WS-VER-ENTRY(WS-VER-IDX) TO CFG-RECORD
              WRITE CFG-RECORD
           END-PERFORM.
           CLOSE    CONFIG-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-WRITE-LISTING THRU 8000-EXIT
      *  A listing of every version as rewritten, each marked
      *  superseded, in force today or scheduled, for sign-off.
      *----------------------------------------------------------------*
       8000-WRITE-LISTING.
           MOVE     ZERO TO WS-IN-FORCE-AT.
           PERFORM  VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL  WS-VER-IDX > WS-VER-USED
              IF    WS-VER-DATE(WS-VER-IDX) NOT > WS-CUR-DATE
                    SET  WS-IN-FORCE-AT TO WS-VER-IDX
              END-IF
           END-PERFORM.
           OPEN     OUTPUT LIST-FILE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'HELLO CONFIG VERSION LISTING AS OF '
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
           PERFORM  8100-LIST-ONE-VERSION THRU 8100-EXIT
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-VER-USED.
           MOVE     WS-VER-USED TO WS-EDIT-COUNT.
           MOVE     SPACES TO LIST-LINE.
           STRING   'VERSIONS ON FILE: '          DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           IF       WS-IN-FORCE-AT = 0
                    MOVE SPACES TO LIST-LINE
                    STRING 'NO VERSION IN FORCE TODAY - HELCORE USES '
                           'ITS COMPILED-IN DEFAULTS'
                                                  DELIMITED BY SIZE
                           INTO LIST-LINE
                    WRITE LIST-LINE
           END-IF.
           CLOSE    LIST-FILE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8100-LIST-ONE-VERSION THRU 8100-EXIT
      *----------------------------------------------------------------*
       8100-LIST-ONE-VERSION.
           EVALUATE TRUE
              WHEN  WS-SUB < WS-IN-FORCE-AT
                    MOVE 'SUPERSEDED' TO WS-LIST-STATE
              WHEN  WS-SUB = WS-IN-FORCE-AT
                    MOVE 'IN FORCE'   TO WS-LIST-STATE
              WHEN  OTHER
                    MOVE 'SCHEDULED'  TO WS-LIST-STATE
           END-EVALUATE.
           MOVE     SPACES TO LIST-LINE.
           STRING   'EFFECTIVE ' WS-VER-DATE(WS-SUB) '  '
                    WS-LIST-STATE                 DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   '  GREETING      ' WS-VER-GREETING(WS-SUB)
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   '  STATUS CODE   ' WS-VER-STATUS(WS-SUB)
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   '  CONTENT-TYPE  ' WS-VER-CONTENT(WS-SUB)
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   '  CORS-ORIGIN   ' WS-VER-CORS(WS-SUB)
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           STRING   '  CACHE-CONTROL ' WS-VER-CACHE(WS-SUB)
                                                  DELIMITED BY SIZE
                    INTO LIST-LINE.
           WRITE    LIST-LINE.
           MOVE     SPACES TO LIST-LINE.
           WRITE    LIST-LINE.
       8100-EXIT.
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
           DISPLAY  'CFGMNT -- transactions read.... ' WS-EDIT-COUNT.
           MOVE     WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CFGMNT -- transactions applied. ' WS-EDIT-COUNT.
           MOVE     WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'CFGMNT -- transactions rejected ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
