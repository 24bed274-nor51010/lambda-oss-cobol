      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  MSGCOVR -- translation coverage matrix for the handler's
      *             two text files. HELCORE falls back without a
      *             word when a locale has no HELMSG entry for a
      *             message (first to the EN entry, then to the
      *             compiled-in literal), so a caller can get a
      *             greeting in one language and an error in
      *             another. This job lays every locale on HELLOC
      *             against every message ID on HELMSG as a grid,
      *             flags each translation that is missing, blank,
      *             or fills the whole 80-byte field (and so may
      *             have been cut off), and lists the HELMSG locales
      *             that have no greeting on HELLOC and are never
      *             served. Every gap is also written to the COVWORK
      *             worklist in HELMMNT's transaction layout -- an
      *             add for a missing entry, a change for a blank or
      *             full one -- with the text left blank for the
      *             translations team to fill in. The filled file
      *             goes straight back through HELMMNT as MSGTRANS;
      *             a line left blank is rejected there, not
      *             applied.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MSGCOVR.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original translation coverage matrix.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LOCALE-FILE      ASSIGN TO "HELLOC"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-LOC-STATUS.
           SELECT  MSG-FILE         ASSIGN TO "HELMSG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-MSG-STATUS.
           SELECT  WORK-FILE        ASSIGN TO "COVWORK"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  RPT-FILE         ASSIGN TO "COVRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  LOCALE-FILE.
       01  LOCALE-FILE-REC.
           05  LOC-REC-CODE         PIC  X(002).
           05  LOC-REC-GREETING     PIC  X(080).
       FD  MSG-FILE.
       01  MSG-FILE-REC.
           05  MSG-REC-ID           PIC  X(008).
           05  MSG-REC-LOCALE       PIC  X(002).
           05  MSG-REC-TEXT         PIC  X(080).
      *----------------------------------------------------------------*
      *  The worklist record is HELMMNT's MSGTRANS record, so the
      *  filled-in file is fed back without conversion.
      *----------------------------------------------------------------*
       FD  WORK-FILE.
       01  WORK-REC.
           05  WRK-ACTION           PIC  X(001).
           05  WRK-MSG-ID           PIC  X(008).
           05  WRK-LOC-CODE         PIC  X(002).
           05  WRK-MSG-TEXT         PIC  X(100).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-LOC-STATUS            PIC  X(002).
       01  WS-MSG-STATUS            PIC  X(002).
       01  WS-HARD-ERROR-SW         PIC  X(001)    VALUE 'N'.
           88  WS-HARD-ERROR                       VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The locales on HELLOC, in file order, sized to HELCMNT's
      *  50-entry table. HELCORE itself loads only the first ten.
      *----------------------------------------------------------------*
       01  WS-HELCORE-LOC-MAX       PIC  9(003)    COMP VALUE 10.
       01  WS-HELCORE-MSG-MAX       PIC  9(003)    COMP VALUE 100.
       01  WS-LOC-READ              PIC  9(005)    COMP VALUE ZERO.
       01  WS-LOC-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY    OCCURS 50 TIMES
                                INDEXED BY WS-LOC-IDX.
               10  WS-LOC-CODE      PIC  X(002).
               10  WS-LOC-GREET-ST  PIC  X(001).
      *----------------------------------------------------------------*
      *  The message IDs on HELMSG in order of first appearance,
      *  sized to HELMMNT's 200-entry catalog, each with one status
      *  cell per HELLOC locale. A cell left at space is a missing
      *  translation; otherwise OK, blank, or long (the text runs
      *  to the last byte of the 80-byte field). The EN text is
      *  kept to show the translators what to translate.
      *----------------------------------------------------------------*
       01  WS-MSG-READ              PIC  9(005)    COMP VALUE ZERO.
       01  WS-ID-USED               PIC  9(003)    COMP VALUE ZERO.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY     OCCURS 200 TIMES
                                INDEXED BY WS-ID-IDX.
               10  WS-ID-MSG-ID     PIC  X(008).
               10  WS-ID-EN-TEXT    PIC  X(080).
               10  WS-ID-CELL  OCCURS 50 TIMES
                                    PIC  X(001).
                   88  WS-CELL-MISSING              VALUE SPACE.
                   88  WS-CELL-OK                   VALUE 'O'.
                   88  WS-CELL-BLANK                VALUE 'B'.
                   88  WS-CELL-LONG                 VALUE 'L'.
      *----------------------------------------------------------------*
      *  HELMSG locales with no HELLOC greeting: HELCORE never
      *  selects a locale HELLOC does not carry, so these entries
      *  are never served.
      *----------------------------------------------------------------*
       01  WS-ORPH-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-ORPH-TABLE.
           05  WS-ORPH-ENTRY   OCCURS 200 TIMES
                                INDEXED BY WS-ORPH-IDX.
               10  WS-ORPH-CODE     PIC  X(002).
               10  WS-ORPH-COUNT    PIC  9(005)    COMP.
      *----------------------------------------------------------------*
      *  Lookup results and the grid block being printed: ten
      *  locale columns to a block keeps a row inside 80 bytes.
      *----------------------------------------------------------------*
       01  WS-FOUND-ID              PIC  9(003)    COMP.
       01  WS-FOUND-LOC             PIC  9(003)    COMP.
       01  WS-WANT-LOC              PIC  X(002).
       01  WS-BLOCK-FROM            PIC  9(003)    COMP.
       01  WS-BLOCK-TO              PIC  9(003)    COMP.
       01  WS-COL                   PIC  9(003)    COMP.
       01  WS-POS                   PIC  9(003)    COMP.
       01  WS-CELL-TEXT             PIC  X(004).
       01  WS-CELL-ST               PIC  X(001).
       01  WS-FINDING-TEXT          PIC  X(070).
      *----------------------------------------------------------------*
      *  Run counters for the summary.
      *----------------------------------------------------------------*
       01  WS-CELL-COUNT            PIC  9(007)    COMP VALUE ZERO.
       01  WS-MISSING-COUNT         PIC  9(007)    COMP VALUE ZERO.
       01  WS-BLANK-COUNT           PIC  9(007)    COMP VALUE ZERO.
       01  WS-LONG-COUNT            PIC  9(007)    COMP VALUE ZERO.
       01  WS-GREET-GAP-COUNT       PIC  9(005)    COMP VALUE ZERO.
       01  WS-DUP-COUNT             PIC  9(005)    COMP VALUE ZERO.
       01  WS-DROP-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-FINDING-COUNT         PIC  9(005)    COMP VALUE ZERO.
       01  WS-WORK-COUNT            PIC  9(007)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
       01  WS-EDIT-COUNT2           PIC  ZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-HARD-ERROR
                   PERFORM 3000-WRITE-GRID THRU 3000-EXIT
                   PERFORM 4000-WRITE-ORPHANS THRU 4000-EXIT
                   PERFORM 5000-WRITE-WORKLIST THRU 5000-EXIT
           END-IF.
           PERFORM 8000-CLOSE-REPORT THRU 8000-EXIT.
           EVALUATE TRUE
              WHEN WS-HARD-ERROR
                   MOVE 12 TO RETURN-CODE
              WHEN WS-MISSING-COUNT > 0
                OR WS-BLANK-COUNT > 0
                OR WS-LONG-COUNT > 0
                OR WS-GREET-GAP-COUNT > 0
                OR WS-ORPH-USED > 0
                OR WS-FINDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Opens the report and loads both text files. Without either
      *  file there is no grid to draw, and that is a hard error
      *  rather than a clean report.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO TRANSLATION COVERAGE MATRIX'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           OPEN     INPUT LOCALE-FILE.
           IF       WS-LOC-STATUS NOT = '00'
                    MOVE SPACES TO RPT-LINE
                    STRING '** HELLOC CANNOT BE OPENED, STATUS '
                           WS-LOC-STATUS ' - NO MATRIX PRODUCED **'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1100-LOAD-ONE-LOCALE THRU 1100-EXIT
                    UNTIL WS-EOF.
           CLOSE    LOCALE-FILE.
           OPEN     INPUT MSG-FILE.
           IF       WS-MSG-STATUS NOT = '00'
                    MOVE SPACES TO RPT-LINE
                    STRING '** HELMSG CANNOT BE OPENED, STATUS '
                           WS-MSG-STATUS ' - NO MATRIX PRODUCED **'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1200-LOAD-ONE-MSG THRU 1200-EXIT
                    UNTIL WS-EOF.
           CLOSE    MSG-FILE.
           IF       WS-LOC-USED = 0 OR WS-ID-USED = 0
                    MOVE SPACES TO RPT-LINE
                    STRING '** HELLOC OR HELMSG IS EMPTY - NO MATRIX '
                           'PRODUCED **'          DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     WS-LOC-USED TO WS-EDIT-COUNT.
           MOVE     WS-ID-USED  TO WS-EDIT-COUNT2.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLOC LOCALES: '            DELIMITED BY SIZE
                    WS-EDIT-COUNT                 DELIMITED BY SIZE
                    '    HELMSG MESSAGE IDS: '    DELIMITED BY SIZE
                    WS-EDIT-COUNT2                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-LOAD-ONE-LOCALE THRU 1100-EXIT
      *  A code HELLOC carries twice gets one column -- HELCORE
      *  matches the first -- and a finding. A code past HELCORE's
      *  ten-entry table is a finding too: callers can never select
      *  it.
      *----------------------------------------------------------------*
       1100-LOAD-ONE-LOCALE.
           READ     LOCALE-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1100-EXIT
           END-READ.
           ADD      1 TO WS-LOC-READ.
           MOVE     LOC-REC-CODE TO WS-WANT-LOC.
           PERFORM  1300-FIND-LOCALE THRU 1300-EXIT.
           IF       WS-FOUND-LOC > 0
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELLOC: LOCALE "' LOC-REC-CODE
                           '" APPEARS MORE THAN ONCE, FIRST IS USED'
                                                  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    GO TO 1100-EXIT
           END-IF.
           IF       WS-LOC-USED >= 50
                    ADD  1 TO WS-DROP-COUNT
                    GO TO 1100-EXIT
           END-IF.
           ADD      1 TO WS-LOC-USED.
           MOVE     LOC-REC-CODE TO WS-LOC-CODE(WS-LOC-USED).
           EVALUATE TRUE
              WHEN  LOC-REC-GREETING = SPACES
                    MOVE 'B' TO WS-LOC-GREET-ST(WS-LOC-USED)
                    ADD  1 TO WS-GREET-GAP-COUNT
              WHEN  LOC-REC-GREETING(80:1) NOT = SPACE
                    MOVE 'L' TO WS-LOC-GREET-ST(WS-LOC-USED)
                    ADD  1 TO WS-GREET-GAP-COUNT
              WHEN  OTHER
                    MOVE 'O' TO WS-LOC-GREET-ST(WS-LOC-USED)
           END-EVALUATE.
           IF       WS-LOC-USED > WS-HELCORE-LOC-MAX
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELLOC: LOCALE "' LOC-REC-CODE
                           '" IS PAST THE 10 HELCORE LOADS'
                                                  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-LOAD-ONE-MSG THRU 1200-EXIT
      *  Files one HELMSG entry into its grid cell, or against its
      *  locale on the orphan list when HELLOC has no such locale.
      *  A repeated ID/locale pair keeps the first entry, as
      *  HELCORE's table scan does.
      *----------------------------------------------------------------*
       1200-LOAD-ONE-MSG.
           READ     MSG-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1200-EXIT
           END-READ.
           ADD      1 TO WS-MSG-READ.
           IF       WS-MSG-READ = WS-HELCORE-MSG-MAX + 1
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELMSG: ENTRIES PAST THE 100 HELCORE '
                           'LOADS ARE NEVER SERVED'
                                                  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
           PERFORM  1400-FIND-ID THRU 1400-EXIT.
           IF       WS-FOUND-ID = 0
                    IF   WS-ID-USED >= 200
                         ADD  1 TO WS-DROP-COUNT
                         GO TO 1200-EXIT
                    END-IF
                    ADD  1 TO WS-ID-USED
                    MOVE WS-ID-USED TO WS-FOUND-ID
                    MOVE MSG-REC-ID TO WS-ID-MSG-ID(WS-FOUND-ID)
                    MOVE SPACES     TO WS-ID-EN-TEXT(WS-FOUND-ID)
                    PERFORM VARYING WS-COL FROM 1 BY 1
                             UNTIL  WS-COL > 50
                       MOVE SPACE TO WS-ID-CELL(WS-FOUND-ID WS-COL)
                    END-PERFORM
           END-IF.
           MOVE     MSG-REC-LOCALE TO WS-WANT-LOC.
           PERFORM  1300-FIND-LOCALE THRU 1300-EXIT.
           IF       WS-FOUND-LOC = 0
                    PERFORM 1500-COUNT-ORPHAN THRU 1500-EXIT
                    GO TO 1200-EXIT
           END-IF.
           IF       NOT WS-CELL-MISSING(WS-FOUND-ID WS-FOUND-LOC)
                    ADD  1 TO WS-DUP-COUNT
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELMSG: ' MSG-REC-ID ' ' MSG-REC-LOCALE
                           ' APPEARS MORE THAN ONCE, FIRST IS USED'
                                                  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    GO TO 1200-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN  MSG-REC-TEXT = SPACES
                    MOVE 'B' TO WS-ID-CELL(WS-FOUND-ID WS-FOUND-LOC)
              WHEN  MSG-REC-TEXT(80:1) NOT = SPACE
                    MOVE 'L' TO WS-ID-CELL(WS-FOUND-ID WS-FOUND-LOC)
              WHEN  OTHER
                    MOVE 'O' TO WS-ID-CELL(WS-FOUND-ID WS-FOUND-LOC)
           END-EVALUATE.
           IF       MSG-REC-LOCALE = 'EN'
                    MOVE MSG-REC-TEXT TO WS-ID-EN-TEXT(WS-FOUND-ID)
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1300-FIND-LOCALE THRU 1300-EXIT
      *  Leaves the column of WS-WANT-LOC in WS-FOUND-LOC, zero
      *  when HELLOC does not carry it.
      *----------------------------------------------------------------*
       1300-FIND-LOCALE.
           MOVE     ZERO TO WS-FOUND-LOC.
           PERFORM  VARYING WS-LOC-IDX FROM 1 BY 1
                     UNTIL  WS-LOC-IDX > WS-LOC-USED
              IF    WS-LOC-CODE(WS-LOC-IDX) = WS-WANT-LOC
                    SET  WS-FOUND-LOC TO WS-LOC-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1400-FIND-ID THRU 1400-EXIT
      *  Leaves the row of MSG-REC-ID in WS-FOUND-ID, zero when it
      *  has not been seen yet.
      *----------------------------------------------------------------*
       1400-FIND-ID.
           MOVE     ZERO TO WS-FOUND-ID.
           PERFORM  VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL  WS-ID-IDX > WS-ID-USED
              IF    WS-ID-MSG-ID(WS-ID-IDX) = MSG-REC-ID
                    SET  WS-FOUND-ID TO WS-ID-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-COUNT-ORPHAN.
           PERFORM  VARYING WS-ORPH-IDX FROM 1 BY 1
                     UNTIL  WS-ORPH-IDX > WS-ORPH-USED
              IF    WS-ORPH-CODE(WS-ORPH-IDX) = MSG-REC-LOCALE
                    ADD  1 TO WS-ORPH-COUNT(WS-ORPH-IDX)
                    GO TO 1500-EXIT
              END-IF
           END-PERFORM.
           IF       WS-ORPH-USED >= 200
                    ADD  1 TO WS-DROP-COUNT
                    GO TO 1500-EXIT
           END-IF.
           ADD      1 TO WS-ORPH-USED.
           MOVE     MSG-REC-LOCALE TO WS-ORPH-CODE(WS-ORPH-USED).
           MOVE     1 TO WS-ORPH-COUNT(WS-ORPH-USED).
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-WRITE-GRID THRU 3000-EXIT
      *  The grid, ten locale columns to a block: a greeting row
      *  from HELLOC, then one row per message ID.
      *----------------------------------------------------------------*
       3000-WRITE-GRID.
           PERFORM  VARYING WS-BLOCK-FROM FROM 1 BY 10
                     UNTIL  WS-BLOCK-FROM > WS-LOC-USED
              COMPUTE WS-BLOCK-TO = WS-BLOCK-FROM + 9
              IF    WS-BLOCK-TO > WS-LOC-USED
                    MOVE WS-LOC-USED TO WS-BLOCK-TO
              END-IF
              PERFORM 3100-WRITE-BLOCK THRU 3100-EXIT
           END-PERFORM.
           MOVE     SPACES TO RPT-LINE.
           STRING   'KEY: OK = PRESENT  MISS = MISSING  '
                    'BLNK = BLANK  LONG = FILLS ALL 80 BYTES'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-WRITE-BLOCK THRU 3100-EXIT
      *----------------------------------------------------------------*
       3100-WRITE-BLOCK.
           MOVE     SPACES TO RPT-LINE.
           MOVE     'MESSAGE ID' TO RPT-LINE(1:10).
           MOVE     13 TO WS-POS.
           PERFORM  VARYING WS-COL FROM WS-BLOCK-FROM BY 1
                     UNTIL  WS-COL > WS-BLOCK-TO
              MOVE  WS-LOC-CODE(WS-COL) TO RPT-LINE(WS-POS:2)
              ADD   6 TO WS-POS
           END-PERFORM.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     ALL '-' TO RPT-LINE(1:10).
           MOVE     13 TO WS-POS.
           PERFORM  VARYING WS-COL FROM WS-BLOCK-FROM BY 1
                     UNTIL  WS-COL > WS-BLOCK-TO
              MOVE  ALL '-' TO RPT-LINE(WS-POS:4)
              ADD   6 TO WS-POS
           END-PERFORM.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     '(GREETING)' TO RPT-LINE(1:10).
           MOVE     13 TO WS-POS.
           PERFORM  VARYING WS-COL FROM WS-BLOCK-FROM BY 1
                     UNTIL  WS-COL > WS-BLOCK-TO
              MOVE  WS-LOC-GREET-ST(WS-COL) TO WS-CELL-ST
              PERFORM 3500-CELL-TEXT THRU 3500-EXIT
              MOVE  WS-CELL-TEXT TO RPT-LINE(WS-POS:4)
              ADD   6 TO WS-POS
           END-PERFORM.
           WRITE    RPT-LINE.
           PERFORM  VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL  WS-ID-IDX > WS-ID-USED
              PERFORM 3200-WRITE-ROW THRU 3200-EXIT
           END-PERFORM.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-WRITE-ROW THRU 3200-EXIT
      *  One message ID across the block's locales. Each block
      *  counts its own columns, so every cell is counted once.
      *----------------------------------------------------------------*
       3200-WRITE-ROW.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-ID-MSG-ID(WS-ID-IDX) TO RPT-LINE(1:8).
           MOVE     13 TO WS-POS.
           PERFORM  VARYING WS-COL FROM WS-BLOCK-FROM BY 1
                     UNTIL  WS-COL > WS-BLOCK-TO
              MOVE  WS-ID-CELL(WS-ID-IDX WS-COL) TO WS-CELL-ST
              PERFORM 3500-CELL-TEXT THRU 3500-EXIT
              MOVE  WS-CELL-TEXT TO RPT-LINE(WS-POS:4)
              ADD   6 TO WS-POS
              ADD   1 TO WS-CELL-COUNT
              EVALUATE TRUE
                 WHEN WS-CELL-MISSING(WS-ID-IDX WS-COL)
                      ADD  1 TO WS-MISSING-COUNT
                 WHEN WS-CELL-BLANK(WS-ID-IDX WS-COL)
                      ADD  1 TO WS-BLANK-COUNT
                 WHEN WS-CELL-LONG(WS-ID-IDX WS-COL)
                      ADD  1 TO WS-LONG-COUNT
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
           WRITE    RPT-LINE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-CELL-TEXT.
           EVALUATE WS-CELL-ST
              WHEN  'O'
                    MOVE 'OK  ' TO WS-CELL-TEXT
              WHEN  'B'
                    MOVE 'BLNK' TO WS-CELL-TEXT
              WHEN  'L'
                    MOVE 'LONG' TO WS-CELL-TEXT
              WHEN  OTHER
                    MOVE 'MISS' TO WS-CELL-TEXT
           END-EVALUATE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-WRITE-ORPHANS THRU 4000-EXIT
      *----------------------------------------------------------------*
       4000-WRITE-ORPHANS.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELMSG LOCALES WITH NO HELLOC GREETING'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-ORPH-USED = 0
                    MOVE SPACES TO RPT-LINE
                    STRING '  NONE'               DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           PERFORM  VARYING WS-ORPH-IDX FROM 1 BY 1
                     UNTIL  WS-ORPH-IDX > WS-ORPH-USED
              MOVE  WS-ORPH-COUNT(WS-ORPH-IDX) TO WS-EDIT-COUNT
              MOVE  SPACES TO RPT-LINE
              STRING '  '                         DELIMITED BY SIZE
                     WS-ORPH-CODE(WS-ORPH-IDX)    DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-EDIT-COUNT                DELIMITED BY SIZE
                     ' ENTRIES - NEVER SERVED'    DELIMITED BY SIZE
                     INTO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-WRITE-WORKLIST THRU 5000-EXIT
      *  One COVWORK transaction per gap, locale by locale, and the
      *  same line on the report with the EN text beside it for
      *  the translators. A missing entry is an add; a blank or full
      *  one is already on HELMSG, so it is a change.
      *----------------------------------------------------------------*
       5000-WRITE-WORKLIST.
           OPEN     OUTPUT WORK-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'WORKLIST WRITTEN TO COVWORK (EN TEXT SHOWN FOR '
                    'REFERENCE)'                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  VARYING WS-COL FROM 1 BY 1
                     UNTIL  WS-COL > WS-LOC-USED
              PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL  WS-ID-IDX > WS-ID-USED
                 IF   NOT WS-CELL-OK(WS-ID-IDX WS-COL)
                      PERFORM 5100-WRITE-WORK THRU 5100-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM.
           CLOSE    WORK-FILE.
           IF       WS-WORK-COUNT = 0
                    MOVE SPACES TO RPT-LINE
                    STRING '  NONE'               DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-WRITE-WORK.
           MOVE     SPACES TO WORK-REC.
           IF       WS-CELL-MISSING(WS-ID-IDX WS-COL)
                    MOVE 'A' TO WRK-ACTION
           ELSE
                    MOVE 'C' TO WRK-ACTION
           END-IF.
           MOVE     WS-ID-MSG-ID(WS-ID-IDX) TO WRK-MSG-ID.
           MOVE     WS-LOC-CODE(WS-COL)     TO WRK-LOC-CODE.
           WRITE    WORK-REC.
           ADD      1 TO WS-WORK-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   '  '                          DELIMITED BY SIZE
                    WRK-ACTION                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WRK-MSG-ID                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WRK-LOC-CODE                  DELIMITED BY SIZE
                    '  EN: '                      DELIMITED BY SIZE
                    WS-ID-EN-TEXT(WS-ID-IDX)      DELIMITED BY SIZE
                    INTO RPT-LINE.
           IF       WS-ID-EN-TEXT(WS-ID-IDX) = SPACES
                    MOVE '(NO EN TEXT ON HELMSG)' TO RPT-LINE(22:)
           END-IF.
           WRITE    RPT-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-WRITE-FINDING THRU 7000-EXIT
      *  Problems met while loading, written ahead of the grid.
      *----------------------------------------------------------------*
       7000-WRITE-FINDING.
           ADD      1 TO WS-FINDING-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FINDING: '      DELIMITED BY SIZE
                    WS-FINDING-TEXT  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-CLOSE-REPORT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-CLOSE-REPORT.
           IF       WS-DROP-COUNT > 0
                    MOVE WS-DROP-COUNT TO WS-EDIT-COUNT
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING WS-EDIT-COUNT
                           ' RECORD(S) PAST THE TABLE SIZE WERE NOT '
                           'COVERED'              DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
           IF       NOT WS-HARD-ERROR
                    PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
           END-IF.
           CLOSE    RPT-FILE.
           MOVE     WS-CELL-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'MSGCOVR -- cells checked........ ' WS-EDIT-COUNT.
           MOVE     WS-WORK-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'MSGCOVR -- worklist lines....... ' WS-EDIT-COUNT.
           DISPLAY  'MSGCOVR -- report written to COVRPT'.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-WRITE-SUMMARY.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-CELL-COUNT TO WS-EDIT-COUNT.
           STRING   'TRANSLATIONS CHECKED....... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-MISSING-COUNT TO WS-EDIT-COUNT.
           STRING   'MISSING.................... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-BLANK-COUNT TO WS-EDIT-COUNT.
           STRING   'BLANK...................... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-LONG-COUNT TO WS-EDIT-COUNT.
           STRING   'OVER-LENGTH................ ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-GREET-GAP-COUNT TO WS-EDIT-COUNT.
           STRING   'GREETINGS BLANK OR LONG.... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-ORPH-USED TO WS-EDIT-COUNT.
           STRING   'LOCALES WITH NO GREETING... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-WORK-COUNT TO WS-EDIT-COUNT.
           STRING   'WORKLIST LINES............. ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           IF       WS-MISSING-COUNT = 0
                    AND WS-BLANK-COUNT = 0
                    AND WS-LONG-COUNT = 0
                    AND WS-GREET-GAP-COUNT = 0
                    AND WS-ORPH-USED = 0
                    AND WS-FINDING-COUNT = 0
                    STRING 'EVERY LOCALE CARRIES EVERY MESSAGE'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
           ELSE
                    STRING '** TRANSLATION GAPS FOUND - SEE WORKLIST '
                           'AND FINDINGS **'      DELIMITED BY SIZE
                           INTO RPT-LINE
           END-IF.
           WRITE    RPT-LINE.
       8100-EXIT.
           EXIT.
