      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  RESPCERT -- response certification for a HELCFG, HELLOC or
      *              HELMSG change before it goes live. Run with
      *              those three files pointed at the candidate
      *              versions, it puts every case on the CERTDECK
      *              deck of sample invocations (plain text, locale
      *              prefixes, action keywords, JSON events, blank
      *              and over-length input) through HELCORE exactly
      *              as hellobat does, and compares each response
      *              with the approved one on CERTBASE field by
      *              field: statusCode, the three headers,
      *              isBase64Encoded, body and input. The requestId
      *              is different on every call and is left out of
      *              the comparison. CERTRPT shows every case as
      *              PASS, FAIL (with the differing fields, baseline
      *              beside candidate), NEW (no baseline yet) or
      *              DROPPED (on the baseline, no longer on the
      *              deck). Any of those but PASS is an unapproved
      *              difference and ends the run RETURN-CODE 8.
      *              A run whose CERTPARM card asks to PROMOTE, and
      *              names an approver on the CERTAUTH list and a
      *              change reference, approves the differences:
      *              the old baseline is copied to CERTPREV and this
      *              run's responses become the new CERTBASE. A
      *              promotion that is not authorised is refused
      *              (RETURN-CODE 12) and the baseline is left as it
      *              was. The deck and the approver list are
      *              maintained through CERTMNT, which logs every
      *              change to either.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RESPCERT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original response certification job.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PARM-FILE        ASSIGN TO "CERTPARM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  AUTH-FILE        ASSIGN TO "CERTAUTH"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-AUTH-STATUS.
           SELECT  DECK-FILE        ASSIGN TO "CERTDECK"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-DECK-STATUS.
           SELECT  BASE-FILE        ASSIGN TO "CERTBASE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-BASE-STATUS.
           SELECT  PREV-FILE        ASSIGN TO "CERTPREV"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  RPT-FILE         ASSIGN TO "CERTRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *----------------------------------------------------------------*
      *  The run card, optional: the date whose HELCFG version is
      *  certified (blank for today), CERTIFY or PROMOTE, and for a
      *  promotion the approver's user ID and the change reference.
      *----------------------------------------------------------------*
       FD  PARM-FILE.
       01  PARM-REC.
           05  CP-CERT-DATE         PIC  X(008).
           05  CP-MODE              PIC  X(008).
           05  CP-AUTH-ID           PIC  X(008).
           05  CP-CHANGE-REF        PIC  X(020).
       FD  AUTH-FILE.
           COPY CERTAUTH.
       FD  DECK-FILE.
           COPY CERTCASE.
      *----------------------------------------------------------------*
      *  The approved baseline: a header saying who promoted it,
      *  when and under which change, then one record per case
      *  with the deck input and the response as approved, its
      *  requestId blotted out.
      *----------------------------------------------------------------*
       FD  BASE-FILE.
       01  BASE-REC.
           05  CB-REC-TYPE          PIC  X(001).
               88  CB-HEADER                        VALUE 'H'.
               88  CB-CASE                          VALUE 'C'.
           05  CB-CASE-ID           PIC  X(008).
           05  CB-INPUT             PIC  X(128).
           05  CB-RESPONSE          PIC  X(1024).
       01  BASE-HDR-REC.
           05  FILLER               PIC  X(001).
           05  CB-PROMOTED-DATE     PIC  9(008).
           05  CB-PROMOTED-TIME     PIC  9(008).
           05  CB-AUTH-ID           PIC  X(008).
           05  CB-CHANGE-REF        PIC  X(020).
           05  CB-CERT-DATE         PIC  9(008).
           05  CB-CASE-COUNT        PIC  9(005).
           05  FILLER               PIC  X(1103).
       FD  PREV-FILE.
       01  PREV-REC.
           05  PV-REC-TYPE          PIC  X(001).
           05  PV-CASE-ID           PIC  X(008).
           05  PV-INPUT             PIC  X(128).
           05  PV-RESPONSE          PIC  X(1024).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-AUTH-STATUS           PIC  X(002).
       01  WS-DECK-STATUS           PIC  X(002).
       01  WS-BASE-STATUS           PIC  X(002).
       01  WS-DECK-OPEN-SW          PIC  X(001)    VALUE 'N'.
           88  WS-DECK-OPEN                        VALUE 'Y'.
       01  WS-HARD-ERROR-SW         PIC  X(001)    VALUE 'N'.
           88  WS-HARD-ERROR                       VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  The run as the card asked for it, and whether a promotion
      *  was authorised or refused (and why).
      *----------------------------------------------------------------*
       01  WS-CERT-DATE             PIC  9(008).
       01  WS-MODE                  PIC  X(008)    VALUE 'CERTIFY'.
           88  WS-MODE-CERTIFY                     VALUE 'CERTIFY'.
           88  WS-MODE-PROMOTE                     VALUE 'PROMOTE'.
       01  WS-AUTH-ID               PIC  X(008)    VALUE SPACES.
       01  WS-AUTH-NAME             PIC  X(032)    VALUE SPACES.
       01  WS-CHANGE-REF            PIC  X(020)    VALUE SPACES.
       01  WS-PROMOTE-SW            PIC  X(001)    VALUE 'N'.
           88  WS-PROMOTE-OK                       VALUE 'Y'.
           88  WS-PROMOTE-REFUSED                  VALUE 'R'.
       01  WS-REFUSE-REASON         PIC  X(060)    VALUE SPACES.
       01  WS-ERROR-TEXT            PIC  X(070)    VALUE SPACES.
      *----------------------------------------------------------------*
      *  The approved baseline, loaded whole so the deck may be
      *  in any order, with a flag for each case the deck ran.
      *----------------------------------------------------------------*
       01  WS-BASE-HDR-SW           PIC  X(001)    VALUE 'N'.
           88  WS-BASE-HDR-FOUND                   VALUE 'Y'.
       01  WS-BASE-HDR-SAVE.
           05  FILLER               PIC  X(001).
           05  WS-BH-PROMOTED-DATE  PIC  9(008).
           05  WS-BH-PROMOTED-TIME  PIC  9(008).
           05  WS-BH-AUTH-ID        PIC  X(008).
           05  WS-BH-CHANGE-REF     PIC  X(020).
           05  FILLER               PIC  X(1116).
       01  WS-BASE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY   OCCURS 200 TIMES
                                INDEXED BY WS-BASE-IDX.
               10  WS-BASE-CASE-ID  PIC  X(008).
               10  WS-BASE-INPUT    PIC  X(128).
               10  WS-BASE-RESPONSE PIC  X(1024).
               10  WS-BASE-RUN-SW   PIC  X(001).
                   88  WS-BASE-RUN                  VALUE 'Y'.
      *----------------------------------------------------------------*
      *  This run's responses, requestId blotted out, ready to be
      *  promoted as the next baseline.
      *----------------------------------------------------------------*
       01  WS-CAND-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY   OCCURS 200 TIMES
                                INDEXED BY WS-CAND-IDX.
               10  WS-CAND-CASE-ID  PIC  X(008).
               10  WS-CAND-INPUT    PIC  X(128).
               10  WS-CAND-RESPONSE PIC  X(1024).
       01  WS-FOUND-AT              PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  The fields of HELCORE's response document, by the name
      *  each carries in the JSON: C is compared, I is a per-call
      *  value that is blotted out and never compared.
      *----------------------------------------------------------------*
       01  WS-FIELD-LIST-DATA.
           05  FILLER               PIC  X(031)
                                    VALUE 'CstatusCode'.
           05  FILLER               PIC  X(031)
                                    VALUE 'CContent-Type'.
           05  FILLER               PIC  X(031)    VALUE
                                   'CAccess-Control-Allow-Origin'.
           05  FILLER               PIC  X(031)
                                    VALUE 'CCache-Control'.
           05  FILLER               PIC  X(031)
                                    VALUE 'CisBase64Encoded'.
           05  FILLER               PIC  X(031)
                                    VALUE 'IrequestId'.
           05  FILLER               PIC  X(031)
                                    VALUE 'Cbody'.
           05  FILLER               PIC  X(031)
                                    VALUE 'Cinput'.
       01  WS-FIELD-LIST REDEFINES WS-FIELD-LIST-DATA.
           05  WS-FLD-ENTRY    OCCURS 8 TIMES
                                INDEXED BY WS-FLD-IDX.
               10  WS-FLD-USE       PIC  X(001).
                   88  WS-FLD-COMPARED              VALUE 'C'.
                   88  WS-FLD-IGNORED               VALUE 'I'.
               10  WS-FLD-NAME      PIC  X(030).
      *----------------------------------------------------------------*
      *  Field extraction: the document searched, the "name": key
      *  looked for, and where the value was found. A string value
      *  is its text inside the quotes; an array is taken whole;
      *  anything else runs to the next comma or closing brace.
      *----------------------------------------------------------------*
       01  WS-DOC                   PIC  X(1024).
       01  WS-NORM-WORK             PIC  X(1024).
       01  WS-KEY                   PIC  X(030).
       01  WS-KEY-LEN               PIC  9(003)    COMP.
       01  WS-PATTERN               PIC  X(034).
       01  WS-PAT-LEN               PIC  9(003)    COMP.
       01  WS-P                     PIC  9(005)    COMP.
       01  WS-S                     PIC  9(005)    COMP.
       01  WS-E                     PIC  9(005)    COMP.
       01  WS-FV-FROM               PIC  9(005)    COMP.
       01  WS-FV-LEN                PIC  9(005)    COMP.
       01  WS-FV-FOUND-SW           PIC  X(001).
           88  WS-FV-FOUND                          VALUE 'Y'.
       01  WS-IN-STR-SW             PIC  X(001).
           88  WS-IN-STR                            VALUE 'Y'.
       01  WS-ESC-SW                PIC  X(001).
           88  WS-ESC                               VALUE 'Y'.
       01  WS-ONE-CHAR              PIC  X(001).
       01  WS-FVAL                  PIC  X(300).
       01  WS-BVAL                  PIC  X(300).
       01  WS-CVAL                  PIC  X(300).
       01  WS-B-FOUND-SW            PIC  X(001).
       01  WS-C-FOUND-SW            PIC  X(001).
      *----------------------------------------------------------------*
      *  The differences found for the case in hand.
      *----------------------------------------------------------------*
       01  WS-RESULT                PIC  X(007).
       01  WS-DIFF-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY   OCCURS 10 TIMES
                                INDEXED BY WS-DIFF-IDX.
               10  WS-DIFF-FIELD    PIC  X(030).
               10  WS-DIFF-BASE     PIC  X(300).
               10  WS-DIFF-CAND     PIC  X(300).
       01  WS-DIFF-AT               PIC  9(005)    COMP.
       01  WS-SHOW-FROM             PIC  9(005)    COMP.
       01  WS-SHOW-VALUE            PIC  X(056).
      *----------------------------------------------------------------*
      *  Run counters for the summary.
      *----------------------------------------------------------------*
       01  WS-RUN-COUNT             PIC  9(005)    COMP VALUE ZERO.
       01  WS-PASS-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-FAIL-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-NEW-COUNT             PIC  9(005)    COMP VALUE ZERO.
       01  WS-DROP-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-DECK-ERR-COUNT        PIC  9(005)    COMP VALUE ZERO.
       01  WS-UNAPPROVED-COUNT      PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
       COPY HELCLNK.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-HARD-ERROR
                   PERFORM 2000-RUN-ONE-CASE THRU 2000-EXIT
                            UNTIL WS-EOF
                   PERFORM 6000-LIST-DROPPED THRU 6000-EXIT
           END-IF.
           IF      WS-DECK-OPEN
                   CLOSE DECK-FILE
           END-IF.
           COMPUTE WS-UNAPPROVED-COUNT = WS-FAIL-COUNT + WS-NEW-COUNT
                                       + WS-DROP-COUNT
                                       + WS-DECK-ERR-COUNT.
           IF      WS-PROMOTE-OK
                   AND NOT WS-HARD-ERROR
                   PERFORM 7000-PROMOTE-BASELINE THRU 7000-EXIT
           END-IF.
           PERFORM 8000-CLOSE-REPORT THRU 8000-EXIT.
           EVALUATE TRUE
              WHEN WS-HARD-ERROR
                OR WS-PROMOTE-REFUSED
                   MOVE 12 TO RETURN-CODE
              WHEN WS-PROMOTE-OK
                   CONTINUE
              WHEN WS-UNAPPROVED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Reads the run card and, for a promotion, checks the
      *  approver; loads the baseline; opens the deck. A bad card
      *  or a missing deck is a hard error: nothing is certified.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME FROM TIME.
           MOVE     WS-CUR-DATE TO WS-CERT-DATE.
           OPEN     OUTPUT RPT-FILE.
           PERFORM  1100-READ-PARM THRU 1100-EXIT.
           IF       NOT WS-HARD-ERROR
                    AND WS-MODE-PROMOTE
                    PERFORM 1200-CHECK-AUTH THRU 1200-EXIT
           END-IF.
           PERFORM  1300-LOAD-BASELINE THRU 1300-EXIT.
           PERFORM  1400-WRITE-HEADING THRU 1400-EXIT.
           IF       WS-HARD-ERROR
                    GO TO 1000-EXIT
           END-IF.
           OPEN     INPUT DECK-FILE.
           IF       WS-DECK-STATUS NOT = '00'
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING 'CERTDECK CANNOT BE OPENED, STATUS '
                           WS-DECK-STATUS ' - NOTHING CERTIFIED'
                                                  DELIMITED BY SIZE
                           INTO WS-ERROR-TEXT
                    PERFORM 7900-WRITE-ERROR THRU 7900-EXIT
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-DECK-OPEN TO TRUE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  2100-READ-DECK THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-READ-PARM THRU 1100-EXIT
      *  No card, or a blank one, certifies today's HELCFG version
      *  and promotes nothing.
      *----------------------------------------------------------------*
       1100-READ-PARM.
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           READ     PARM-FILE
               AT END
                    CLOSE PARM-FILE
                    GO TO 1100-EXIT
           END-READ.
           CLOSE    PARM-FILE.
           IF       CP-CERT-DATE NOT = SPACES
                    AND CP-CERT-DATE NOT = ZERO
                    IF   CP-CERT-DATE NUMERIC
                         MOVE CP-CERT-DATE TO WS-CERT-DATE
                    ELSE
                         MOVE SPACES TO WS-ERROR-TEXT
                         STRING 'CERTPARM DATE "' CP-CERT-DATE
                                '" IS NOT NUMERIC - NOTHING CERTIFIED'
                                                  DELIMITED BY SIZE
                                INTO WS-ERROR-TEXT
                         SET  WS-HARD-ERROR TO TRUE
                         GO TO 1100-EXIT
                    END-IF
           END-IF.
           IF       CP-MODE NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(CP-MODE) TO WS-MODE
           END-IF.
           IF       NOT WS-MODE-CERTIFY AND NOT WS-MODE-PROMOTE
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING 'CERTPARM MODE "'      DELIMITED BY SIZE
                           CP-MODE                DELIMITED BY SPACE
                           '" IS NOT CERTIFY OR PROMOTE'
                                                  DELIMITED BY SIZE
                           INTO WS-ERROR-TEXT
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1100-EXIT
           END-IF.
           MOVE     FUNCTION UPPER-CASE(CP-AUTH-ID) TO WS-AUTH-ID.
           MOVE     CP-CHANGE-REF TO WS-CHANGE-REF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-CHECK-AUTH THRU 1200-EXIT
      *  A promotion needs a change reference and an approver on
      *  the CERTAUTH list. Anything less is refused here, before
      *  the deck runs, and the run goes on as a plain
      *  certification so the report still shows what differs.
      *----------------------------------------------------------------*
       1200-CHECK-AUTH.
           SET      WS-PROMOTE-REFUSED TO TRUE.
           IF       WS-AUTH-ID = SPACES
                    MOVE 'NO APPROVER NAMED ON CERTPARM'
                                                  TO WS-REFUSE-REASON
                    GO TO 1200-EXIT
           END-IF.
           IF       WS-CHANGE-REF = SPACES
                    MOVE 'NO CHANGE REFERENCE ON CERTPARM'
                                                  TO WS-REFUSE-REASON
                    GO TO 1200-EXIT
           END-IF.
           OPEN     INPUT AUTH-FILE.
           IF       WS-AUTH-STATUS NOT = '00'
                    MOVE 'CERTAUTH APPROVER LIST CANNOT BE OPENED'
                                                  TO WS-REFUSE-REASON
                    GO TO 1200-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1250-READ-AUTH THRU 1250-EXIT
                    UNTIL WS-EOF OR WS-PROMOTE-OK.
           CLOSE    AUTH-FILE.
           IF       NOT WS-PROMOTE-OK
                    MOVE SPACES TO WS-REFUSE-REASON
                    STRING 'APPROVER '            DELIMITED BY SIZE
                           WS-AUTH-ID             DELIMITED BY SPACE
                           ' IS NOT ON THE CERTAUTH LIST'
                                                  DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-READ-AUTH.
           READ     AUTH-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1250-EXIT
           END-READ.
           IF       FUNCTION UPPER-CASE(CA-USER-ID) = WS-AUTH-ID
                    SET  WS-PROMOTE-OK TO TRUE
                    MOVE CA-USER-NAME TO WS-AUTH-NAME
           END-IF.
       1250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1300-LOAD-BASELINE THRU 1300-EXIT
      *  An absent CERTBASE is the first run: every case is NEW
      *  until a promotion approves them.
      *----------------------------------------------------------------*
       1300-LOAD-BASELINE.
           OPEN     INPUT BASE-FILE.
           IF       WS-BASE-STATUS NOT = '00'
                    GO TO 1300-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1350-LOAD-ONE-BASE THRU 1350-EXIT
                    UNTIL WS-EOF.
           CLOSE    BASE-FILE.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LOAD-ONE-BASE.
           READ     BASE-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1350-EXIT
           END-READ.
           IF       CB-HEADER
                    SET  WS-BASE-HDR-FOUND TO TRUE
                    MOVE BASE-REC TO WS-BASE-HDR-SAVE
                    GO TO 1350-EXIT
           END-IF.
           IF       WS-BASE-USED >= 200
                    MOVE 'CERTBASE HOLDS MORE THAN 200 CASES'
                                                  TO WS-ERROR-TEXT
                    SET  WS-HARD-ERROR TO TRUE
                    SET  WS-EOF TO TRUE
                    GO TO 1350-EXIT
           END-IF.
           ADD      1 TO WS-BASE-USED.
           MOVE     CB-CASE-ID  TO WS-BASE-CASE-ID(WS-BASE-USED).
           MOVE     CB-INPUT    TO WS-BASE-INPUT(WS-BASE-USED).
           MOVE     CB-RESPONSE TO WS-BASE-RESPONSE(WS-BASE-USED).
           MOVE     'N'         TO WS-BASE-RUN-SW(WS-BASE-USED).
       1350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1400-WRITE-HEADING THRU 1400-EXIT
      *----------------------------------------------------------------*
       1400-WRITE-HEADING.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO RESPONSE CERTIFICATION REPORT'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RUN DATE: '                  DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    '   HELCFG VERSION AS OF: '   DELIMITED BY SIZE
                    WS-CERT-DATE                  DELIMITED BY SIZE
                    '   MODE: '                   DELIMITED BY SIZE
                    WS-MODE                       DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           IF       WS-BASE-HDR-FOUND
                    STRING 'BASELINE: PROMOTED '  DELIMITED BY SIZE
                           WS-BH-PROMOTED-DATE    DELIMITED BY SIZE
                           ' BY '                 DELIMITED BY SIZE
                           WS-BH-AUTH-ID          DELIMITED BY SIZE
                           ' UNDER '              DELIMITED BY SIZE
                           WS-BH-CHANGE-REF       DELIMITED BY SIZE
                           INTO RPT-LINE
           ELSE
           IF       WS-BASE-USED > 0
                    STRING 'BASELINE: NO HEADER RECORD ON CERTBASE'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
           ELSE
                    STRING 'BASELINE: NONE - EVERY CASE IS NEW'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
           END-IF
           END-IF.
           WRITE    RPT-LINE.
           IF       WS-MODE-PROMOTE
                    MOVE SPACES TO RPT-LINE
                    IF   WS-PROMOTE-OK
                         STRING 'PROMOTION AUTHORISED BY '
                                WS-AUTH-ID ' ' WS-AUTH-NAME
                                                  DELIMITED BY SIZE
                                INTO RPT-LINE
                    ELSE
                         STRING 'PROMOTION REFUSED: '
                                WS-REFUSE-REASON  DELIMITED BY SIZE
                                INTO RPT-LINE
                    END-IF
                    WRITE RPT-LINE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-HARD-ERROR
                    PERFORM 7900-WRITE-ERROR THRU 7900-EXIT
                    GO TO 1400-EXIT
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           STRING   'CASE ID   RESULT   DESCRIPTION'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   '--------  -------  '         DELIMITED BY SIZE
                    '----------------------------------------'
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-RUN-ONE-CASE THRU 2000-EXIT
      *  Puts one deck case through HELCORE, compares it with its
      *  baseline and reports it. A case with no ID, or an ID the
      *  deck has already used, cannot be matched to a baseline
      *  and is a deck error instead.
      *----------------------------------------------------------------*
       2000-RUN-ONE-CASE.
           PERFORM  2200-CHECK-CASE-ID THRU 2200-EXIT.
           IF       WS-ERROR-TEXT NOT = SPACES
                    ADD  1 TO WS-DECK-ERR-COUNT
                    PERFORM 7900-WRITE-ERROR THRU 7900-EXIT
                    PERFORM 2100-READ-DECK THRU 2100-EXIT
                    GO TO 2000-EXIT
           END-IF.
           ADD      1 TO WS-RUN-COUNT.
           INITIALIZE HC-LINKAGE.
           MOVE     CD-INPUT      TO HC-ACCEPT-STR.
           MOVE     WS-CERT-DATE  TO HC-CFG-DATE.
           CALL     'HELCORE'     USING HC-LINKAGE.
           MOVE     HC-HELLO-STR  TO WS-DOC.
           PERFORM  3000-NORMALIZE THRU 3000-EXIT.
           ADD      1 TO WS-CAND-USED.
           MOVE     CD-CASE-ID    TO WS-CAND-CASE-ID(WS-CAND-USED).
           MOVE     CD-INPUT      TO WS-CAND-INPUT(WS-CAND-USED).
           MOVE     WS-DOC        TO WS-CAND-RESPONSE(WS-CAND-USED).
           PERFORM  4000-COMPARE-CASE THRU 4000-EXIT.
           PERFORM  5000-WRITE-CASE THRU 5000-EXIT.
           PERFORM  2100-READ-DECK THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-DECK.
           READ     DECK-FILE
               AT END
                    SET  WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-CHECK-CASE-ID THRU 2200-EXIT
      *  Leaves WS-ERROR-TEXT blank when the case can run.
      *----------------------------------------------------------------*
       2200-CHECK-CASE-ID.
           MOVE     SPACES TO WS-ERROR-TEXT.
           IF       CD-CASE-ID = SPACES
                    STRING 'DECK: A CASE WITH NO CASE ID WAS NOT RUN'
                                                  DELIMITED BY SIZE
                           INTO WS-ERROR-TEXT
                    GO TO 2200-EXIT
           END-IF.
           PERFORM  VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL  WS-CAND-IDX > WS-CAND-USED
              IF    WS-CAND-CASE-ID(WS-CAND-IDX) = CD-CASE-ID
                    STRING 'DECK: CASE ID '   DELIMITED BY SIZE
                           CD-CASE-ID         DELIMITED BY SPACE
                           ' IS USED MORE THAN ONCE, REPEAT NOT RUN'
                                                  DELIMITED BY SIZE
                           INTO WS-ERROR-TEXT
                    GO TO 2200-EXIT
              END-IF
           END-PERFORM.
           IF       WS-CAND-USED >= 200
                    STRING 'DECK: CASE '      DELIMITED BY SIZE
                           CD-CASE-ID         DELIMITED BY SPACE
                           ' IS PAST THE 200-CASE LIMIT, NOT RUN'
                                                  DELIMITED BY SIZE
                           INTO WS-ERROR-TEXT
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-NORMALIZE THRU 3000-EXIT
      *  Blots out the value of every per-call field in WS-DOC with
      *  a single asterisk, so the document can be kept and
      *  compared without them.
      *----------------------------------------------------------------*
       3000-NORMALIZE.
           PERFORM  VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL  WS-FLD-IDX > 8
              IF    WS-FLD-IGNORED(WS-FLD-IDX)
                    MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-KEY
                    PERFORM 3500-EXTRACT-FIELD THRU 3500-EXIT
                    IF   WS-FV-FOUND
                         AND WS-FV-FROM + WS-FV-LEN <= 1024
                         MOVE SPACES TO WS-NORM-WORK
                         STRING WS-DOC(1:WS-FV-FROM - 1)
                                                  DELIMITED BY SIZE
                                '*'               DELIMITED BY SIZE
                                WS-DOC(WS-FV-FROM + WS-FV-LEN:)
                                                  DELIMITED BY SIZE
                                INTO WS-NORM-WORK
                         MOVE WS-NORM-WORK TO WS-DOC
                    END-IF
              END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3500-EXTRACT-FIELD THRU 3500-EXIT
      *  Finds "WS-KEY": in WS-DOC and leaves its value in WS-FVAL,
      *  with its place in WS-FV-FROM and WS-FV-LEN. The first
      *  occurrence is the field: HELCORE writes every key ahead of
      *  the echoed input, and a quote inside the input is escaped,
      *  so the input can never supply a key of its own.
      *----------------------------------------------------------------*
       3500-EXTRACT-FIELD.
           MOVE     'N'    TO WS-FV-FOUND-SW.
           MOVE     SPACES TO WS-FVAL.
           MOVE     ZERO   TO WS-FV-FROM WS-FV-LEN WS-S.
           PERFORM  VARYING WS-KEY-LEN FROM 30 BY -1
                     UNTIL  WS-KEY-LEN = 1
              IF    WS-KEY(WS-KEY-LEN:1) NOT = SPACE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE     SPACES TO WS-PATTERN.
           STRING   '"' WS-KEY(1:WS-KEY-LEN) '": '
                                                  DELIMITED BY SIZE
                    INTO WS-PATTERN.
           COMPUTE  WS-PAT-LEN = WS-KEY-LEN + 4.
           PERFORM  VARYING WS-P FROM 1 BY 1
                     UNTIL  WS-P > 1025 - WS-PAT-LEN
              IF    WS-DOC(WS-P:WS-PAT-LEN) = WS-PATTERN(1:WS-PAT-LEN)
                    COMPUTE WS-S = WS-P + WS-PAT-LEN
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-S = 0 OR WS-S > 1024
                    GO TO 3500-EXIT
           END-IF.
           EVALUATE WS-DOC(WS-S:1)
              WHEN  '"'
                    PERFORM 3600-SCAN-STRING THRU 3600-EXIT
              WHEN  '['
                    PERFORM 3700-SCAN-ARRAY THRU 3700-EXIT
              WHEN  OTHER
                    PERFORM 3800-SCAN-SCALAR THRU 3800-EXIT
           END-EVALUATE.
           IF       WS-FV-FOUND
                    AND WS-FV-LEN > 0
                    MOVE WS-DOC(WS-FV-FROM:WS-FV-LEN) TO WS-FVAL
           END-IF.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3600-SCAN-STRING THRU 3600-EXIT
      *  The value is the text between the opening quote and the
      *  next quote that is not escaped.
      *----------------------------------------------------------------*
       3600-SCAN-STRING.
           COMPUTE  WS-FV-FROM = WS-S + 1.
           MOVE     'N' TO WS-ESC-SW.
           PERFORM  VARYING WS-E FROM WS-FV-FROM BY 1
                     UNTIL  WS-E > 1024
              MOVE  WS-DOC(WS-E:1) TO WS-ONE-CHAR
              EVALUATE TRUE
                 WHEN WS-ESC
                      MOVE 'N' TO WS-ESC-SW
                 WHEN WS-ONE-CHAR = '\'
                      SET  WS-ESC TO TRUE
                 WHEN WS-ONE-CHAR = '"'
                      SET  WS-FV-FOUND TO TRUE
                      COMPUTE WS-FV-LEN = WS-E - WS-FV-FROM
                      EXIT PERFORM
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3700-SCAN-ARRAY THRU 3700-EXIT
      *  The value is the whole array, brackets included, up to the
      *  first closing bracket outside a string.
      *----------------------------------------------------------------*
       3700-SCAN-ARRAY.
           MOVE     WS-S TO WS-FV-FROM.
           MOVE     'N' TO WS-ESC-SW WS-IN-STR-SW.
           PERFORM  VARYING WS-E FROM WS-S BY 1
                     UNTIL  WS-E > 1024
              MOVE  WS-DOC(WS-E:1) TO WS-ONE-CHAR
              EVALUATE TRUE
                 WHEN WS-ESC
                      MOVE 'N' TO WS-ESC-SW
                 WHEN WS-IN-STR AND WS-ONE-CHAR = '\'
                      SET  WS-ESC TO TRUE
                 WHEN WS-ONE-CHAR = '"'
                      IF   WS-IN-STR
                           MOVE 'N' TO WS-IN-STR-SW
                      ELSE
                           SET  WS-IN-STR TO TRUE
                      END-IF
                 WHEN WS-ONE-CHAR = ']' AND NOT WS-IN-STR
                      SET  WS-FV-FOUND TO TRUE
                      COMPUTE WS-FV-LEN = WS-E - WS-FV-FROM + 1
                      EXIT PERFORM
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3800-SCAN-SCALAR THRU 3800-EXIT
      *  A number or true/false runs to the next comma or closing
      *  brace.
      *----------------------------------------------------------------*
       3800-SCAN-SCALAR.
           MOVE     WS-S TO WS-FV-FROM.
           PERFORM  VARYING WS-E FROM WS-S BY 1
                     UNTIL  WS-E > 1024
              IF    WS-DOC(WS-E:1) = ',' OR '}' OR ']'
                    SET  WS-FV-FOUND TO TRUE
                    COMPUTE WS-FV-LEN = WS-E - WS-FV-FROM
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       3800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4000-COMPARE-CASE THRU 4000-EXIT
      *  Matches the case to its baseline and collects every field
      *  that differs. A change to the deck input under the same
      *  case ID is a difference too, and so is a document that
      *  differs only outside the named fields -- a field added,
      *  dropped or reordered.
      *----------------------------------------------------------------*
       4000-COMPARE-CASE.
           MOVE     ZERO TO WS-DIFF-USED WS-FOUND-AT.
           PERFORM  VARYING WS-BASE-IDX FROM 1 BY 1
                     UNTIL  WS-BASE-IDX > WS-BASE-USED
              IF    WS-BASE-CASE-ID(WS-BASE-IDX) = CD-CASE-ID
                    SET  WS-FOUND-AT TO WS-BASE-IDX
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-FOUND-AT = 0
                    MOVE 'NEW' TO WS-RESULT
                    ADD  1 TO WS-NEW-COUNT
                    GO TO 4000-EXIT
           END-IF.
           MOVE     'Y' TO WS-BASE-RUN-SW(WS-FOUND-AT).
           IF       WS-BASE-INPUT(WS-FOUND-AT) NOT = CD-INPUT
                    MOVE 'DECK INPUT'  TO WS-KEY
                    MOVE WS-BASE-INPUT(WS-FOUND-AT) TO WS-BVAL
                    MOVE CD-INPUT      TO WS-CVAL
                    PERFORM 4200-ADD-DIFF THRU 4200-EXIT
           END-IF.
           PERFORM  VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL  WS-FLD-IDX > 8
              IF    WS-FLD-COMPARED(WS-FLD-IDX)
                    PERFORM 4100-COMPARE-FIELD THRU 4100-EXIT
              END-IF
           END-PERFORM.
           IF       WS-DIFF-USED = 0
                    AND WS-BASE-RESPONSE(WS-FOUND-AT)
                        NOT = WS-CAND-RESPONSE(WS-CAND-USED)
                    MOVE '(DOCUMENT LAYOUT)' TO WS-KEY
                    MOVE WS-BASE-RESPONSE(WS-FOUND-AT) TO WS-BVAL
                    MOVE WS-CAND-RESPONSE(WS-CAND-USED) TO WS-CVAL
                    PERFORM 4200-ADD-DIFF THRU 4200-EXIT
           END-IF.
           IF       WS-DIFF-USED = 0
                    MOVE 'PASS' TO WS-RESULT
                    ADD  1 TO WS-PASS-COUNT
           ELSE
                    MOVE 'FAIL' TO WS-RESULT
                    ADD  1 TO WS-FAIL-COUNT
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  4100-COMPARE-FIELD THRU 4100-EXIT
      *  A field present on one side only reads as (ABSENT) on the
      *  other.
      *----------------------------------------------------------------*
       4100-COMPARE-FIELD.
           MOVE     WS-FLD-NAME(WS-FLD-IDX) TO WS-KEY.
           MOVE     WS-BASE-RESPONSE(WS-FOUND-AT) TO WS-DOC.
           PERFORM  3500-EXTRACT-FIELD THRU 3500-EXIT.
           MOVE     WS-FVAL        TO WS-BVAL.
           MOVE     WS-FV-FOUND-SW TO WS-B-FOUND-SW.
           MOVE     WS-CAND-RESPONSE(WS-CAND-USED) TO WS-DOC.
           PERFORM  3500-EXTRACT-FIELD THRU 3500-EXIT.
           MOVE     WS-FVAL        TO WS-CVAL.
           MOVE     WS-FV-FOUND-SW TO WS-C-FOUND-SW.
           IF       WS-B-FOUND-SW = WS-C-FOUND-SW
                    AND WS-BVAL = WS-CVAL
                    GO TO 4100-EXIT
           END-IF.
           IF       WS-B-FOUND-SW NOT = 'Y'
                    MOVE '(ABSENT)' TO WS-BVAL
           END-IF.
           IF       WS-C-FOUND-SW NOT = 'Y'
                    MOVE '(ABSENT)' TO WS-CVAL
           END-IF.
           PERFORM  4200-ADD-DIFF THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-ADD-DIFF.
           IF       WS-DIFF-USED < 10
                    ADD  1 TO WS-DIFF-USED
                    MOVE WS-KEY  TO WS-DIFF-FIELD(WS-DIFF-USED)
                    MOVE WS-BVAL TO WS-DIFF-BASE(WS-DIFF-USED)
                    MOVE WS-CVAL TO WS-DIFF-CAND(WS-DIFF-USED)
           END-IF.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-WRITE-CASE THRU 5000-EXIT
      *  The case line, then each differing field with the baseline
      *  value over the candidate's. A NEW case shows what it will
      *  be approved as: its statusCode and body.
      *----------------------------------------------------------------*
       5000-WRITE-CASE.
           MOVE     SPACES TO RPT-LINE.
           STRING   CD-CASE-ID                    DELIMITED BY SIZE
                    '  '                          DELIMITED BY SIZE
                    WS-RESULT                     DELIMITED BY SIZE
                    '  '                          DELIMITED BY SIZE
                    CD-DESCRIPTION                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-RESULT = 'NEW'
                    MOVE WS-CAND-RESPONSE(WS-CAND-USED) TO WS-DOC
                    MOVE 'statusCode' TO WS-KEY
                    PERFORM 3500-EXTRACT-FIELD THRU 3500-EXIT
                    MOVE WS-FVAL TO WS-CVAL
                    MOVE 'body' TO WS-KEY
                    PERFORM 3500-EXTRACT-FIELD THRU 3500-EXIT
                    MOVE SPACES TO RPT-LINE
                    STRING '          STATUS '    DELIMITED BY SIZE
                           WS-CVAL(1:3)           DELIMITED BY SIZE
                           '  BODY: '             DELIMITED BY SIZE
                           WS-FVAL(1:52)          DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           PERFORM  VARYING WS-DIFF-IDX FROM 1 BY 1
                     UNTIL  WS-DIFF-IDX > WS-DIFF-USED
              PERFORM 5100-WRITE-DIFF THRU 5100-EXIT
           END-PERFORM.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-WRITE-DIFF THRU 5100-EXIT
      *  Long values are shown from a little before the first
      *  position where they part, so the difference is on the
      *  page.
      *----------------------------------------------------------------*
       5100-WRITE-DIFF.
           MOVE     SPACES TO RPT-LINE.
           STRING   '          FIELD:     '       DELIMITED BY SIZE
                    WS-DIFF-FIELD(WS-DIFF-IDX)    DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  VARYING WS-DIFF-AT FROM 1 BY 1
                     UNTIL  WS-DIFF-AT > 300
              IF    WS-DIFF-BASE(WS-DIFF-IDX)(WS-DIFF-AT:1)
                    NOT = WS-DIFF-CAND(WS-DIFF-IDX)(WS-DIFF-AT:1)
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE     1 TO WS-SHOW-FROM.
           IF       WS-DIFF-AT > 50
                    COMPUTE WS-SHOW-FROM = WS-DIFF-AT - 20
           END-IF.
           IF       WS-SHOW-FROM > 248
                    MOVE 248 TO WS-SHOW-FROM
           END-IF.
           MOVE     SPACES TO WS-SHOW-VALUE.
           IF       WS-SHOW-FROM > 1
                    STRING '...'                  DELIMITED BY SIZE
                           WS-DIFF-BASE(WS-DIFF-IDX)(WS-SHOW-FROM:53)
                                                  DELIMITED BY SIZE
                           INTO WS-SHOW-VALUE
           ELSE
                    MOVE WS-DIFF-BASE(WS-DIFF-IDX) TO WS-SHOW-VALUE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           STRING   '            BASELINE  '      DELIMITED BY SIZE
                    WS-SHOW-VALUE                 DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO WS-SHOW-VALUE.
           IF       WS-SHOW-FROM > 1
                    STRING '...'                  DELIMITED BY SIZE
                           WS-DIFF-CAND(WS-DIFF-IDX)(WS-SHOW-FROM:53)
                                                  DELIMITED BY SIZE
                           INTO WS-SHOW-VALUE
           ELSE
                    MOVE WS-DIFF-CAND(WS-DIFF-IDX) TO WS-SHOW-VALUE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           STRING   '            CANDIDATE '      DELIMITED BY SIZE
                    WS-SHOW-VALUE                 DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6000-LIST-DROPPED THRU 6000-EXIT
      *  Baseline cases the deck no longer runs. Dropping a case
      *  drops what it guarded, so it needs approving like any
      *  other difference.
      *----------------------------------------------------------------*
       6000-LIST-DROPPED.
           PERFORM  VARYING WS-BASE-IDX FROM 1 BY 1
                     UNTIL  WS-BASE-IDX > WS-BASE-USED
              IF    NOT WS-BASE-RUN(WS-BASE-IDX)
                    ADD  1 TO WS-DROP-COUNT
                    MOVE SPACES TO RPT-LINE
                    STRING WS-BASE-CASE-ID(WS-BASE-IDX)
                                                  DELIMITED BY SIZE
                           '  DROPPED  ON THE BASELINE, NO LONGER '
                           'ON THE DECK'          DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
              END-IF
           END-PERFORM.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7000-PROMOTE-BASELINE THRU 7000-EXIT
      *  The approved run: the baseline it replaces is kept on
      *  CERTPREV, then this run's responses are written as the
      *  new CERTBASE under a header naming the approver and the
      *  change. A deck with errors is not promoted -- the cases
      *  it could not run would silently leave the baseline.
      *----------------------------------------------------------------*
       7000-PROMOTE-BASELINE.
           IF       WS-DECK-ERR-COUNT > 0
                    SET  WS-PROMOTE-REFUSED TO TRUE
                    MOVE 'THE DECK HAS ERRORS - CORRECT IT AND RERUN'
                                                  TO WS-REFUSE-REASON
                    GO TO 7000-EXIT
           END-IF.
           OPEN     OUTPUT PREV-FILE.
           IF       WS-BASE-HDR-FOUND
                    WRITE PREV-REC FROM WS-BASE-HDR-SAVE
           END-IF.
           PERFORM  VARYING WS-BASE-IDX FROM 1 BY 1
                     UNTIL  WS-BASE-IDX > WS-BASE-USED
              MOVE  'C'                           TO PV-REC-TYPE
              MOVE  WS-BASE-CASE-ID(WS-BASE-IDX)  TO PV-CASE-ID
              MOVE  WS-BASE-INPUT(WS-BASE-IDX)    TO PV-INPUT
              MOVE  WS-BASE-RESPONSE(WS-BASE-IDX) TO PV-RESPONSE
              WRITE PREV-REC
           END-PERFORM.
           CLOSE    PREV-FILE.
           OPEN     OUTPUT BASE-FILE.
           MOVE     SPACES TO BASE-HDR-REC.
           SET      CB-HEADER TO TRUE.
           MOVE     WS-CUR-DATE   TO CB-PROMOTED-DATE.
           MOVE     WS-CUR-TIME   TO CB-PROMOTED-TIME.
           MOVE     WS-AUTH-ID    TO CB-AUTH-ID.
           MOVE     WS-CHANGE-REF TO CB-CHANGE-REF.
           MOVE     WS-CERT-DATE  TO CB-CERT-DATE.
           MOVE     WS-CAND-USED  TO CB-CASE-COUNT.
           WRITE    BASE-REC.
           PERFORM  VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL  WS-CAND-IDX > WS-CAND-USED
              MOVE  SPACES TO BASE-REC
              SET   CB-CASE TO TRUE
              MOVE  WS-CAND-CASE-ID(WS-CAND-IDX)  TO CB-CASE-ID
              MOVE  WS-CAND-INPUT(WS-CAND-IDX)    TO CB-INPUT
              MOVE  WS-CAND-RESPONSE(WS-CAND-IDX) TO CB-RESPONSE
              WRITE BASE-REC
           END-PERFORM.
           CLOSE    BASE-FILE.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7900-WRITE-ERROR THRU 7900-EXIT
      *----------------------------------------------------------------*
       7900-WRITE-ERROR.
           MOVE     SPACES TO RPT-LINE.
           STRING   '** '            DELIMITED BY SIZE
                    WS-ERROR-TEXT    DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-CLOSE-REPORT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-CLOSE-REPORT.
           IF       NOT WS-HARD-ERROR
                    PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           EVALUATE TRUE
              WHEN  WS-HARD-ERROR
                    STRING '** NOTHING CERTIFIED - SEE ABOVE **'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  WS-PROMOTE-REFUSED
                    STRING '** PROMOTION REFUSED: '
                           WS-REFUSE-REASON       DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  WS-PROMOTE-OK
                    STRING 'NEW BASELINE PROMOTED BY ' WS-AUTH-ID
                           ' UNDER ' WS-CHANGE-REF
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  WS-UNAPPROVED-COUNT = 0
                    STRING 'CERTIFIED - EVERY RESPONSE MATCHES THE '
                           'BASELINE'             DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  OTHER
                    MOVE WS-UNAPPROVED-COUNT TO WS-EDIT-COUNT
                    STRING '** NOT CERTIFIED - '  DELIMITED BY SIZE
                           WS-EDIT-COUNT          DELIMITED BY SIZE
                           ' UNAPPROVED DIFFERENCE(S) **'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
           END-EVALUATE.
           WRITE    RPT-LINE.
           IF       WS-PROMOTE-OK
                    AND WS-UNAPPROVED-COUNT > 0
                    MOVE WS-UNAPPROVED-COUNT TO WS-EDIT-COUNT
                    MOVE SPACES TO RPT-LINE
                    STRING '   '                  DELIMITED BY SIZE
                           WS-EDIT-COUNT          DELIMITED BY SIZE
                           ' DIFFERENCE(S) APPROVED; PREVIOUS '
                           'BASELINE KEPT ON CERTPREV'
                                                  DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           CLOSE    RPT-FILE.
           MOVE     WS-RUN-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'RESPCERT -- cases run........... ' WS-EDIT-COUNT.
           MOVE     WS-PASS-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'RESPCERT -- cases passed........ ' WS-EDIT-COUNT.
           MOVE     WS-UNAPPROVED-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'RESPCERT -- differences......... ' WS-EDIT-COUNT.
           IF       WS-PROMOTE-OK
                    DISPLAY 'RESPCERT -- new baseline promoted'
           END-IF.
           IF       WS-PROMOTE-REFUSED
                    DISPLAY 'RESPCERT -- promotion refused'
           END-IF.
           DISPLAY  'RESPCERT -- report written to CERTRPT'.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-WRITE-SUMMARY.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-RUN-COUNT TO WS-EDIT-COUNT.
           STRING   'CASES RUN.................. ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-PASS-COUNT TO WS-EDIT-COUNT.
           STRING   'PASSED..................... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-FAIL-COUNT TO WS-EDIT-COUNT.
           STRING   'FAILED..................... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-NEW-COUNT TO WS-EDIT-COUNT.
           STRING   'NEW (NO BASELINE).......... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-DROP-COUNT TO WS-EDIT-COUNT.
           STRING   'DROPPED FROM THE DECK...... ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           MOVE     WS-DECK-ERR-COUNT TO WS-EDIT-COUNT.
           STRING   'DECK ERRORS................ ' WS-EDIT-COUNT
                                                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       8100-EXIT.
           EXIT.
