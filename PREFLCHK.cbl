      *              archives everything but the current month -- so
      *              this job checks them while there is still time
      *              to fix them: HELCFG (numeric statusCode,
      *              non-blank greeting on every version, versions
      *              in date order, one in force today), HELLOC
      *              (two-letter alphabetic codes, no duplicates),
      *              ARCHPARM and CSVPARM when present, and that
      *              TRANSFILE opens with a well-formed HD record
      *              carrying a plausible feed date. Every finding
      *              goes to the PREFRPT report and the job ends
      *              RETURN-CODE 8 so the scheduler holds the window
      *              instead of letting a misconfigured run burn it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-09-02  Original pre-flight validation job.
      *  2026-10-15  HELCFG now holds dated versions: every version is
      *              checked, the effective dates must be plausible
      *              and in order, and a file with no version in
      *              force today is a finding.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                        SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC          PIC  X(211).
       FD  LOCALE-FILE.
       01  LOCALE-FILE-REC          PIC  X(082).
       FD  ARCHPARM-FILE.
       01  WS-FINDING-COUNT         PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZ,ZZ9.
      *----------------------------------------------------------------*
      *  HELCFG validation state: the version in hand, the one
      *  before it, and whether any is in force today.
      *----------------------------------------------------------------*
       01  WS-CFG-REC-NO            PIC  9(005)    COMP VALUE ZERO.
       01  WS-CFG-VER-DATE          PIC  9(008).
       01  WS-CFG-PREV-DATE         PIC  9(008)    VALUE ZERO.
       01  WS-CFG-IN-FORCE-SW       PIC  X(001)    VALUE 'N'.
           88  WS-CFG-IN-FORCE                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *  HELLOC validation state: the codes seen so far, checked
      *  for duplicates, sized to HELCMNT's 50-entry table.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *  1000-CHECK-HELCFG THRU 1000-EXIT
      *  HELCORE falls back to compiled-in defaults without a word
      *  when this file is missing or malformed, or when none of its
      *  versions is in force yet; here that is a finding instead.
      *----------------------------------------------------------------*
       1000-CHECK-HELCFG.
           OPEN     INPUT CONFIG-FILE.
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    GO TO 1000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1100-CHECK-ONE-VERSION THRU 1100-EXIT
                    UNTIL WS-EOF.
           CLOSE    CONFIG-FILE.
           IF       WS-CFG-REC-NO = 0
                    MOVE 'HELCFG: FILE IS EMPTY' TO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    GO TO 1000-EXIT
           END-IF.
           IF       NOT WS-CFG-IN-FORCE
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELCFG: NO VERSION IN FORCE TODAY, '
                           'HELCORE WOULD USE COMPILED-IN DEFAULTS'
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-CHECK-ONE-VERSION THRU 1100-EXIT
      *  A version with no effective date is the original single
      *  record and is in force from the start. CFGMNT writes the
      *  versions in date order, so a date at or before the one
      *  above it means the file was edited by hand.
      *----------------------------------------------------------------*
       1100-CHECK-ONE-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1100-EXIT
           END-READ.
           ADD      1 TO WS-CFG-REC-NO.
           IF       CONFIG-FILE-REC(204:8) = SPACES
                    OR CONFIG-FILE-REC(204:8) = ZERO
                    MOVE ZERO TO WS-CFG-VER-DATE
           ELSE
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CHK-DATE
                    PERFORM 6000-CHECK-DATE THRU 6000-EXIT
                    IF   NOT WS-DATE-OK
                         MOVE SPACES TO WS-FINDING-TEXT
                         STRING 'HELCFG: EFFECTIVE DATE "'
                                CONFIG-FILE-REC(204:8)
                                '" IS NOT A PLAUSIBLE YYYYMMDD'
                                             DELIMITED BY SIZE
                                INTO WS-FINDING-TEXT
                         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                         GO TO 1100-EXIT
                    END-IF
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-REC-NO > 1
                    AND WS-CFG-VER-DATE NOT > WS-CFG-PREV-DATE
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELCFG: VERSION ' WS-CFG-VER-DATE
                           ' IS NOT IN EFFECTIVE-DATE ORDER'
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
           MOVE     WS-CFG-VER-DATE TO WS-CFG-PREV-DATE.
           IF       WS-CFG-VER-DATE NOT > WS-CUR-DATE
                    SET  WS-CFG-IN-FORCE TO TRUE
           END-IF.
           IF       CONFIG-FILE-REC(1:80) = SPACES
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELCFG: VERSION ' WS-CFG-VER-DATE
                           ' GREETING TEXT IS BLANK'
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
           IF       CONFIG-FILE-REC(81:3) NOT NUMERIC
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING 'HELCFG: VERSION ' WS-CFG-VER-DATE
                           ' SUCCESS STATUS CODE IS NOT NUMERIC'
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-CHECK-HELLOC THRU 2000-EXIT
