      *              and the elapsed hundredths of a second go back
      *              through HC-ELAPSED-HSEC for the audit trail and
      *              RPTDAILY's latency section.
      *  2026-10-15  HELCFG now holds dated versions. The version in
      *              force on the caller's HC-CFG-DATE (today when
      *              the caller leaves it empty) is loaded, and it is
      *              loaded again whenever that date moves on, so a
      *              warm handler picks up a scheduled change at
      *              midnight without a redeploy.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                        SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC          PIC  X(211).
       FD  LOCALE-FILE.
       01  LOCALE-FILE-REC          PIC  X(082).
       FD  MSG-FILE.
       01  WS-REQ-PID                PIC  9(009)   VALUE ZERO.
       01  WS-REQ-PID-TAIL           PIC  9(005)   VALUE ZERO.
      *----------------------------------------------------------------*
      *  Config, loaded on the first CALL and again whenever the
      *  date it was chosen for changes. The version in force is the
      *  latest one whose effective date is on or before that date.
      *----------------------------------------------------------------*
       01  WS-CFG-LOADED-SW         PIC  X(001)    VALUE 'N'.
           88  WS-CFG-LOADED                       VALUE 'Y'.
       01  WS-CFG-STATUS            PIC  X(002).
       01  WS-CFG-EOF-SW            PIC  X(001)    VALUE 'N'.
           88  WS-CFG-EOF                          VALUE 'Y'.
       01  WS-CFG-FOUND-SW          PIC  X(001)    VALUE 'N'.
           88  WS-CFG-FOUND                        VALUE 'Y'.
       01  WS-CFG-WANT-DATE         PIC  9(008).
       01  WS-CFG-LOADED-DATE       PIC  9(008)    VALUE ZERO.
       01  WS-CFG-VER-DATE          PIC  9(008).
       01  WS-CFG-BEST-DATE         PIC  9(008).
       01  WS-CFG-BEST-REC          PIC  X(211).
       01  WS-CT-LEN                PIC  9(005)    COMP.
       01  WS-CO-LEN                PIC  9(005)    COMP.
       01  WS-CC-LEN                PIC  9(005)    COMP.
      ******************************************************************
       0000-MAIN-RTN.
           ACCEPT  WS-START-TIME FROM TIME.
           IF      HC-CFG-DATE NUMERIC AND HC-CFG-DATE > ZERO
                   MOVE    HC-CFG-DATE TO WS-CFG-WANT-DATE
           ELSE
                   ACCEPT  WS-CFG-WANT-DATE FROM DATE YYYYMMDD
           END-IF.
           IF      NOT WS-CFG-LOADED
              OR   WS-CFG-WANT-DATE NOT = WS-CFG-LOADED-DATE
                   PERFORM 0500-LOAD-CONFIG THRU 0500-EXIT
           END-IF.
           IF      NOT WS-LOC-LOADED
           EXIT.
      *----------------------------------------------------------------*
      *  0500-LOAD-CONFIG THRU 0500-EXIT
      *  Reads the HELCFG versions and keeps the one in force on
      *  WS-CFG-WANT-DATE for the greeting text, success statusCode
      *  and the proxy response header values. If the config file
      *  is not present, no version is in force yet, or a header
      *  field on the chosen version is blank, the compiled-in
      *  defaults below are kept so the program still runs without
      *  it.
      *----------------------------------------------------------------*
           MOVE     'application/json'             TO CFG-CONTENT-TYPE.
           MOVE     '*'                            TO CFG-CORS-ORIGIN.
           MOVE     'no-store'                     TO CFG-CACHE-CONTROL.
           MOVE     'N'  TO WS-CFG-EOF-SW.
           MOVE     'N'  TO WS-CFG-FOUND-SW.
           MOVE     ZERO TO WS-CFG-BEST-DATE.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 0510-READ-VERSION THRU 0510-EXIT
                             UNTIL WS-CFG-EOF
                    CLOSE    CONFIG-FILE
           END-IF.
           IF       WS-CFG-FOUND
                    MOVE WS-CFG-BEST-REC(1:80) TO CFG-GREETING
                    MOVE WS-CFG-BEST-REC(81:3) TO CFG-STATUS-CODE
                    IF   WS-CFG-BEST-REC(84:40) NOT = SPACES
                         MOVE WS-CFG-BEST-REC(84:40)
                                               TO CFG-CONTENT-TYPE
                    END-IF
                    IF   WS-CFG-BEST-REC(124:40) NOT = SPACES
                         MOVE WS-CFG-BEST-REC(124:40)
                                               TO CFG-CORS-ORIGIN
                    END-IF
                    IF   WS-CFG-BEST-REC(164:40) NOT = SPACES
                         MOVE WS-CFG-BEST-REC(164:40)
                                               TO CFG-CACHE-CONTROL
                    END-IF
           END-IF.
           MOVE     WS-CFG-BEST-DATE TO CFG-EFFECTIVE-DATE.
           PERFORM  0550-TRIM-HEADER-LENGTHS THRU 0550-EXIT.
           MOVE     WS-CFG-WANT-DATE TO WS-CFG-LOADED-DATE.
           SET      WS-CFG-LOADED TO TRUE.
       0500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  0510-READ-VERSION THRU 0510-EXIT
      *  Keeps the record in hand when it is in force on the wanted
      *  date and no earlier-dated than the best one so far. An
      *  older, shorter config record leaves the tail of the record
      *  area untouched by the READ, so it is blanked first: the
      *  header fields fall back cleanly and a record with no
      *  effective date counts as in force from the start.
      *----------------------------------------------------------------*
       0510-READ-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-CFG-EOF TO TRUE
                    GO TO 0510-EXIT
           END-READ.
           IF       CONFIG-FILE-REC(204:8) NUMERIC
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           ELSE
                    MOVE ZERO TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-VER-DATE > WS-CFG-WANT-DATE
                    GO TO 0510-EXIT
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-VER-DATE < WS-CFG-BEST-DATE
                    GO TO 0510-EXIT
           END-IF.
           SET      WS-CFG-FOUND TO TRUE.
           MOVE     WS-CFG-VER-DATE  TO WS-CFG-BEST-DATE.
           MOVE     CONFIG-FILE-REC  TO WS-CFG-BEST-REC.
       0510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  0550-TRIM-HEADER-LENGTHS THRU 0550-EXIT
      *  Finds the significant length of each configured header
      *  value once, so 2000-BUILD-RESPONSE can drop them into the
