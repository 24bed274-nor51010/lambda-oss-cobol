      *  AUDTWRT -- appends one audit trail record for a single hello
      *             invocation. Called by hello.cbl and hellobat.cbl so
      *             the interactive and batch drivers write the audit
      *             log the same way. Every record is sealed into the
      *             trail's tamper-evidence chain as it is written:
      *             the next sequence number and a check value from
      *             AUDTCHK over the record and its predecessor. The
      *             chain end is held in working storage from one
      *             open of a trail to the next, so the trail is read
      *             for it at most once by a loaded AUDTWRT. For
      *             AUDITLOG the AUDCHAIN anchor is the chain end
      *             whenever the last writer closed it cleanly; the
      *             trail is only read when a writer died with it
      *             open. The anchor is marked open on open and
      *             brought up to date and marked closed on close.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      *              OPEN, WRITE and CLOSE let a high-volume batch
      *              run hold the audit file open for the whole run
      *              instead of reopening it for every record.
      *  2026-10-15  The OPEN function takes the audit file name from
      *              the control area, AUDITLOG when blank, so each
      *              partition run of a split feed keeps its own trail
      *              until TRNMERGE appends it to AUDITLOG.
      *  2026-10-15  Records are sealed with AUD-CHAIN-SEQ and
      *              AUD-CHAIN-CHECK, continuing the chain found on
      *              the trail and the AUDCHAIN anchor, and closing
      *              AUDITLOG rewrites the anchor. New APPEND function
      *              writes a record from another trail with its own
      *              timestamp, sealed into this one, for TRNMERGE.
      *  2026-10-15  The trail is no longer read to its end on every
      *              open. A reopen of the same trail carries on from
      *              the chain end held in working storage (taking
      *              the anchor's if another writer has gone further),
      *              and a first open of AUDITLOG takes a cleanly
      *              closed anchor as it stands. hellobat reopens
      *              AUDITLOG at every checkpoint and hello.cbl opens
      *              it on every call, and both were rereading the
      *              whole month's trail each time.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  AUDIT-FILE       ASSIGN TO DYNAMIC
                                              WS-AUDIT-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
           SELECT  CHAIN-FILE       ASSIGN TO "AUDCHAIN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CHAIN-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
                ==AUD-STATUS-CODE== BY ==AF-STATUS-CODE==,
                ==AUD-INPUT-TEXT== BY ==AF-INPUT-TEXT==,
                ==AUD-RESPONSE== BY ==AF-RESPONSE==,
                ==AUD-ELAPSED-HS== BY ==AF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS== BY ==AF-SOURCE-SYS==,
                ==AUD-FEED-DATE== BY ==AF-FEED-DATE==,
                ==AUD-RUN-ID== BY ==AF-RUN-ID==,
                ==AUD-TRN-REC-NO== BY ==AF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM== BY ==AF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ== BY ==AF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AF-CHAIN-CHECK==.
       FD  CHAIN-FILE.
           COPY AUDCHAIN.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
       01  WS-AUDIT-STATUS          PIC  X(002).
       01  WS-AUDIT-FILE-NAME       PIC  X(020)    VALUE 'AUDITLOG'.
       01  WS-AUDIT-OPEN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-AUDIT-OPEN                       VALUE 'Y'.
       01  WS-CHAIN-STATUS          PIC  X(002).
       01  WS-EOF-SW                PIC  X(001).
           88  WS-EOF                              VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The chain as it stands on the open trail: the sequence
      *  number and check value of the last record sealed onto it.
      *----------------------------------------------------------------*
       01  WS-CHAIN-SEQ             PIC  9(012)    VALUE ZERO.
       01  WS-CHAIN-CHECK           PIC  9(018)    VALUE ZERO.
      *----------------------------------------------------------------*
      *  The trail the chain end above belongs to, spaces until one
      *  has been picked up, and the state the anchor is given when
      *  it is rewritten.
      *----------------------------------------------------------------*
       01  WS-CHAIN-FILE-NAME       PIC  X(020)    VALUE SPACES.
       01  WS-ANCHOR-STATE          PIC  X(001).
       01  WS-ANCHOR-USED-SW        PIC  X(001).
           88  WS-ANCHOR-USED                      VALUE 'Y'.
       COPY AUDCLNK.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       0000-MAIN-RTN.
           EVALUATE TRUE
              WHEN  AUD-CTL-OPEN
                    IF   AUD-CTL-FILE-NAME = SPACES
                         MOVE 'AUDITLOG' TO WS-AUDIT-FILE-NAME
                    ELSE
                         MOVE AUD-CTL-FILE-NAME TO WS-AUDIT-FILE-NAME
                    END-IF
                    PERFORM 1000-OPEN-AUDIT  THRU 1000-EXIT
              WHEN  AUD-CTL-WRITE
                    IF   NOT WS-AUDIT-OPEN
                         PERFORM 1000-OPEN-AUDIT THRU 1000-EXIT
                    END-IF
                    PERFORM 2000-WRITE-AUDIT THRU 2000-EXIT
              WHEN  AUD-CTL-APPEND
                    IF   NOT WS-AUDIT-OPEN
                         PERFORM 1000-OPEN-AUDIT THRU 1000-EXIT
                    END-IF
                    PERFORM 2500-SEAL-AND-WRITE THRU 2500-EXIT
              WHEN  AUD-CTL-CLOSE
                    PERFORM 3000-CLOSE-AUDIT THRU 3000-EXIT
              WHEN  OTHER
                    MOVE 'AUDITLOG' TO WS-AUDIT-FILE-NAME
                    PERFORM 1000-OPEN-AUDIT  THRU 1000-EXIT
                    PERFORM 2000-WRITE-AUDIT THRU 2000-EXIT
                    PERFORM 3000-CLOSE-AUDIT THRU 3000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *  1000-OPEN-AUDIT THRU 1000-EXIT
      *  Picks up the chain -- from working storage when this trail
      *  was the last one open here -- then extends the trail,
      *  creating it on first use, and marks AUDITLOG's anchor open.
      *----------------------------------------------------------------*
       1000-OPEN-AUDIT.
           IF       WS-AUDIT-FILE-NAME = WS-CHAIN-FILE-NAME
                    PERFORM 1200-RECHECK-ANCHOR THRU 1200-EXIT
           ELSE
                    PERFORM 1100-LOAD-CHAIN THRU 1100-EXIT
           END-IF.
           OPEN     EXTEND AUDIT-FILE.
           IF       WS-AUDIT-STATUS = "35"
                    OPEN OUTPUT AUDIT-FILE
           END-IF.
           SET      WS-AUDIT-OPEN TO TRUE.
           MOVE     WS-AUDIT-FILE-NAME TO WS-CHAIN-FILE-NAME.
           IF       WS-AUDIT-FILE-NAME = 'AUDITLOG'
                    MOVE 'O' TO WS-ANCHOR-STATE
                    PERFORM 3100-SAVE-ANCHOR THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-LOAD-CHAIN THRU 1100-EXIT
      *  Starts from nothing for a new trail. For AUDITLOG the
      *  AUDCHAIN anchor comes first, since AUDTARCH may have moved
      *  every record out, and when its last writer closed it the
      *  anchor is the end of the chain and nothing more is read.
      *  Otherwise -- another trail, no anchor, or an anchor left
      *  open by a run that died holding the trail -- the trail
      *  itself is read to its end and its last sealed record wins
      *  if it is further on. Records written before the chain
      *  existed carry no sequence number and are passed over.
      *----------------------------------------------------------------*
       1100-LOAD-CHAIN.
           MOVE     ZERO TO WS-CHAIN-SEQ WS-CHAIN-CHECK.
           IF       WS-AUDIT-FILE-NAME = 'AUDITLOG'
                    PERFORM 1300-READ-ANCHOR THRU 1300-EXIT
                    IF   WS-ANCHOR-USED
                         MOVE ACH-LAST-SEQ   TO WS-CHAIN-SEQ
                         MOVE ACH-LAST-CHECK TO WS-CHAIN-CHECK
                         IF   ACH-WRITER-CLOSED
                              GO TO 1100-EXIT
                         END-IF
                    END-IF
           END-IF.
           OPEN     INPUT AUDIT-FILE.
           IF       WS-AUDIT-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1150-READ-FOR-CHAIN THRU 1150-EXIT
                    UNTIL WS-EOF.
           CLOSE    AUDIT-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-READ-FOR-CHAIN.
           READ     AUDIT-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   AF-CHAIN-SEQ   NUMERIC
                         AND AF-CHAIN-CHECK NUMERIC
                         AND AF-CHAIN-SEQ > WS-CHAIN-SEQ
                         MOVE AF-CHAIN-SEQ   TO WS-CHAIN-SEQ
                         MOVE AF-CHAIN-CHECK TO WS-CHAIN-CHECK
                    END-IF
           END-READ.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-RECHECK-ANCHOR THRU 1200-EXIT
      *  A reopen of the trail last held here: the chain end in
      *  working storage stands, unless AUDITLOG's anchor shows
      *  another writer has sealed records onto it since.
      *----------------------------------------------------------------*
       1200-RECHECK-ANCHOR.
           IF       WS-AUDIT-FILE-NAME NOT = 'AUDITLOG'
                    GO TO 1200-EXIT
           END-IF.
           PERFORM  1300-READ-ANCHOR THRU 1300-EXIT.
           IF       WS-ANCHOR-USED
                    AND ACH-LAST-SEQ > WS-CHAIN-SEQ
                    MOVE ACH-LAST-SEQ   TO WS-CHAIN-SEQ
                    MOVE ACH-LAST-CHECK TO WS-CHAIN-CHECK
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1300-READ-ANCHOR THRU 1300-EXIT
      *  Reads the AUDCHAIN anchor; one that is missing, empty or
      *  not numeric is not used.
      *----------------------------------------------------------------*
       1300-READ-ANCHOR.
           MOVE     'N' TO WS-ANCHOR-USED-SW.
           OPEN     INPUT CHAIN-FILE.
           IF       WS-CHAIN-STATUS NOT = '00'
                    GO TO 1300-EXIT
           END-IF.
           READ     CHAIN-FILE
               NOT AT END
                    IF   ACH-LAST-SEQ   NUMERIC
                         AND ACH-LAST-CHECK NUMERIC
                         SET  WS-ANCHOR-USED TO TRUE
                    END-IF
           END-READ.
           CLOSE    CHAIN-FILE.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-WRITE-AUDIT THRU 2000-EXIT
      *  Stamps the record, then seals and writes it.
      *----------------------------------------------------------------*
       2000-WRITE-AUDIT.
           ACCEPT   WS-CUR-DATE    FROM DATE YYYYMMDD.
           STRING   WS-CUR-DATE    DELIMITED BY SIZE
                    WS-CUR-TIME    DELIMITED BY SIZE
                    INTO AUD-TIMESTAMP.
           PERFORM  2500-SEAL-AND-WRITE THRU 2500-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2500-SEAL-AND-WRITE THRU 2500-EXIT
      *  Gives the record the next sequence number and its check
      *  value over itself and its predecessor's, and writes it.
      *  The caller's record comes back sealed as written.
      *----------------------------------------------------------------*
       2500-SEAL-AND-WRITE.
           ADD      1 TO WS-CHAIN-SEQ.
           MOVE     WS-CHAIN-SEQ   TO AUD-CHAIN-SEQ.
           MOVE     WS-CHAIN-CHECK TO CK-PREV-CHECK.
           CALL     'AUDTCHK' USING AUD-RECORD CK-AREA.
           MOVE     CK-CHECK       TO AUD-CHAIN-CHECK WS-CHAIN-CHECK.
           MOVE     AUD-RECORD     TO AUDIT-FILE-REC.
           WRITE    AUDIT-FILE-REC.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-CLOSE-AUDIT.
           IF       WS-AUDIT-OPEN
                    CLOSE AUDIT-FILE
                    MOVE  'N' TO WS-AUDIT-OPEN-SW
                    IF    WS-AUDIT-FILE-NAME = 'AUDITLOG'
                          MOVE 'C' TO WS-ANCHOR-STATE
                          PERFORM 3100-SAVE-ANCHOR THRU 3100-EXIT
                    END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-SAVE-ANCHOR THRU 3100-EXIT
      *  Rewrites the AUDCHAIN anchor with the end of the chain and
      *  the writer state, keeping the archive months AUDTARCH
      *  recorded on it.
      *----------------------------------------------------------------*
       3100-SAVE-ANCHOR.
           MOVE     SPACES TO ACH-RECORD.
           MOVE     ZERO   TO ACH-FIRST-ARCH ACH-LAST-ARCH.
           OPEN     INPUT CHAIN-FILE.
           IF       WS-CHAIN-STATUS = '00'
                    READ CHAIN-FILE
                        AT END
                             MOVE SPACES TO ACH-RECORD
                             MOVE ZERO   TO ACH-FIRST-ARCH
                                            ACH-LAST-ARCH
                    END-READ
                    CLOSE CHAIN-FILE
           END-IF.
           IF       ACH-LAST-SEQ NUMERIC
                    AND ACH-LAST-SEQ > WS-CHAIN-SEQ
      *           Another writer has taken the chain further since
      *           this trail was opened; leave its anchor alone.
                    GO TO 3100-EXIT
           END-IF.
           ACCEPT   WS-CUR-DATE    FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME    FROM TIME.
           MOVE     WS-CHAIN-SEQ   TO ACH-LAST-SEQ.
           MOVE     WS-CHAIN-CHECK TO ACH-LAST-CHECK.
           MOVE     WS-ANCHOR-STATE TO ACH-WRITER-STATE.
           STRING   WS-CUR-DATE    DELIMITED BY SIZE
                    WS-CUR-TIME    DELIMITED BY SIZE
                    INTO ACH-UPDATED.
           OPEN     OUTPUT CHAIN-FILE.
           WRITE    ACH-RECORD.
           CLOSE    CHAIN-FILE.
       3100-EXIT.
           EXIT.
