      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  FEEDDRV -- feed manifest driver for the nightly window. Reads
      *             FEEDMAN, one record per feed expected tonight
      *             (feed ID and transaction file name), and takes
      *             each feed in turn through hellobat's HELFEED entry
      *             -- the same header/detail/trailer, duplicate,
      *             checkpoint and threshold logic as a standalone
      *             run -- with the feed's OUTFILE, ERRFILE, REJECTS,
      *             DUPFILE, ACKFILE, EOJSUMM and CKPTFILE named for
      *             its feed ID, and under its own RUNCTL.<feed-id>
      *             run control, so a feed an operator STOP suspended
      *             is resumed under its own run ID whatever ran in
      *             between. A feed that fails its BATPARM thresholds
      *             does not stop the feeds behind it. The FEEDSUMM
      *             report lists every manifest feed as
      *             CLEAN, WARNING, FAILED or NOTFOUND with its counts,
      *             and the job ends with the worst feed's return
      *             code; a feed that never arrived is RETURN-CODE 8.
      *             An operator STOP on OPERCMD suspends the feed in
      *             hand at its next checkpoint and starts no more:
      *             the rest of the manifest is listed NOTRUN.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 FEEDDRV.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original feed manifest driver.
      *  2026-10-15  Honours the operator STOP command: a feed that
      *              comes back SUSPEND, or a STOP added to OPERCMD
      *              since the driver started, ends the window after
      *              the feed in hand, and the feeds not started are
      *              reported NOTRUN (RETURN-CODE 8).
      *  2026-10-15  Each feed runs under its own RUNCTL.<feed-id>
      *              instead of the shared RUNCTL, so a suspended
      *              feed's record is not overwritten by the next.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MAN-FILE         ASSIGN TO "FEEDMAN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-MAN-STATUS.
           SELECT  PROBE-FILE       ASSIGN TO DYNAMIC
                                              WS-PROBE-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PROBE-STATUS.
           SELECT  RPT-FILE         ASSIGN TO "FEEDSUMM"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPER-FILE        ASSIGN TO "OPERCMD"
                                     ORGANIZATION LINE SEQUENTIAL
                                     FILE STATUS IS WS-OPER-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MAN-FILE.
       01  MAN-REC.
           05  MAN-FEED-ID          PIC  X(008).
           05  MAN-TRANS-NAME       PIC  X(012).
       FD  PROBE-FILE.
       01  PROBE-REC                PIC  X(128).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
       FD  OPER-FILE.
           COPY OPERCMD.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       COPY FEEDLNK.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-MAN-STATUS            PIC  X(002).
       01  WS-PROBE-STATUS          PIC  X(002).
       01  WS-PROBE-FILE-NAME       PIC  X(020).
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The feed in hand: what became of it and the return code it
      *  left, and the worst return code seen across the manifest.
      *----------------------------------------------------------------*
       01  WS-FEED-OUTCOME          PIC  X(008).
       01  WS-FEED-RC               PIC  9(004)    COMP.
       01  WS-WORST-RC              PIC  9(004)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  Feed IDs already taken tonight. A second manifest entry
      *  with the same ID would share the first one's outputs and
      *  checkpoint, so it is refused.
      *----------------------------------------------------------------*
       01  WS-SEEN-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-SEEN-SUB              PIC  9(003)    COMP.
       01  WS-SEEN-FOUND-SW         PIC  X(001).
           88  WS-SEEN-FOUND                        VALUE 'Y'.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ID      OCCURS 100 TIMES
                                    PIC  X(008).
      *----------------------------------------------------------------*
      *  Operator STOP: the OPERCMD lines already there when the
      *  driver started are spent; a STOP among the lines added
      *  since, or a feed that comes back suspended, drains the
      *  window.
      *----------------------------------------------------------------*
       01  WS-OPER-STATUS           PIC  X(002).
       01  WS-OPER-EOF-SW           PIC  X(001).
           88  WS-OPER-EOF                          VALUE 'Y'.
       01  WS-OPER-SEEN             PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPER-PRIOR            PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPER-READ             PIC  9(009)    COMP VALUE ZERO.
       01  WS-DRAIN-SW              PIC  X(001)    VALUE 'N'.
           88  WS-DRAINING                          VALUE 'Y'.
      *----------------------------------------------------------------*
      *  Manifest totals for the closing summary.
      *----------------------------------------------------------------*
       01  WS-FEED-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-CLEAN-COUNT           PIC  9(005)    COMP VALUE ZERO.
       01  WS-WARN-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-FAIL-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-NOTFOUND-COUNT        PIC  9(005)    COMP VALUE ZERO.
       01  WS-SUSP-COUNT            PIC  9(005)    COMP VALUE ZERO.
       01  WS-NOTRUN-COUNT          PIC  9(005)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RECV             PIC  ZZZZZZZZ9.
       01  WS-EDIT-PROC             PIC  ZZZZZZZZ9.
       01  WS-EDIT-REJ              PIC  ZZZZZZZZ9.
       01  WS-EDIT-DUP              PIC  ZZZZZZZZ9.
       01  WS-EDIT-ERR              PIC  ZZZZZZZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-RUN-ONE-FEED THRU 2000-EXIT
                    UNTIL WS-EOF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Opens the manifest and starts the summary report. Without
      *  a manifest nothing can run, which is RETURN-CODE 12.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO FEED MANIFEST SUMMARY      RUN DATE '
                                                  DELIMITED BY SIZE
                    WS-CUR-DATE                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEED ID  FEED FILE    OUTCOME '
                                                  DELIMITED BY SIZE
                    '   RECEIVED PROCESSED  REJECTED'
                                                  DELIMITED BY SIZE
                    ' DUPLICATES    ERRORS'       DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  1100-NOTE-OPER-CMDS THRU 1100-EXIT.
           OPEN     INPUT MAN-FILE.
           IF       WS-MAN-STATUS NOT = '00'
                    DISPLAY 'FEEDDRV -- cannot open FEEDMAN, status '
                            WS-MAN-STATUS
                    MOVE 12 TO WS-WORST-RC
                    SET  WS-EOF TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           PERFORM  2100-READ-MANIFEST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-NOTE-OPER-CMDS THRU 1100-EXIT
      *  Counts the lines on OPERCMD; the commands already there
      *  were meant for an earlier run.
      *----------------------------------------------------------------*
       1100-NOTE-OPER-CMDS.
           MOVE     ZERO TO WS-OPER-SEEN.
           OPEN     INPUT OPER-FILE.
           IF       WS-OPER-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           MOVE     'N' TO WS-OPER-EOF-SW.
           PERFORM  1150-COUNT-OPER-CMD THRU 1150-EXIT
                    UNTIL WS-OPER-EOF.
           CLOSE    OPER-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-COUNT-OPER-CMD.
           READ     OPER-FILE
               AT END
                    SET  WS-OPER-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-OPER-SEEN
           END-READ.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-RUN-ONE-FEED THRU 2000-EXIT
      *  One manifest entry: refused if malformed or a repeat,
      *  NOTFOUND if its transaction file is not there, NOTRUN once
      *  the window is draining, otherwise run through HELFEED.
      *  hellobat is CANCELled afterwards so the next feed starts
      *  from fresh working storage.
      *----------------------------------------------------------------*
       2000-RUN-ONE-FEED.
           ADD      1 TO WS-FEED-COUNT.
           MOVE     SPACES TO FEED-LINKAGE.
           MOVE     ZERO   TO FL-RECEIVED   FL-PROCESSED
                              FL-REJECTED   FL-DUPLICATES
                              FL-ERRORS.
           MOVE     MAN-FEED-ID    TO FL-FEED-ID.
           MOVE     MAN-TRANS-NAME TO FL-TRANS-NAME.
           PERFORM  2200-CHECK-ENTRY THRU 2200-EXIT.
           IF       WS-FEED-OUTCOME NOT = SPACES
                    GO TO 2000-WRITE
           END-IF.
           IF       NOT WS-DRAINING
                    PERFORM 2300-CHECK-OPER-STOP THRU 2300-EXIT
           END-IF.
           IF       WS-DRAINING
                    MOVE 'NOTRUN  ' TO WS-FEED-OUTCOME
                    ADD  1 TO WS-NOTRUN-COUNT
                    IF   WS-WORST-RC < 8
                         MOVE 8 TO WS-WORST-RC
                    END-IF
                    GO TO 2000-WRITE
           END-IF.
           STRING   'RUNCTL.' MAN-FEED-ID DELIMITED BY SPACE
                    INTO FL-RUNCTL-NAME.
           MOVE     ZERO TO RETURN-CODE.
           CALL     'HELFEED' USING FEED-LINKAGE.
           MOVE     RETURN-CODE TO WS-FEED-RC.
           CANCEL   'hellobat'.
           MOVE     FL-OUTCOME TO WS-FEED-OUTCOME.
           EVALUATE TRUE
              WHEN  FL-OUTCOME-CLEAN
                    ADD  1 TO WS-CLEAN-COUNT
              WHEN  FL-OUTCOME-WARNING
                    ADD  1 TO WS-WARN-COUNT
              WHEN  FL-OUTCOME-SUSPENDED
                    ADD  1 TO WS-SUSP-COUNT
                    SET  WS-DRAINING TO TRUE
              WHEN  OTHER
                    ADD  1 TO WS-FAIL-COUNT
           END-EVALUATE.
           IF       WS-FEED-RC > WS-WORST-RC
                    MOVE WS-FEED-RC TO WS-WORST-RC
           END-IF.
       2000-WRITE.
           DISPLAY  'FEEDDRV -- feed ' MAN-FEED-ID ' '
                    MAN-TRANS-NAME ' ' WS-FEED-OUTCOME.
           PERFORM  2500-WRITE-FEED-LINE THRU 2500-EXIT.
           PERFORM  2100-READ-MANIFEST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-MANIFEST.
           READ     MAN-FILE
               AT END
                    SET  WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-CHECK-ENTRY THRU 2200-EXIT
      *  Leaves WS-FEED-OUTCOME blank when the feed may run, or the
      *  reason it may not: INVALID for a blank feed ID or file
      *  name, DUPFEED for a feed ID already run tonight, NOTFOUND
      *  when the transaction file cannot be opened. Each is
      *  RETURN-CODE 8 for the manifest.
      *----------------------------------------------------------------*
       2200-CHECK-ENTRY.
           MOVE     SPACES TO WS-FEED-OUTCOME.
           IF       MAN-FEED-ID = SPACES
                    OR MAN-TRANS-NAME = SPACES
                    MOVE 'INVALID ' TO WS-FEED-OUTCOME
                    ADD  1 TO WS-FAIL-COUNT
                    MOVE 8 TO WS-FEED-RC
                    GO TO 2200-SET-RC
           END-IF.
           MOVE     'N' TO WS-SEEN-FOUND-SW.
           PERFORM  VARYING WS-SEEN-SUB FROM 1 BY 1
                     UNTIL  WS-SEEN-SUB > WS-SEEN-USED
              IF    WS-SEEN-ID(WS-SEEN-SUB) = MAN-FEED-ID
                    SET  WS-SEEN-FOUND TO TRUE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       WS-SEEN-FOUND
                    MOVE 'DUPFEED ' TO WS-FEED-OUTCOME
                    ADD  1 TO WS-FAIL-COUNT
                    MOVE 8 TO WS-FEED-RC
                    GO TO 2200-SET-RC
           END-IF.
           IF       WS-SEEN-USED < 100
                    ADD  1 TO WS-SEEN-USED
                    MOVE MAN-FEED-ID TO WS-SEEN-ID(WS-SEEN-USED)
           END-IF.
           MOVE     MAN-TRANS-NAME TO WS-PROBE-FILE-NAME.
           OPEN     INPUT PROBE-FILE.
           IF       WS-PROBE-STATUS = '00'
                    CLOSE PROBE-FILE
                    GO TO 2200-EXIT
           END-IF.
           MOVE     'NOTFOUND' TO WS-FEED-OUTCOME.
           ADD      1 TO WS-NOTFOUND-COUNT.
           MOVE     8 TO WS-FEED-RC.
       2200-SET-RC.
           IF       WS-FEED-RC > WS-WORST-RC
                    MOVE WS-FEED-RC TO WS-WORST-RC
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2300-CHECK-OPER-STOP THRU 2300-EXIT
      *  Looks for a STOP among the OPERCMD lines added since the
      *  last look. A file shorter than last time was emptied in
      *  between, so every line on it is new.
      *----------------------------------------------------------------*
       2300-CHECK-OPER-STOP.
           MOVE     WS-OPER-SEEN TO WS-OPER-PRIOR.
           PERFORM  1100-NOTE-OPER-CMDS THRU 1100-EXIT.
           IF       WS-OPER-SEEN < WS-OPER-PRIOR
                    MOVE ZERO TO WS-OPER-PRIOR
           END-IF.
           IF       WS-OPER-SEEN = WS-OPER-PRIOR
                    GO TO 2300-EXIT
           END-IF.
           OPEN     INPUT OPER-FILE.
           IF       WS-OPER-STATUS NOT = '00'
                    GO TO 2300-EXIT
           END-IF.
           MOVE     ZERO TO WS-OPER-READ.
           MOVE     'N'  TO WS-OPER-EOF-SW.
           PERFORM  2350-READ-OPER-CMD THRU 2350-EXIT
                    UNTIL WS-OPER-EOF.
           CLOSE    OPER-FILE.
           IF       WS-DRAINING
                    DISPLAY 'FEEDDRV -- operator STOP; no further'
                            ' feeds are started'
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-READ-OPER-CMD.
           READ     OPER-FILE
               AT END
                    SET  WS-OPER-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-OPER-READ
                    IF   WS-OPER-READ > WS-OPER-PRIOR
                         AND OPC-STOP
                         SET  WS-DRAINING TO TRUE
                    END-IF
           END-READ.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2500-WRITE-FEED-LINE THRU 2500-EXIT
      *  One summary line per manifest entry, whatever became of it.
      *----------------------------------------------------------------*
       2500-WRITE-FEED-LINE.
           MOVE     FL-RECEIVED   TO WS-EDIT-RECV.
           MOVE     FL-PROCESSED  TO WS-EDIT-PROC.
           MOVE     FL-REJECTED   TO WS-EDIT-REJ.
           MOVE     FL-DUPLICATES TO WS-EDIT-DUP.
           MOVE     FL-ERRORS     TO WS-EDIT-ERR.
           MOVE     SPACES TO RPT-LINE.
           STRING   MAN-FEED-ID     DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    MAN-TRANS-NAME  DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-FEED-OUTCOME DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-EDIT-RECV    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-EDIT-PROC    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-EDIT-REJ     DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-EDIT-DUP     DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-EDIT-ERR     DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Manifest totals, on the report and the job log, and the
      *  worst feed's return code for the scheduler.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-MAN-STATUS = '00'
                    CLOSE MAN-FILE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-FEED-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FEEDS ON MANIFEST.......... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- feeds on manifest.... ' WS-EDIT-COUNT.
           MOVE     WS-CLEAN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'COMPLETED CLEAN............ ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- completed clean...... ' WS-EDIT-COUNT.
           MOVE     WS-WARN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'COMPLETED WITH WARNINGS.... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- completed, warnings.. ' WS-EDIT-COUNT.
           MOVE     WS-FAIL-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FAILED..................... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- failed............... ' WS-EDIT-COUNT.
           MOVE     WS-NOTFOUND-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'NEVER FOUND................ ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- never found.......... ' WS-EDIT-COUNT.
           MOVE     WS-SUSP-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'SUSPENDED.................. ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- suspended............ ' WS-EDIT-COUNT.
           MOVE     WS-NOTRUN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'NOT STARTED................ ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           DISPLAY  'FEEDDRV -- not started.......... ' WS-EDIT-COUNT.
           CLOSE    RPT-FILE.
           MOVE     WS-WORST-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.
