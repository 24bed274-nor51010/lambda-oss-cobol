      *              one record per reject reason code with its
      *              count, in a fixed layout the sender can load to
      *              close out their side of the feed.
      *  2026-10-15  Each audit record now carries its lineage: the
      *              header's source system and feed date, this
      *              run's ID and the TRANSFILE record number of the
      *              detail, so any invocation on the trail can be
      *              traced back to the feed record it came from and
      *              CHGBACK can bill the sender for it.
      *  2026-10-15  Added the HELFEED entry so FEEDDRV can take
      *              several feeds through one batch window. The
      *              entry runs the same logic against a named feed:
      *              the transaction file comes from the manifest
      *              and the output, error, reject, duplicate,
      *              acknowledgement, end-of-job and checkpoint files
      *              are named for the feed (OUTFILE.<feed-id> and so
      *              on), so each feed keeps its own outputs and its
      *              own restart point. The outcome and counts go
      *              back to the driver. Run standalone, hellobat
      *              uses the same file names as always.
      *  2026-10-15  RUNCTL can be named through HELFEED as well, so
      *              the partitions TRNSPLIT cuts from one feed can
      *              run side by side through HELPRUN, each under its
      *              own run-control record, checkpoint and audit
      *              file.
      *  2026-10-15  Operator commands: every checkpoint now reads the
      *              OPERCMD file for lines added since the run
      *              started. STOP ends the run cleanly at that
      *              checkpoint with RUNCTL and EOJSUMM marked
      *              SUSPEND (RETURN-CODE 8, no acknowledgement
      *              until the feed is finished), and the next run
      *              resumes it from the checkpoint under the same
      *              run ID without RUNCTL being touched. INTERVAL
      *              changes the checkpoint interval for the rest of
      *              the run.
      *  2026-10-15  Every run is kept on the keyed RUNHIST run
      *              history: written RUNNING when the run is
      *              claimed, rewritten with the feed date and source
      *              system once the header is read, and closed with
      *              the end time, counts and outcome alongside
      *              RUNCTL, so RPTFEED can answer for any night.
      *  2026-10-15  A feed whose header marks it a resubmission of
      *              released suspense items looks each detail up on
      *              the SUSPENSE file by the header's release batch
      *              and its record number, and its audit record
      *              carries the suspense item it came from. The run
      *              goes on the run history as a resubmission, so
      *              RPTFEED does not count it as the sender's feed.
      *  2026-10-15  HELCFG now holds dated versions. The success code
      *              is taken from the version in force on the run
      *              date, and HELCORE is told the run date so it
      *              answers the whole run from that same version.
      *  2026-10-15  The run no longer holds AUDITLOG open. It seals
      *              into its own trail, AUDITRUN (AUDITRUN.<feed ID>
      *              through HELFEED), and when it ends the trail is
      *              proved and appended to AUDITLOG through AUDTWRT's
      *              APPEND, the way TRNMERGE appends a partition's,
      *              so hello.cbl and TRNMERGE never seal into
      *              AUDITLOG's chain while a batch run is writing
      *              it. A trail that does not prove is moved whole
      *              onto AUDITBAD for investigation and emptied, so
      *              the feed's next run starts a fresh chain, and
      *              the run closes FAILED. A run suspended on a
      *              different transaction file is now refused like
      *              a running one instead of being overwritten.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TRANS-FILE      ASSIGN TO DYNAMIC
                                             WS-TRANS-FILE-NAME
                                    ORGANIZATION SEQUENTIAL.
           SELECT  OUT-FILE        ASSIGN TO DYNAMIC
                                             WS-OUT-FILE-NAME
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  ERR-FILE        ASSIGN TO DYNAMIC
                                             WS-ERR-FILE-NAME
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  CKPT-FILE       ASSIGN TO DYNAMIC
                                             WS-CKPT-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-CKPT-STATUS.
           SELECT  REJECT-FILE     ASSIGN TO DYNAMIC
                                             WS-REJECT-FILE-NAME
                                    ORGANIZATION SEQUENTIAL.
           SELECT  DUP-DB          ASSIGN TO "DUPDB"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY DB-DUP-KEY
                                    FILE STATUS IS WS-DUPDB-STATUS.
           SELECT  DUP-FILE        ASSIGN TO DYNAMIC
                                             WS-DUP-FILE-NAME
                                    ORGANIZATION SEQUENTIAL.
           SELECT  ACK-FILE        ASSIGN TO DYNAMIC
                                             WS-ACK-FILE-NAME
                                    ORGANIZATION SEQUENTIAL.
           SELECT  RUN-FILE        ASSIGN TO DYNAMIC
                                             WS-RUN-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-RUN-STATUS.
           SELECT  CONFIG-FILE     ASSIGN TO "HELCFG"
           SELECT  PARM-FILE       ASSIGN TO "BATPARM"
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT  EOJ-FILE        ASSIGN TO DYNAMIC
                                             WS-EOJ-FILE-NAME
                                    ORGANIZATION SEQUENTIAL.
           SELECT  HIST-FILE       ASSIGN TO "RUNHIST"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY RH-KEY
                                    ALTERNATE RECORD KEY RH-FEED-KEY
                                              WITH DUPLICATES
                                    FILE STATUS IS WS-HIST-STATUS.
           SELECT  SUSP-FILE       ASSIGN TO "SUSPENSE"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY SUS-ITEM-NO
                                    ALTERNATE RECORD KEY SUS-RESUB-KEY
                                              WITH DUPLICATES
                                    FILE STATUS IS WS-SUSP-STATUS.
           SELECT  OPER-FILE       ASSIGN TO "OPERCMD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPER-STATUS.
           SELECT  RAUD-FILE       ASSIGN TO DYNAMIC
                                             WS-AUDIT-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-RAUD-STATUS.
           SELECT  QRN-FILE        ASSIGN TO "AUDITBAD"
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-QRN-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  RUN-FILE.
           COPY RUNREC.
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC         PIC  X(211).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-MAX-REJECTS    PIC  X(009).
           05  EOJ-DUPLICATES      PIC  9(009).
           05  EOJ-ERRORS          PIC  9(009).
           05  EOJ-OUTCOME         PIC  X(008).
       FD  OPER-FILE.
           COPY OPERCMD.
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  SUSP-FILE.
           COPY SUSREC.
       FD  RAUD-FILE.
       01  RAUD-REC                PIC  X(1312).
       FD  QRN-FILE.
       01  QRN-REC                 PIC  X(1312).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       COPY HELCLNK.
       COPY AUDREC.
       COPY AUDTCTL.
       COPY AUDCLNK.
       COPY CKPTREC.
       01  WS-EOF-SW               PIC  X(001)    VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-CKPT-INTERVAL         PIC  9(005)    COMP VALUE 1000.
       01  WS-SINCE-CKPT            PIC  9(005)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  The feed's file names. A standalone run keeps the names the
      *  job has always used; a run through the HELFEED entry
      *  replaces them with the manifest's transaction file and
      *  names suffixed with the feed ID.
      *----------------------------------------------------------------*
       01  WS-TRANS-FILE-NAME       PIC  X(020)    VALUE 'TRANSFILE'.
       01  WS-OUT-FILE-NAME         PIC  X(020)    VALUE 'OUTFILE'.
       01  WS-ERR-FILE-NAME         PIC  X(020)    VALUE 'ERRFILE'.
       01  WS-CKPT-FILE-NAME        PIC  X(020)    VALUE 'CKPTFILE'.
       01  WS-REJECT-FILE-NAME      PIC  X(020)    VALUE 'REJECTS'.
       01  WS-DUP-FILE-NAME         PIC  X(020)    VALUE 'DUPFILE'.
       01  WS-ACK-FILE-NAME         PIC  X(020)    VALUE 'ACKFILE'.
       01  WS-EOJ-FILE-NAME         PIC  X(020)    VALUE 'EOJSUMM'.
       01  WS-RUN-FILE-NAME         PIC  X(020)    VALUE 'RUNCTL'.
       01  WS-AUDIT-FILE-NAME       PIC  X(020)    VALUE 'AUDITRUN'.
      *----------------------------------------------------------------*
      *  Feed-structure state: what the header and trailer said, how
      *  many details have been seen, and how many records were
      *  rejected. The feed date defaults to the run date until a
       01  WS-RUN-TIME              PIC  9(008).
       01  WS-RUN-ID                PIC  X(020).
       01  WS-RUN-STAMP             PIC  9(016).
       01  WS-RESUME-RUN-SW         PIC  X(001)    VALUE 'N'.
           88  WS-RESUME-RUN                        VALUE 'Y'.
      *----------------------------------------------------------------*
      *  Run-history state: the feed ID and kind of run the history
      *  record is keyed and marked with (a standalone run has no
      *  feed ID), and the outcome being recorded.
      *----------------------------------------------------------------*
       01  WS-HIST-STATUS           PIC  X(002).
       01  WS-HIST-FOUND-SW         PIC  X(001).
           88  WS-HIST-FOUND                        VALUE 'Y'.
       01  WS-FEED-ID               PIC  X(008)    VALUE SPACES.
       01  WS-RUN-KIND              PIC  X(001)    VALUE 'S'.
       01  WS-HIST-OUTCOME          PIC  X(008).
       01  WS-END-DATE              PIC  9(008).
       01  WS-END-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  Resubmission state: the release batch a resubmission header
      *  names, and whether SUSPENSE is open to find its items.
      *----------------------------------------------------------------*
       01  WS-SUSP-STATUS           PIC  X(002).
       01  WS-RESUB-SW              PIC  X(001)    VALUE 'N'.
           88  WS-RESUB                             VALUE 'Y'.
       01  WS-RESUB-BATCH           PIC  9(016)    VALUE ZERO.
      *----------------------------------------------------------------*
      *  Operator commands: how many OPERCMD lines were already
      *  accounted for at the last look, and whether a STOP has
      *  asked the run to suspend. The interval an INTERVAL command
      *  sets is capped at the size of the waiting-key table.
      *----------------------------------------------------------------*
       01  WS-OPER-STATUS           PIC  X(002).
       01  WS-OPER-EOF-SW           PIC  X(001).
           88  WS-OPER-EOF                          VALUE 'Y'.
       01  WS-OPER-SEEN             PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPER-PRIOR            PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPER-READ             PIC  9(009)    COMP VALUE ZERO.
       01  WS-OPER-LEN              PIC  9(003)    COMP.
       01  WS-OPER-INTERVAL         PIC  9(005).
       01  WS-SUSPEND-SW            PIC  X(001)    VALUE 'N'.
           88  WS-SUSPENDING                        VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The run's own audit trail: whether this run appends it to
      *  AUDITLOG when it ends (not when the caller named the trail
      *  and moves it itself), and the proof of its chain first --
      *  it must run unbroken from sequence one. A trail that does
      *  not prove is held back on AUDITBAD instead.
      *----------------------------------------------------------------*
       01  WS-RAUD-STATUS           PIC  X(002).
       01  WS-OWN-AUDIT-SW          PIC  X(001)    VALUE 'Y'.
           88  WS-OWN-AUDIT                         VALUE 'Y'.
       01  WS-RAUD-REC-NO           PIC  9(009)    COMP.
       01  WS-RAUD-SEQ              PIC  9(012).
       01  WS-RAUD-CHECK            PIC  9(018).
       01  WS-RAUD-BROKEN-SW        PIC  X(001)    VALUE 'N'.
           88  WS-RAUD-BROKEN                       VALUE 'Y'.
       01  WS-QRN-STATUS            PIC  X(002).
       01  WS-QRN-SW                PIC  X(001)    VALUE 'N'.
           88  WS-RAUD-QUARANTINED                  VALUE 'Y'.
       01  WS-QRN-FAILED-SW         PIC  X(001)    VALUE 'N'.
           88  WS-QRN-FAILED                        VALUE 'Y'.
       01  WS-AUDIT-MOVED           PIC  9(009)    COMP VALUE ZERO.
       01  WS-EDIT-REC-NO           PIC  Z(008)9.
      *----------------------------------------------------------------*
      *  Run-outcome thresholds and the error tally they judge.
      *  The defaults release any run, so a missing BATPARM keeps
      *  the old always-zero behaviour; the success code comes from
      *  the same HELCFG version HELCORE uses for the run date,
      *  defaulted the same way.
      *----------------------------------------------------------------*
       01  WS-CFG-STATUS            PIC  X(002).
       01  WS-CFG-EOF-SW            PIC  X(001)    VALUE 'N'.
           88  WS-CFG-EOF                          VALUE 'Y'.
       01  WS-CFG-FOUND-SW          PIC  X(001)    VALUE 'N'.
           88  WS-CFG-FOUND                        VALUE 'Y'.
       01  WS-CFG-VER-DATE          PIC  9(008).
       01  WS-CFG-BEST-DATE         PIC  9(008)    VALUE ZERO.
       01  WS-CFG-BEST-CODE         PIC  X(003).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-SUCCESS-CODE          PIC  9(003)    VALUE 200.
       01  WS-ERR-COUNT             PIC  9(009)    COMP VALUE ZERO.
           88  WS-OUTCOME-CLEAN                     VALUE 'CLEAN   '.
           88  WS-OUTCOME-WARNING                   VALUE 'WARNING '.
           88  WS-OUTCOME-FAILED                    VALUE 'FAILED  '.
           88  WS-OUTCOME-SUSPENDED                 VALUE 'SUSPEND '.
      *----------------------------------------------------------------*
      *  Idempotency guard state: whether DUPDB is usable, whether
      *  the detail in hand was already processed, and how many
                                    PIC  9(008).
               10  WS-PEND-TEXT     PIC  X(126).
               10  WS-PEND-REQ-ID   PIC  X(020).
      ******************************************************************
       LINKAGE                     SECTION.
       COPY FEEDLNK.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 0100-RUN-FEED    THRU 0100-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  HELFEED entry: one manifest feed for FEEDDRV. The feed's
      *  file names are set from the parameter block before the run
      *  starts, and the outcome and counts are handed back when it
      *  ends. The caller CANCELs hellobat between feeds so every
      *  feed starts from fresh working storage.
      *----------------------------------------------------------------*
       FEED-ENTRY-RTN.
       ENTRY   'HELFEED' USING FEED-LINKAGE.
           PERFORM 0050-SET-FEED-NAMES THRU 0050-EXIT.
           PERFORM 0100-RUN-FEED    THRU 0100-EXIT.
           MOVE    WS-RUN-ID        TO FL-RUN-ID.
           IF      WS-LOCKED-OUT
                   SET  FL-OUTCOME-LOCKED TO TRUE
           ELSE
                   MOVE WS-OUTCOME  TO FL-OUTCOME
           END-IF.
           MOVE    WS-RECV-COUNT    TO FL-RECEIVED.
           MOVE    WS-PROC-COUNT    TO FL-PROCESSED.
           MOVE    WS-REJECT-COUNT  TO FL-REJECTED.
           MOVE    WS-DUP-COUNT     TO FL-DUPLICATES.
           MOVE    WS-ERR-COUNT     TO FL-ERRORS.
           GOBACK.
      *----------------------------------------------------------------*
      *  0050-SET-FEED-NAMES THRU 0050-EXIT
      *  The manifest's transaction file, and every per-feed output
      *  named <standard name>.<feed ID>. The run control is the
      *  one the caller names -- FEEDDRV names RUNCTL.<feed ID>,
      *  HELPRUN RUNCTL.P<n> -- or the shared RUNCTL when it names
      *  none. The audit trail is likewise the caller's when it
      *  names one (HELPRUN names AUDITLOG.P<n>, which TRNMERGE
      *  moves to AUDITLOG); otherwise it is AUDITRUN.<feed ID>,
      *  which this run appends to AUDITLOG itself when it ends.
      *----------------------------------------------------------------*
       0050-SET-FEED-NAMES.
           MOVE     FL-TRANS-NAME TO WS-TRANS-FILE-NAME.
           MOVE     FL-FEED-ID    TO WS-FEED-ID.
           IF       FL-PARTITION-RUN
                    MOVE 'P' TO WS-RUN-KIND
           ELSE
                    MOVE 'F' TO WS-RUN-KIND
           END-IF.
           MOVE     SPACES TO WS-OUT-FILE-NAME    WS-ERR-FILE-NAME
                              WS-CKPT-FILE-NAME   WS-REJECT-FILE-NAME
                              WS-DUP-FILE-NAME    WS-ACK-FILE-NAME
                              WS-EOJ-FILE-NAME.
           STRING   'OUTFILE.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-OUT-FILE-NAME.
           STRING   'ERRFILE.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-ERR-FILE-NAME.
           STRING   'CKPTFILE.' FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-CKPT-FILE-NAME.
           STRING   'REJECTS.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-REJECT-FILE-NAME.
           STRING   'DUPFILE.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-DUP-FILE-NAME.
           STRING   'ACKFILE.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-ACK-FILE-NAME.
           STRING   'EOJSUMM.'  FL-FEED-ID DELIMITED BY SPACE
                    INTO WS-EOJ-FILE-NAME.
           IF       FL-RUNCTL-NAME NOT = SPACES
                    MOVE FL-RUNCTL-NAME TO WS-RUN-FILE-NAME
           END-IF.
           IF       FL-AUDIT-NAME NOT = SPACES
                    MOVE FL-AUDIT-NAME  TO WS-AUDIT-FILE-NAME
                    MOVE 'N' TO WS-OWN-AUDIT-SW
           ELSE
                    MOVE SPACES TO WS-AUDIT-FILE-NAME
                    STRING 'AUDITRUN.' FL-FEED-ID DELIMITED BY SPACE
                           INTO WS-AUDIT-FILE-NAME
           END-IF.
       0050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  0100-RUN-FEED THRU 0100-EXIT
      *  One feed, start to finish, under the RUNCTL lock.
      *----------------------------------------------------------------*
       0100-RUN-FEED.
           PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
           IF      WS-LOCKED-OUT
                   MOVE 8 TO RETURN-CODE
                   GO TO 0100-EXIT
           END-IF.
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
                    UNTIL WS-EOF.
           PERFORM 9000-TERMINATE   THRU 9000-EXIT.
       0100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Reads any existing checkpoint, then positions TRANS-FILE and
                   GO TO 1000-EXIT
           END-IF.
           PERFORM 1060-CLAIM-RUN THRU 1060-EXIT.
           PERFORM 1090-NOTE-OPER-CMDS THRU 1090-EXIT.
           PERFORM 1070-READ-SUCCESS-CODE THRU 1070-EXIT.
           PERFORM 1080-READ-THRESHOLDS THRU 1080-EXIT.
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
           ELSE
                   OPEN OUTPUT CKPT-FILE
           END-IF.
           MOVE    WS-AUDIT-FILE-NAME TO AUD-CTL-FILE-NAME.
           SET     AUD-CTL-OPEN TO TRUE.
           CALL    'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           PERFORM 1300-OPEN-DUP-DB THRU 1300-EXIT.
      *  run is live against the same TRANSFILE and CKPTFILE. An
      *  absent or empty RUNCTL, or one closed COMPLETE or FAILED,
      *  lets the run proceed; after an abend the operator empties
      *  RUNCTL before the checkpoint rerun. A run an operator STOP
      *  suspended on this same feed is taken over: this run
      *  carries on under its run ID and start stamp, and the
      *  checkpoint read puts it back where the STOP left it. One
      *  suspended on a different transaction file is refused like
      *  a running one, since its checkpoint is a position in that
      *  file and not in this one.
      *----------------------------------------------------------------*
       1050-CHECK-RUN-LOCK.
           OPEN     INPUT RUN-FILE.
                    DISPLAY 'hellobat -- if that run abended, empty'
                            ' RUNCTL and rerun'
           END-IF.
           IF       RUN-IS-SUSPENDED
                    AND RUN-TRANS-NAME NOT = WS-TRANS-FILE-NAME
                    SET  WS-LOCKED-OUT TO TRUE
                    DISPLAY 'hellobat -- run ' RUN-ID
                            ' is SUSPEND on ' RUN-TRANS-NAME
                            '; not starting'
                    DISPLAY 'hellobat -- resume it with that file'
                            ' before starting another'
           END-IF.
           IF       RUN-IS-SUSPENDED
                    AND RUN-TRANS-NAME = WS-TRANS-FILE-NAME
                    SET  WS-RESUME-RUN TO TRUE
                    MOVE RUN-ID          TO WS-RUN-ID
                    MOVE RUN-START-STAMP TO WS-RUN-STAMP
                    DISPLAY 'hellobat -- resuming suspended run '
                            RUN-ID
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1060-CLAIM-RUN THRU 1060-EXIT
      *  Writes this run's RUNCTL record with status RUNNING so a
      *  second start is refused until 9000-TERMINATE closes it. A
      *  resumed suspended run keeps the identity it started with.
      *  The run goes on the run history as RUNNING from here.
      *----------------------------------------------------------------*
       1060-CLAIM-RUN.
           IF       NOT WS-RESUME-RUN
                    ACCEPT   WS-RUN-TIME FROM TIME
                    MOVE     SPACES TO WS-RUN-ID
                    STRING   WS-RUN-DATE     DELIMITED BY SIZE
                             '-'             DELIMITED BY SIZE
                             WS-RUN-TIME     DELIMITED BY SIZE
                             INTO WS-RUN-ID
                    COMPUTE  WS-RUN-STAMP =
                             WS-RUN-DATE * 100000000 + WS-RUN-TIME
           END-IF.
           OPEN     OUTPUT RUN-FILE.
           MOVE     SPACES          TO RUN-RECORD.
           MOVE     WS-RUN-ID       TO RUN-ID.
           MOVE     WS-RUN-STAMP    TO RUN-START-STAMP.
           MOVE     WS-TRANS-FILE-NAME TO RUN-TRANS-NAME.
           SET      RUN-IS-RUNNING  TO TRUE.
           MOVE     ZERO            TO RUN-PROC-COUNT.
           MOVE     ZERO            TO RUN-REJECT-COUNT.
           MOVE     ZERO            TO RUN-DUP-COUNT.
           WRITE    RUN-RECORD.
           CLOSE    RUN-FILE.
           MOVE     'RUNNING ' TO WS-HIST-OUTCOME.
           PERFORM  9450-WRITE-HISTORY THRU 9450-EXIT.
       1060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1070-READ-SUCCESS-CODE THRU 1070-EXIT
      *  Picks up the configured success code the way RPTEXCPT
      *  does, from the HELCFG version in force on the run date, so
      *  the error tally and HELCORE always agree on what "success"
      *  means.
      *----------------------------------------------------------------*
       1070-READ-SUCCESS-CODE.
           OPEN     INPUT CONFIG-FILE.
           IF       WS-CFG-STATUS = '00'
                    PERFORM 1075-READ-CFG-VERSION THRU 1075-EXIT
                             UNTIL WS-CFG-EOF
                    CLOSE    CONFIG-FILE
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-BEST-CODE NUMERIC
                    MOVE WS-CFG-BEST-CODE TO WS-SUCCESS-CODE
           END-IF.
       1070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1075-READ-CFG-VERSION THRU 1075-EXIT
      *  Keeps the latest version dated on or before the run date;
      *  a record with no effective date is in force from the start.
      *----------------------------------------------------------------*
       1075-READ-CFG-VERSION.
           MOVE     SPACES TO CONFIG-FILE-REC.
           READ     CONFIG-FILE
               AT END
                    SET  WS-CFG-EOF TO TRUE
                    GO TO 1075-EXIT
           END-READ.
           IF       CONFIG-FILE-REC(204:8) NUMERIC
                    MOVE CONFIG-FILE-REC(204:8) TO WS-CFG-VER-DATE
           ELSE
                    MOVE ZERO TO WS-CFG-VER-DATE
           END-IF.
           IF       WS-CFG-VER-DATE > WS-RUN-DATE
                    GO TO 1075-EXIT
           END-IF.
           IF       WS-CFG-FOUND
              AND   WS-CFG-VER-DATE < WS-CFG-BEST-DATE
                    GO TO 1075-EXIT
           END-IF.
           SET      WS-CFG-FOUND TO TRUE.
           MOVE     WS-CFG-VER-DATE       TO WS-CFG-BEST-DATE.
           MOVE     CONFIG-FILE-REC(81:3) TO WS-CFG-BEST-CODE.
       1075-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1080-READ-THRESHOLDS THRU 1080-EXIT
      *  One record, three 9-digit maxima: rejects, duplicates and
      *  error responses. Anything unnumeric leaves that limit wide
       1080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1090-NOTE-OPER-CMDS THRU 1090-EXIT
      *  Counts the lines on OPERCMD. At initialization this marks
      *  every command already there as spent -- they were meant
      *  for an earlier run -- and the checkpoint look uses the
      *  same count to find the lines added since.
      *----------------------------------------------------------------*
       1090-NOTE-OPER-CMDS.
           MOVE     ZERO TO WS-OPER-SEEN.
           OPEN     INPUT OPER-FILE.
           IF       WS-OPER-STATUS NOT = '00'
                    GO TO 1090-EXIT
           END-IF.
           MOVE     'N' TO WS-OPER-EOF-SW.
           PERFORM  1095-COUNT-OPER-CMD THRU 1095-EXIT
                    UNTIL WS-OPER-EOF.
           CLOSE    OPER-FILE.
       1090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1095-COUNT-OPER-CMD.
           READ     OPER-FILE
               AT END
                    SET  WS-OPER-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-OPER-SEEN
           END-READ.
       1095-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-READ-CHECKPOINT THRU 1100-EXIT
      *  Checkpoints are appended over the run, so the last record
      *  on the file is where the prior run got to.
                         IF   TRN-HDR-FEED-DATE NUMERIC
                              MOVE TRN-HDR-FEED-DATE  TO WS-FEED-DATE
                              MOVE TRN-HDR-SOURCE-SYS TO WS-SOURCE-SYS
                              PERFORM 2350-OPEN-SUSPENSE THRU 2350-EXIT
                         END-IF
                    END-IF
              WHEN  TRN-DETAIL-REC
           EXIT.
      *----------------------------------------------------------------*
      *  2000-PROCESS-FILE THRU 2000-EXIT
      *  Routes one record by its type, then checkpoints it. An
      *  operator STOP picked up at the checkpoint ends the read
      *  loop there, with nothing past the checkpoint read.
      *----------------------------------------------------------------*
       2000-PROCESS-FILE.
           ADD      1                TO WS-REC-COUNT.
           IF       WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                    PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
           END-IF.
           IF       WS-SUSPENDING
                    SET  WS-EOF TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           PERFORM  2100-READ-TRANS-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
           IF       TRN-HDR-FEED-DATE NUMERIC
                    MOVE TRN-HDR-FEED-DATE  TO WS-FEED-DATE
                    MOVE TRN-HDR-SOURCE-SYS TO WS-SOURCE-SYS
                    PERFORM 2350-OPEN-SUSPENSE THRU 2350-EXIT
                    MOVE 'RUNNING ' TO WS-HIST-OUTCOME
                    PERFORM 9450-WRITE-HISTORY THRU 9450-EXIT
           ELSE
                    MOVE 'BADDATE ' TO WS-REJ-REASON
                    PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2350-OPEN-SUSPENSE THRU 2350-EXIT
      *  A resubmission header: note its release batch and open
      *  SUSPENSE so each detail can be tied back to its item. If
      *  SUSPENSE cannot be opened the feed still runs, unlinked.
      *  A partition's record numbers are not the ones SUSRLSE
      *  gave the items, so a split resubmission runs unlinked
      *  rather than point at the wrong items.
      *----------------------------------------------------------------*
       2350-OPEN-SUSPENSE.
           IF       NOT TRN-HDR-RESUBMISSION
                    OR TRN-HDR-RESUB-BATCH NOT NUMERIC
                    GO TO 2350-EXIT
           END-IF.
           IF       WS-RUN-KIND = 'P'
                    DISPLAY 'hellobat -- partition of a resubmission;'
                            ' audit records not linked to suspense'
                    GO TO 2350-EXIT
           END-IF.
           MOVE     'R' TO WS-RUN-KIND.
           MOVE     TRN-HDR-RESUB-BATCH TO WS-RESUB-BATCH.
           OPEN     INPUT SUSP-FILE.
           IF       WS-SUSP-STATUS = '00'
                    SET  WS-RESUB TO TRUE
           ELSE
                    DISPLAY 'hellobat -- SUSPENSE open status '
                            WS-SUSP-STATUS
                            ', resubmission not linked to its items'
           END-IF.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2400-PROCESS-DETAIL THRU 2400-EXIT
      *  One detail through HELCORE, as the batch driver always did.
      *  A detail arriving after the trailer is rejected, and a feed
           MOVE     SPACES           TO HC-HELLO-STR  HC-TRIM-TEXT
                                        HC-REQUEST-ID.
           MOVE     TRN-DTL-TEXT     TO HC-ACCEPT-STR.
           MOVE     WS-RUN-DATE      TO HC-CFG-DATE.
           CALL     'HELCORE'        USING HC-LINKAGE.
           ADD      1                TO WS-PROC-COUNT.
           IF       HC-STATUS-CODE NOT = WS-SUCCESS-CODE
           MOVE     HC-TRIM-TEXT     TO AUD-INPUT-TEXT.
           MOVE     HC-HELLO-STR     TO AUD-RESPONSE.
           MOVE     HC-ELAPSED-HSEC  TO AUD-ELAPSED-HS.
           MOVE     WS-SOURCE-SYS    TO AUD-SOURCE-SYS.
           MOVE     WS-FEED-DATE     TO AUD-FEED-DATE.
           MOVE     WS-RUN-ID        TO AUD-RUN-ID.
           MOVE     WS-REC-COUNT     TO AUD-TRN-REC-NO.
           IF       WS-RESUB
                    PERFORM 2470-FIND-SUSP-ITEM THRU 2470-EXIT
           END-IF.
           SET      AUD-CTL-WRITE    TO TRUE.
           CALL     'AUDTWRT'        USING AUD-RECORD AUD-CONTROL.
           IF       WS-DUPCHK-ON
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2470-FIND-SUSP-ITEM THRU 2470-EXIT
      *  The suspense item SUSRLSE put at this record number of this
      *  release batch goes on the audit record. A detail with no
      *  item -- added by hand, or the feed renumbered -- is left
      *  unlinked.
      *----------------------------------------------------------------*
       2470-FIND-SUSP-ITEM.
           MOVE     WS-RESUB-BATCH   TO SUS-RESUB-BATCH.
           MOVE     WS-REC-COUNT     TO SUS-RESUB-REC-NO.
           READ     SUSP-FILE KEY IS SUS-RESUB-KEY
               INVALID KEY
                    GO TO 2470-EXIT
           END-READ.
           MOVE     SUS-ITEM-NO      TO AUD-SUSP-ITEM.
       2470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2500-PROCESS-TRAILER THRU 2500-EXIT
      *  Proves the feed arrived complete: the trailer count must be
      *  numeric and equal to the details actually seen.
      *  close and reopen EXTEND flushes each one -- so the
      *  checkpoint record never claims a record whose output has
      *  not reached disk; then the checkpoint record itself is
      *  appended and forced the same way. With the run safely on
      *  disk, OPERCMD is read for any new operator command.
      *----------------------------------------------------------------*
       3000-WRITE-CHECKPOINT.
           CLOSE    OUT-FILE.
           CLOSE    CKPT-FILE.
           OPEN     EXTEND CKPT-FILE.
           MOVE     ZERO TO WS-SINCE-CKPT.
           PERFORM  3300-CHECK-OPER-CMDS THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3300-CHECK-OPER-CMDS THRU 3300-EXIT
      *  Acts on the OPERCMD lines added since the last look. A
      *  file shorter than last time was emptied in between, so
      *  every line on it is new.
      *----------------------------------------------------------------*
       3300-CHECK-OPER-CMDS.
           MOVE     WS-OPER-SEEN TO WS-OPER-PRIOR.
           PERFORM  1090-NOTE-OPER-CMDS THRU 1090-EXIT.
           IF       WS-OPER-SEEN < WS-OPER-PRIOR
                    MOVE ZERO TO WS-OPER-PRIOR
           END-IF.
           IF       WS-OPER-SEEN = WS-OPER-PRIOR
                    GO TO 3300-EXIT
           END-IF.
           OPEN     INPUT OPER-FILE.
           IF       WS-OPER-STATUS NOT = '00'
                    GO TO 3300-EXIT
           END-IF.
           MOVE     ZERO TO WS-OPER-READ.
           MOVE     'N'  TO WS-OPER-EOF-SW.
           PERFORM  3350-READ-OPER-CMD THRU 3350-EXIT
                    UNTIL WS-OPER-EOF.
           CLOSE    OPER-FILE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3350-READ-OPER-CMD.
           READ     OPER-FILE
               AT END
                    SET  WS-OPER-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-OPER-READ
                    IF   WS-OPER-READ > WS-OPER-PRIOR
                         PERFORM 3400-APPLY-OPER-CMD THRU 3400-EXIT
                    END-IF
           END-READ.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3400-APPLY-OPER-CMD THRU 3400-EXIT
      *  STOP suspends the run at this checkpoint; INTERVAL takes a
      *  new checkpoint interval of 1 to 1000 records -- no more
      *  keys than the waiting-key table holds may build up between
      *  checkpoints. Anything else is logged and ignored.
      *----------------------------------------------------------------*
       3400-APPLY-OPER-CMD.
           MOVE     WS-REC-COUNT TO WS-EDIT-COUNT.
           EVALUATE TRUE
              WHEN  OPC-VERB = SPACES
                    CONTINUE
              WHEN  OPC-STOP
                    SET  WS-SUSPENDING TO TRUE
                    DISPLAY 'hellobat -- operator STOP at record '
                            WS-EDIT-COUNT '; run suspends'
              WHEN  OPC-INTERVAL
                    MOVE ZERO TO WS-OPER-LEN
                    INSPECT OPC-VALUE TALLYING WS-OPER-LEN
                            FOR CHARACTERS BEFORE INITIAL SPACE
                    IF   WS-OPER-LEN = 0
                         GO TO 3400-BAD-INTERVAL
                    END-IF
                    IF   OPC-VALUE(1:WS-OPER-LEN) NOT NUMERIC
                         GO TO 3400-BAD-INTERVAL
                    END-IF
                    MOVE OPC-VALUE(1:WS-OPER-LEN) TO WS-OPER-INTERVAL
                    IF   WS-OPER-INTERVAL < 1
                         OR WS-OPER-INTERVAL > 1000
                         GO TO 3400-BAD-INTERVAL
                    END-IF
                    MOVE WS-OPER-INTERVAL TO WS-CKPT-INTERVAL
                    DISPLAY 'hellobat -- operator INTERVAL at record '
                            WS-EDIT-COUNT '; checkpoint every '
                            WS-OPER-INTERVAL ' records'
              WHEN  OTHER
                    DISPLAY 'hellobat -- operator command ' OPC-VERB
                            ' not known; ignored'
           END-EVALUATE.
           GO TO    3400-EXIT.
       3400-BAD-INTERVAL.
           DISPLAY  'hellobat -- operator INTERVAL ' OPC-VALUE
                    ' is not 1 to 1000; ignored'.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Final checkpoint, the missing-trailer check, and the run
      *  summary. A suspended run is not at the end of its feed, so
      *  it has no trailer to miss, its STOP checkpoint already
      *  claims it, and the sender is not acknowledged until the
      *  resumed run finishes the feed.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-REC-COUNT > WS-RESUME-FROM
                    AND NOT WS-SUSPENDING
                    IF   NOT WS-TRL-SEEN
                         MOVE 'NOTRLR  ' TO WS-REJ-REASON
                         MOVE SPACES     TO REJECT-REC
           CLOSE    DUP-FILE.
           SET      AUD-CTL-CLOSE TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           PERFORM  9100-MOVE-RUN-AUDIT THRU 9100-EXIT.
      *    Everything is on disk now; the waiting keys may go to
      *    DUPDB and the closing checkpoint can claim the run.
           PERFORM  3100-FLUSH-PENDING-KEYS THRU 3100-EXIT.
           IF       WS-DUPCHK-ON
                    CLOSE DUP-DB
           END-IF.
           IF       WS-RESUB
                    CLOSE SUSP-FILE
           END-IF.
           IF       WS-REC-COUNT > WS-RESUME-FROM
                    AND NOT WS-SUSPENDING
                    PERFORM 3200-BUILD-CKPT-RECORD THRU 3200-EXIT
                    MOVE CKPT-RECORD TO CKPT-FILE-REC
                    WRITE CKPT-FILE-REC
                    WS-EDIT-COUNT.
           PERFORM  9300-SET-OUTCOME THRU 9300-EXIT.
           PERFORM  9400-FINALIZE-RUN THRU 9400-EXIT.
           IF       NOT WS-SUSPENDING
                    PERFORM 9500-WRITE-ACK THRU 9500-EXIT
           END-IF.
           PERFORM  9700-WRITE-EOJ-SUMMARY THRU 9700-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9100-MOVE-RUN-AUDIT THRU 9100-EXIT
      *  Moves the run's own audit trail onto AUDITLOG. The trail is
      *  proved first, so a damaged one is never sealed into
      *  AUDITLOG as though it were sound; then each record is
      *  appended through AUDTWRT, which seals it into AUDITLOG's
      *  chain, and only once the close has forced them there is
      *  the run's trail emptied. A suspended run moves what it has
      *  so far and its resumed run starts the trail afresh. A trail
      *  the caller named is left for the caller to move. A trail
      *  that does not prove goes to AUDITBAD instead (9180).
      *----------------------------------------------------------------*
       9100-MOVE-RUN-AUDIT.
           IF       NOT WS-OWN-AUDIT
                    GO TO 9100-EXIT
           END-IF.
           OPEN     INPUT RAUD-FILE.
           IF       WS-RAUD-STATUS NOT = '00'
                    GO TO 9100-EXIT
           END-IF.
           MOVE     ZERO TO WS-RAUD-REC-NO WS-RAUD-SEQ WS-RAUD-CHECK.
           MOVE     'N'  TO WS-EOF-SW.
           PERFORM  9150-PROVE-ONE-AUDIT THRU 9150-EXIT
                    UNTIL WS-EOF OR WS-RAUD-BROKEN.
           CLOSE    RAUD-FILE.
           IF       WS-RAUD-BROKEN
                    MOVE WS-RAUD-REC-NO TO WS-EDIT-REC-NO
                    DISPLAY 'hellobat -- '
                            FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                            ' chain broken at record '
                            WS-EDIT-REC-NO
                    PERFORM 9180-QUARANTINE-RUN-AUDIT THRU 9180-EXIT
                    GO TO 9100-EXIT
           END-IF.
           IF       WS-RAUD-REC-NO = ZERO
                    GO TO 9100-EXIT
           END-IF.
           OPEN     INPUT RAUD-FILE.
           MOVE     SPACES TO AUD-CTL-FILE-NAME.
           SET      AUD-CTL-OPEN TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  9170-COPY-ONE-AUDIT THRU 9170-EXIT
                    UNTIL WS-EOF.
           SET      AUD-CTL-CLOSE TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           CLOSE    RAUD-FILE.
           OPEN     OUTPUT RAUD-FILE.
           CLOSE    RAUD-FILE.
           MOVE     WS-AUDIT-MOVED TO WS-EDIT-COUNT.
           DISPLAY  'hellobat -- audit records to AUDITLOG '
                    WS-EDIT-COUNT.
       9100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9150-PROVE-ONE-AUDIT THRU 9150-EXIT
      *  A gap, a repeat, an altered record or an unsealed record
      *  after the chain began breaks the trail, as TRNMERGE judges
      *  a partition's.
      *----------------------------------------------------------------*
       9150-PROVE-ONE-AUDIT.
           READ     RAUD-FILE INTO AUD-RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 9150-EXIT
           END-READ.
           ADD      1 TO WS-RAUD-REC-NO.
           IF       AUD-CHAIN-SEQ NOT NUMERIC
                    OR AUD-CHAIN-CHECK NOT NUMERIC
                    IF   WS-RAUD-SEQ > ZERO
                         SET  WS-RAUD-BROKEN TO TRUE
                    END-IF
                    GO TO 9150-EXIT
           END-IF.
           IF       AUD-CHAIN-SEQ NOT = WS-RAUD-SEQ + 1
                    SET  WS-RAUD-BROKEN TO TRUE
                    GO TO 9150-EXIT
           END-IF.
           MOVE     WS-RAUD-CHECK TO CK-PREV-CHECK.
           CALL     'AUDTCHK' USING AUD-RECORD CK-AREA.
           IF       CK-CHECK NOT = AUD-CHAIN-CHECK
                    SET  WS-RAUD-BROKEN TO TRUE
                    GO TO 9150-EXIT
           END-IF.
           MOVE     AUD-CHAIN-SEQ   TO WS-RAUD-SEQ.
           MOVE     AUD-CHAIN-CHECK TO WS-RAUD-CHECK.
       9150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9170-COPY-ONE-AUDIT THRU 9170-EXIT
      *  AUDTWRT's APPEND keeps the record's own timestamp and seals
      *  it afresh into AUDITLOG's chain.
      *----------------------------------------------------------------*
       9170-COPY-ONE-AUDIT.
           READ     RAUD-FILE INTO AUD-RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 9170-EXIT
           END-READ.
           SET      AUD-CTL-APPEND TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           ADD      1 TO WS-AUDIT-MOVED.
       9170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9180-QUARANTINE-RUN-AUDIT THRU 9180-EXIT
      *  A trail that did not prove is added whole to the end of
      *  AUDITBAD, each record as it stands and carrying its own
      *  run ID, and only then emptied. Left in place it would be
      *  continued by the feed's next run and fail again every
      *  night. AUDTVRFY reports what AUDITBAD holds and DSERASE
      *  searches it. If AUDITBAD cannot be written the trail is
      *  left as it is for the next run to try again.
      *----------------------------------------------------------------*
       9180-QUARANTINE-RUN-AUDIT.
           OPEN     EXTEND QRN-FILE.
           IF       WS-QRN-STATUS = '35'
                    OPEN OUTPUT QRN-FILE
           END-IF.
           IF       WS-QRN-STATUS NOT = '00'
                    SET  WS-QRN-FAILED TO TRUE
                    GO TO 9180-EXIT
           END-IF.
           OPEN     INPUT RAUD-FILE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  9190-QUARANTINE-ONE-AUDIT THRU 9190-EXIT
                    UNTIL WS-EOF.
           CLOSE    RAUD-FILE.
           CLOSE    QRN-FILE.
           IF       WS-QRN-FAILED
                    GO TO 9180-EXIT
           END-IF.
           OPEN     OUTPUT RAUD-FILE.
           CLOSE    RAUD-FILE.
           SET      WS-RAUD-QUARANTINED TO TRUE.
       9180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9190-QUARANTINE-ONE-AUDIT.
           READ     RAUD-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 9190-EXIT
           END-READ.
           WRITE    QRN-REC FROM RAUD-REC.
           IF       WS-QRN-STATUS NOT = '00'
                    SET  WS-QRN-FAILED TO TRUE
                    SET  WS-EOF TO TRUE
           END-IF.
       9190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9300-SET-OUTCOME THRU 9300-EXIT
      *  Judges the run against the BATPARM thresholds: over any
      *  limit is FAILED (RETURN-CODE 8) so the scheduler holds
      *  RECONBAL and the transfer; any rejects, duplicates or
      *  error responses within limits is WARNING (RETURN-CODE 4);
      *  a clean run releases as it always did. A suspended run has
      *  only part of its feed done and is held the same way as a
      *  failed one (RETURN-CODE 8) until it is resumed. A run whose
      *  audit trail did not prove is FAILED whatever its counts,
      *  and the close says where its audit records now are.
      *----------------------------------------------------------------*
       9300-SET-OUTCOME.
           EVALUATE TRUE
              WHEN  WS-SUSPENDING
                    SET  WS-OUTCOME-SUSPENDED TO TRUE
                    MOVE 8 TO RETURN-CODE
              WHEN  WS-RAUD-BROKEN
                    SET  WS-OUTCOME-FAILED TO TRUE
                    MOVE 8 TO RETURN-CODE
              WHEN  WS-REJECT-COUNT > WS-MAX-REJECTS
              WHEN  WS-DUP-COUNT    > WS-MAX-DUPS
              WHEN  WS-ERR-COUNT    > WS-MAX-ERRORS
                    SET  WS-OUTCOME-CLEAN TO TRUE
           END-EVALUATE.
           IF       WS-OUTCOME-FAILED
                    AND NOT WS-RAUD-BROKEN
                    MOVE WS-ERR-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'hellobat -- run FAILED its thresholds,'
                            ' error responses ' WS-EDIT-COUNT
           END-IF.
           IF       WS-RAUD-QUARANTINED
                    DISPLAY 'hellobat -- run FAILED: audit trail '
                            FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                            ' did not prove'
                    DISPLAY 'hellobat -- its records, run '
                            FUNCTION TRIM(WS-RUN-ID)
                            ', are quarantined on AUDITBAD'
           END-IF.
           IF       WS-RAUD-BROKEN
                    AND NOT WS-RAUD-QUARANTINED
                    DISPLAY 'hellobat -- run FAILED: audit trail '
                            FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                            ' did not prove'
                    DISPLAY 'hellobat -- AUDITBAD cannot be written'
                            ' (status ' WS-QRN-STATUS '), the trail is'
                            ' left in place'
           END-IF.
           IF       WS-OUTCOME-SUSPENDED
                    MOVE WS-REC-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'hellobat -- run SUSPENDED after record '
                            WS-EDIT-COUNT '; the next run resumes it'
           END-IF.
       9300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  releasing the lock for the next run. A run that broke its
      *  thresholds closes FAILED so the operator and RUNINQ can
      *  see it; either way the lock is released -- the run did
      *  finish. A suspended run closes SUSPEND, which the next
      *  run takes over instead of refusing. The run history is
      *  closed with the same outcome.
      *----------------------------------------------------------------*
       9400-FINALIZE-RUN.
           OPEN     OUTPUT RUN-FILE.
           MOVE     SPACES          TO RUN-RECORD.
           MOVE     WS-RUN-ID       TO RUN-ID.
           MOVE     WS-RUN-STAMP    TO RUN-START-STAMP.
           MOVE     WS-TRANS-FILE-NAME TO RUN-TRANS-NAME.
           EVALUATE TRUE
              WHEN  WS-OUTCOME-SUSPENDED
                    SET  RUN-IS-SUSPENDED TO TRUE
              WHEN  WS-OUTCOME-FAILED
                    SET  RUN-IS-FAILED    TO TRUE
              WHEN  OTHER
                    SET  RUN-IS-COMPLETE  TO TRUE
           END-EVALUATE.
           MOVE     WS-PROC-COUNT   TO RUN-PROC-COUNT.
           MOVE     WS-REJECT-COUNT TO RUN-REJECT-COUNT.
           MOVE     WS-DUP-COUNT    TO RUN-DUP-COUNT.
           WRITE    RUN-RECORD.
           CLOSE    RUN-FILE.
           MOVE     WS-OUTCOME      TO WS-HIST-OUTCOME.
           PERFORM  9450-WRITE-HISTORY THRU 9450-EXIT.
       9400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9450-WRITE-HISTORY THRU 9450-EXIT
      *  Writes or rewrites this run's RUNHIST record with the
      *  outcome in WS-HIST-OUTCOME, creating the file on first
      *  use. The feed date and source system are only replaced
      *  once this run has read the header, so a resumed run does
      *  not blank what the first night recorded. A closed outcome
      *  stamps the end time. An unusable RUNHIST is reported and
      *  the run carries on; the history is never a reason to fail
      *  a feed.
      *----------------------------------------------------------------*
       9450-WRITE-HISTORY.
           OPEN     I-O HIST-FILE.
           IF       WS-HIST-STATUS = '35'
                    OPEN OUTPUT HIST-FILE
                    IF   WS-HIST-STATUS = '00'
                         CLOSE HIST-FILE
                         OPEN  I-O HIST-FILE
                    END-IF
           END-IF.
           IF       WS-HIST-STATUS NOT = '00'
                    DISPLAY 'hellobat -- cannot open RUNHIST, status '
                            WS-HIST-STATUS '; run history not kept'
                    GO TO 9450-EXIT
           END-IF.
           MOVE     WS-RUN-ID       TO RH-RUN-ID.
           MOVE     WS-FEED-ID      TO RH-FEED-ID.
           MOVE     'N' TO WS-HIST-FOUND-SW.
           READ     HIST-FILE
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    SET  WS-HIST-FOUND TO TRUE
           END-READ.
           IF       NOT WS-HIST-FOUND
                    MOVE SPACES        TO RUN-HIST-RECORD
                    MOVE WS-RUN-ID     TO RH-RUN-ID
                    MOVE WS-FEED-ID    TO RH-FEED-ID
                    MOVE WS-SOURCE-SYS TO RH-SOURCE-SYS
                    MOVE WS-FEED-DATE  TO RH-FEED-DATE
           END-IF.
           IF       WS-HDR-SEEN
                    MOVE WS-SOURCE-SYS TO RH-SOURCE-SYS
                    MOVE WS-FEED-DATE  TO RH-FEED-DATE
           END-IF.
           MOVE     WS-RUN-KIND     TO RH-RUN-KIND.
           MOVE     WS-TRANS-FILE-NAME TO RH-TRANS-NAME.
           MOVE     WS-RUN-STAMP    TO RH-START-STAMP.
           MOVE     WS-HIST-OUTCOME TO RH-OUTCOME.
           IF       RH-RUNNING
                    MOVE ZERO TO RH-END-STAMP
           ELSE
                    ACCEPT  WS-END-DATE FROM DATE YYYYMMDD
                    ACCEPT  WS-END-TIME FROM TIME
                    COMPUTE RH-END-STAMP =
                            WS-END-DATE * 100000000 + WS-END-TIME
           END-IF.
           MOVE     WS-RECV-COUNT   TO RH-RECEIVED.
           MOVE     WS-PROC-COUNT   TO RH-PROCESSED.
           MOVE     WS-REJECT-COUNT TO RH-REJECTED.
           MOVE     WS-DUP-COUNT    TO RH-DUPLICATES.
           MOVE     WS-ERR-COUNT    TO RH-ERRORS.
           IF       WS-HIST-FOUND
                    REWRITE RUN-HIST-RECORD
                        INVALID KEY
                             CONTINUE
                    END-REWRITE
           ELSE
                    WRITE   RUN-HIST-RECORD
                        INVALID KEY
                             CONTINUE
                    END-WRITE
           END-IF.
           CLOSE    HIST-FILE.
       9450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9500-WRITE-ACK THRU 9500-EXIT
      *  The acknowledgement feed for the sending system: a summary
      *  record keyed by feed date and source system, then one
                    VARYING WS-RSN-SUB FROM 1 BY 1
                    UNTIL   WS-RSN-SUB > WS-RSN-USED.
           CLOSE    ACK-FILE.
           DISPLAY  'hellobat -- acknowledgement written to '
                    WS-ACK-FILE-NAME.
       9500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
