      *            TRANSFILE, then a percent-complete figure so the
      *            overnight operator can watch the run move instead
      *            of guessing. One display per invocation, like the
      *            closing summaries of the batch jobs. A feed ID on
      *            the command line (a FEEDDRV manifest feed, or P<n>
      *            for a partition) looks at that feed's checkpoint
      *            and its own RUNCTL.<feed-id>.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      *  2026-09-02  The checkpoint record grew to carry the run
      *              counters; the read here follows the new layout
      *              and its numeric-head validity test.
      *  2026-10-15  A run an operator STOP suspended is shown as such,
      *              with the checkpoint the next run resumes from.
      *              An optional feed ID selects a manifest feed's or
      *              partition's files, and the feed file shown is
      *              the one RUNCTL names.
      *  2026-10-15  A feed ID always selects that feed's own
      *              RUNCTL.<feed-id>; manifest feeds no longer share
      *              RUNCTL.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RUN-FILE        ASSIGN TO DYNAMIC
                                             WS-RUN-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-RUN-STATUS.
           SELECT  CKPT-FILE       ASSIGN TO DYNAMIC
                                             WS-CKPT-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-CKPT-STATUS.
           SELECT  TRANS-FILE      ASSIGN TO DYNAMIC
                                             WS-TRANS-FILE-NAME
                                    ORGANIZATION SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-STATUS.
      ******************************************************************
       01  WS-RUN-FOUND-SW         PIC  X(001)    VALUE 'N'.
           88  WS-RUN-FOUND                        VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The files looked at: the standalone run's unless a feed ID
      *  is given.
      *----------------------------------------------------------------*
       01  WS-CMD-LINE             PIC  X(080).
       01  WS-FEED-ID              PIC  X(008).
       01  WS-RUN-FILE-NAME        PIC  X(020)    VALUE 'RUNCTL'.
       01  WS-CKPT-FILE-NAME       PIC  X(020)    VALUE 'CKPTFILE'.
       01  WS-TRANS-FILE-NAME      PIC  X(020)    VALUE 'TRANSFILE'.
      *----------------------------------------------------------------*
      *  Progress state: the last checkpointed record number, the
      *  trailer's expected detail count and the record total it
      *  implies (details plus the header and trailer records the
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 0500-SET-FILE-NAMES   THRU 0500-EXIT.
           PERFORM 1000-SHOW-RUN-RECORD  THRU 1000-EXIT.
           PERFORM 2000-READ-CHECKPOINT  THRU 2000-EXIT.
           PERFORM 3000-READ-TRAILER     THRU 3000-EXIT.
           PERFORM 8000-SHOW-PROGRESS    THRU 8000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  0500-SET-FILE-NAMES THRU 0500-EXIT
      *  With a feed ID, the feed's CKPTFILE.<feed-id> and its
      *  RUNCTL.<feed-id> -- every manifest feed and partition runs
      *  under its own. The shared RUNCTL is never shown for a feed
      *  ID, as it holds some other run.
      *----------------------------------------------------------------*
       0500-SET-FILE-NAMES.
           MOVE     SPACES TO WS-CMD-LINE.
           ACCEPT   WS-CMD-LINE FROM COMMAND-LINE.
           IF       WS-CMD-LINE = SPACES
                    GO TO 0500-EXIT
           END-IF.
           MOVE     SPACES TO WS-FEED-ID.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-FEED-ID.
           MOVE     SPACES TO WS-CKPT-FILE-NAME.
           STRING   'CKPTFILE.' WS-FEED-ID DELIMITED BY SPACE
                    INTO WS-CKPT-FILE-NAME.
           MOVE     SPACES TO WS-RUN-FILE-NAME.
           STRING   'RUNCTL.'   WS-FEED-ID DELIMITED BY SPACE
                    INTO WS-RUN-FILE-NAME.
           DISPLAY  'RUNINQ -- feed id........... ' WS-FEED-ID.
       0500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1000-SHOW-RUN-RECORD THRU 1000-EXIT
      *  The RUNCTL record as hellobat last wrote it. The feed file
      *  it names is the one the progress is measured against.
      *----------------------------------------------------------------*
       1000-SHOW-RUN-RECORD.
           OPEN     INPUT RUN-FILE.
           END-READ.
           CLOSE    RUN-FILE.
           SET      WS-RUN-FOUND TO TRUE.
           IF       RUN-TRANS-NAME NOT = SPACES
                    MOVE RUN-TRANS-NAME TO WS-TRANS-FILE-NAME
           END-IF.
           DISPLAY  'RUNINQ -- run id............ ' RUN-ID.
           DISPLAY  'RUNINQ -- started........... ' RUN-START-STAMP.
           DISPLAY  'RUNINQ -- feed.............. ' RUN-TRANS-NAME.
                    DISPLAY 'RUNINQ -- duplicates........ '
                            WS-EDIT-COUNT
           END-IF.
           IF       RUN-IS-SUSPENDED
                    DISPLAY 'RUNINQ -- run SUSPENDED by an operator'
                            ' STOP; the next run resumes it'
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-READ-TRAILER.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    DISPLAY 'RUNINQ -- cannot open ' WS-TRANS-FILE-NAME
                            ' status ' WS-TRANS-STATUS
                    GO TO 3000-EXIT
           END-IF.
           PERFORM  3100-READ-ONE-TRANS THRU 3100-EXIT
       8000-SHOW-PROGRESS.
           MOVE     WS-LAST-CKPT TO WS-EDIT-COUNT.
           DISPLAY  'RUNINQ -- last checkpoint... ' WS-EDIT-COUNT.
           IF       WS-RUN-FOUND
                    AND RUN-IS-SUSPENDED
                    DISPLAY 'RUNINQ -- resumes after..... '
                            WS-EDIT-COUNT
           END-IF.
           IF       WS-TRL-FOUND
                    MOVE WS-TRL-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'RUNINQ -- trailer details... '
