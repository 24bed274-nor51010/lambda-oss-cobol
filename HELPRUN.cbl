      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  HELPRUN -- runs one partition of a feed TRNSPLIT has cut,
      *             as its own hellobat instance. The scheduler starts
      *             one HELPRUN per partition, side by side, with the
      *             partition number (1-9) on the command line. The
      *             partition is taken through hellobat's HELFEED
      *             entry as feed P<n>: it reads TRANSFILE.P<n>,
      *             writes OUTFILE.P<n>, ERRFILE.P<n> and the rest,
      *             checkpoints to CKPTFILE.P<n>, audits to
      *             AUDITLOG.P<n> and holds its own RUNCTL.P<n> lock,
      *             so partitions never contend for a checkpoint, an
      *             audit file or a run-control record and a failed
      *             partition is rerun on its own. The job
      *             ends with hellobat's return code for the
      *             partition; TRNMERGE combines the partitions once
      *             every one has finished.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELPRUN.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original partition run.
      *  2026-10-15  The run is marked as a partition for the run
      *              history.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CTL-FILE         ASSIGN TO "SPLITCTL"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CTL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC             PIC  X(127).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       COPY FEEDLNK.
       COPY SPLITCTL.
       01  WS-CTL-STATUS            PIC  X(002).
       01  WS-CMD-LINE              PIC  X(080).
       01  WS-PART-NO               PIC  9(001).
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      RETURN-CODE NOT = ZERO
                   STOP RUN
           END-IF.
           PERFORM 2000-RUN-PARTITION THRU 2000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  The partition number must be one the current split
      *  actually wrote. Anything else is RETURN-CODE 12: the
      *  scheduler's partition steps do not match SPLITCTL.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE     SPACES TO WS-CMD-LINE.
           ACCEPT   WS-CMD-LINE FROM COMMAND-LINE.
           OPEN     INPUT CTL-FILE.
           IF       WS-CTL-STATUS NOT = '00'
                    DISPLAY 'HELPRUN -- cannot open SPLITCTL, status '
                            WS-CTL-STATUS
                    MOVE 12 TO RETURN-CODE
                    GO TO 1000-EXIT
           END-IF.
           READ     CTL-FILE INTO SPLIT-CTL-RECORD
               AT END
                    MOVE ZERO TO SPC-PART-COUNT
           END-READ.
           CLOSE    CTL-FILE.
           IF       WS-CMD-LINE(1:1) NOT NUMERIC
                    OR WS-CMD-LINE(2:1) NOT = SPACE
                    OR WS-CMD-LINE(1:1) = '0'
                    DISPLAY 'HELPRUN -- partition number 1-9 expected,'
                            ' got ' WS-CMD-LINE
                    MOVE 12 TO RETURN-CODE
                    GO TO 1000-EXIT
           END-IF.
           MOVE     WS-CMD-LINE(1:1) TO WS-PART-NO.
           IF       WS-PART-NO > SPC-PART-COUNT
                    DISPLAY 'HELPRUN -- partition ' WS-PART-NO
                            ' not in split ' SPC-SPLIT-ID
                    MOVE 12 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-RUN-PARTITION THRU 2000-EXIT
      *  Names the partition's files and runs it. hellobat leaves
      *  its return code in place for the scheduler.
      *----------------------------------------------------------------*
       2000-RUN-PARTITION.
           MOVE     SPACES TO FEED-LINKAGE.
           MOVE     ZERO   TO FL-RECEIVED   FL-PROCESSED
                              FL-REJECTED   FL-DUPLICATES
                              FL-ERRORS.
           STRING   'P' WS-PART-NO           DELIMITED BY SIZE
                    INTO FL-FEED-ID.
           STRING   'TRANSFILE.P' WS-PART-NO DELIMITED BY SIZE
                    INTO FL-TRANS-NAME.
           STRING   'RUNCTL.P' WS-PART-NO    DELIMITED BY SIZE
                    INTO FL-RUNCTL-NAME.
           STRING   'AUDITLOG.P' WS-PART-NO  DELIMITED BY SIZE
                    INTO FL-AUDIT-NAME.
           SET      FL-PARTITION-RUN TO TRUE.
           CALL     'HELFEED' USING FEED-LINKAGE.
           DISPLAY  'HELPRUN -- partition ' WS-PART-NO ' of split '
                    SPC-SPLIT-ID ' ended ' FL-OUTCOME.
           MOVE     FL-RECEIVED TO WS-EDIT-COUNT.
           DISPLAY  'HELPRUN -- details received..... ' WS-EDIT-COUNT.
           MOVE     FL-PROCESSED TO WS-EDIT-COUNT.
           DISPLAY  'HELPRUN -- details processed.... ' WS-EDIT-COUNT.
       2000-EXIT.
           EXIT.
