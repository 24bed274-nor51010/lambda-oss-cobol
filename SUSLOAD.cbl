      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  SUSLOAD -- collects a finished hellobat run's REJECTS and
      *             ERRFILE records onto the keyed SUSPENSE file, one
      *             OPEN item each, numbered on from the last item on
      *             file and stamped with the run ID, feed ID, the
      *             feed date and source system the run history holds
      *             for the run, and the reason. Runs as the step
      *             after hellobat (or after TRNMERGE for a partitioned
      *             feed); an optional feed ID on the command line
      *             reads that feed's REJECTS.<id>, ERRFILE.<id> and
      *             EOJSUMM.<id>. A run already collected, or one an
      *             operator STOP left suspended, is not collected
      *             (RETURN-CODE 4); no EOJSUMM or no usable SUSPENSE
      *             is RETURN-CODE 12. Reject records with no record
      *             image (NOHDR, NOTRLR) describe the feed, not a
      *             record, and stay on the acknowledgement only.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSLOAD.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original suspense collection step.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SUSP-FILE        ASSIGN TO "SUSPENSE"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE DYNAMIC
                                     RECORD KEY SUS-ITEM-NO
                                     ALTERNATE RECORD KEY SUS-RESUB-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-SUSP-STATUS.
           SELECT  HIST-FILE        ASSIGN TO "RUNHIST"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE DYNAMIC
                                     RECORD KEY RH-KEY
                                     ALTERNATE RECORD KEY RH-FEED-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-HIST-STATUS.
           SELECT  EOJ-FILE         ASSIGN TO DYNAMIC
                                              WS-EOJ-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-EOJ-STATUS.
           SELECT  REJECT-FILE      ASSIGN TO DYNAMIC
                                              WS-REJECT-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-REJECT-STATUS.
           SELECT  ERR-FILE         ASSIGN TO DYNAMIC
                                              WS-ERR-FILE-NAME
                                     ORGANIZATION LINE SEQUENTIAL
                                     FILE STATUS IS WS-ERR-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
           COPY SUSREC.
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  EOJ-FILE.
       01  EOJ-REC.
           05  EOJ-RUN-DATE         PIC  9(008).
           05  EOJ-RUN-ID           PIC  X(020).
           05  EOJ-RECEIVED         PIC  9(009).
           05  EOJ-PROCESSED        PIC  9(009).
           05  EOJ-REJECTED         PIC  9(009).
           05  EOJ-DUPLICATES       PIC  9(009).
           05  EOJ-ERRORS           PIC  9(009).
           05  EOJ-OUTCOME          PIC  X(008).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  REJ-REASON-CODE      PIC  X(008).
           05  REJ-RECORD-IMAGE     PIC  X(128).
       FD  ERR-FILE.
       01  ERR-REC.
           05  ERR-REC-NO           PIC  9(009).
           05  ERR-DTL-TEXT         PIC  X(126).
           05  ERR-RESPONSE         PIC  X(1024).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SUSP-STATUS           PIC  X(002).
       01  WS-HIST-STATUS           PIC  X(002).
       01  WS-EOJ-STATUS            PIC  X(002).
       01  WS-REJECT-STATUS         PIC  X(002).
       01  WS-ERR-STATUS            PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The feed's file names: as hellobat names them standalone,
      *  or suffixed with the feed ID given on the command line.
      *----------------------------------------------------------------*
       01  WS-CMD-LINE              PIC  X(080).
       01  WS-FEED-ID               PIC  X(008)    VALUE SPACES.
       01  WS-EOJ-FILE-NAME         PIC  X(020)    VALUE 'EOJSUMM'.
       01  WS-REJECT-FILE-NAME      PIC  X(020)    VALUE 'REJECTS'.
       01  WS-ERR-FILE-NAME         PIC  X(020)    VALUE 'ERRFILE'.
      *----------------------------------------------------------------*
      *  The run being collected and what the run history knows of
      *  its feed. Without a history record the run date stands in
      *  for the feed date, as it does in hellobat.
      *----------------------------------------------------------------*
       01  WS-RUN-ID                PIC  X(020).
       01  WS-SOURCE-SYS            PIC  X(008)    VALUE SPACES.
       01  WS-FEED-DATE             PIC  9(008)    VALUE ZERO.
       01  WS-LAST-ITEM             PIC  9(009)    VALUE ZERO.
       01  WS-SKIP-SW               PIC  X(001)    VALUE 'N'.
           88  WS-SKIP-RUN                          VALUE 'Y'.
       01  WS-SUSP-OPEN-SW          PIC  X(001)    VALUE 'N'.
           88  WS-SUSP-OPEN                         VALUE 'Y'.
       01  WS-HARD-SW               PIC  X(001)    VALUE 'N'.
           88  WS-HARD-ERROR                        VALUE 'Y'.
       01  WS-REJ-READ              PIC  9(009)    COMP VALUE ZERO.
       01  WS-REJ-LOADED            PIC  9(009)    COMP VALUE ZERO.
       01  WS-REJ-SKIPPED           PIC  9(009)    COMP VALUE ZERO.
       01  WS-ERR-LOADED            PIC  9(009)    COMP VALUE ZERO.
       01  WS-WRITE-FAILED          PIC  9(009)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 0500-SET-FILE-NAMES THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-SKIP-RUN
                   AND NOT WS-HARD-ERROR
                   PERFORM 2000-LOAD-REJECTS THRU 2000-EXIT
                   PERFORM 3000-LOAD-ERRORS  THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  0500-SET-FILE-NAMES THRU 0500-EXIT
      *  An optional feed ID on the command line selects that feed's
      *  files, named as hellobat names them under FEEDDRV.
      *----------------------------------------------------------------*
       0500-SET-FILE-NAMES.
           MOVE     SPACES TO WS-CMD-LINE.
           ACCEPT   WS-CMD-LINE FROM COMMAND-LINE.
           IF       WS-CMD-LINE = SPACES
                    GO TO 0500-EXIT
           END-IF.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-FEED-ID.
           MOVE     SPACES TO WS-EOJ-FILE-NAME    WS-REJECT-FILE-NAME
                              WS-ERR-FILE-NAME.
           STRING   'EOJSUMM.'  WS-FEED-ID DELIMITED BY SPACE
                    INTO WS-EOJ-FILE-NAME.
           STRING   'REJECTS.'  WS-FEED-ID DELIMITED BY SPACE
                    INTO WS-REJECT-FILE-NAME.
           STRING   'ERRFILE.'  WS-FEED-ID DELIMITED BY SPACE
                    INTO WS-ERR-FILE-NAME.
           DISPLAY  'SUSLOAD -- feed id........... ' WS-FEED-ID.
       0500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Which run this is, what feed it was, and where item numbering
      *  carries on from. A run still suspended has not finished
      *  writing its rejects and is left for the run that completes
      *  it.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN     INPUT EOJ-FILE.
           IF       WS-EOJ-STATUS NOT = '00'
                    DISPLAY 'SUSLOAD -- cannot open ' WS-EOJ-FILE-NAME
                            ', status ' WS-EOJ-STATUS
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           READ     EOJ-FILE
               AT END
                    DISPLAY 'SUSLOAD -- ' WS-EOJ-FILE-NAME
                            ' is empty; no run to collect'
                    SET  WS-HARD-ERROR TO TRUE
           END-READ.
           CLOSE    EOJ-FILE.
           IF       WS-HARD-ERROR
                    GO TO 1000-EXIT
           END-IF.
           MOVE     EOJ-RUN-ID   TO WS-RUN-ID.
           MOVE     EOJ-RUN-DATE TO WS-FEED-DATE.
           DISPLAY  'SUSLOAD -- run id............ ' WS-RUN-ID.
           IF       EOJ-OUTCOME = 'SUSPEND '
                    DISPLAY 'SUSLOAD -- run is suspended; collect it'
                            ' once it completes'
                    SET  WS-SKIP-RUN TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           PERFORM  1100-FIND-HISTORY THRU 1100-EXIT.
           PERFORM  1200-OPEN-SUSPENSE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-FIND-HISTORY THRU 1100-EXIT
      *  The run's first history record carries the feed date and
      *  source system its header gave.
      *----------------------------------------------------------------*
       1100-FIND-HISTORY.
           OPEN     INPUT HIST-FILE.
           IF       WS-HIST-STATUS NOT = '00'
                    DISPLAY 'SUSLOAD -- RUNHIST open status '
                            WS-HIST-STATUS
                            '; run date used as feed date'
                    GO TO 1100-EXIT
           END-IF.
           MOVE     WS-RUN-ID  TO RH-RUN-ID.
           MOVE     LOW-VALUES TO RH-FEED-ID.
           START    HIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                    MOVE HIGH-VALUES TO RH-RUN-ID
               NOT INVALID KEY
                    READ HIST-FILE NEXT RECORD
                        AT END
                             MOVE HIGH-VALUES TO RH-RUN-ID
                    END-READ
           END-START.
           IF       RH-RUN-ID = WS-RUN-ID
                    MOVE RH-SOURCE-SYS TO WS-SOURCE-SYS
                    MOVE RH-FEED-DATE  TO WS-FEED-DATE
           ELSE
                    DISPLAY 'SUSLOAD -- run not on RUNHIST;'
                            ' run date used as feed date'
           END-IF.
           CLOSE    HIST-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1200-OPEN-SUSPENSE THRU 1200-EXIT
      *  Opens SUSPENSE, creating it on first use, and reads it
      *  through: the highest item number numbering goes on from,
      *  and whether this run has been collected already.
      *----------------------------------------------------------------*
       1200-OPEN-SUSPENSE.
           OPEN     I-O SUSP-FILE.
           IF       WS-SUSP-STATUS = '35'
                    OPEN OUTPUT SUSP-FILE
                    IF   WS-SUSP-STATUS = '00'
                         CLOSE SUSP-FILE
                         OPEN  I-O SUSP-FILE
                    END-IF
           END-IF.
           IF       WS-SUSP-STATUS NOT = '00'
                    DISPLAY 'SUSLOAD -- SUSPENSE open status '
                            WS-SUSP-STATUS
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1200-EXIT
           END-IF.
           SET      WS-SUSP-OPEN TO TRUE.
           PERFORM  1250-SCAN-ONE-ITEM THRU 1250-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           IF       WS-SKIP-RUN
                    DISPLAY 'SUSLOAD -- run already collected;'
                            ' nothing loaded'
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-SCAN-ONE-ITEM.
           READ     SUSP-FILE NEXT RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 1250-EXIT
           END-READ.
           MOVE     SUS-ITEM-NO TO WS-LAST-ITEM.
           IF       SUS-RUN-ID = WS-RUN-ID
                    SET  WS-SKIP-RUN TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-LOAD-REJECTS THRU 2000-EXIT
      *  Every REJECTS record that holds a record image becomes an
      *  item with its reject reason.
      *----------------------------------------------------------------*
       2000-LOAD-REJECTS.
           OPEN     INPUT REJECT-FILE.
           IF       WS-REJECT-STATUS NOT = '00'
                    DISPLAY 'SUSLOAD -- no ' WS-REJECT-FILE-NAME
                            ', status ' WS-REJECT-STATUS
                    GO TO 2000-EXIT
           END-IF.
           PERFORM  2100-LOAD-ONE-REJECT THRU 2100-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    REJECT-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LOAD-ONE-REJECT.
           READ     REJECT-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2100-EXIT
           END-READ.
           ADD      1 TO WS-REJ-READ.
           IF       REJ-RECORD-IMAGE = SPACES
                    ADD  1 TO WS-REJ-SKIPPED
                    GO TO 2100-EXIT
           END-IF.
           PERFORM  8000-NEW-ITEM THRU 8000-EXIT.
           SET      SUS-FROM-REJECTS TO TRUE.
           MOVE     REJ-REASON-CODE  TO SUS-REASON.
           MOVE     ZERO             TO SUS-TRN-REC-NO.
           MOVE     REJ-RECORD-IMAGE TO SUS-RECORD-IMAGE.
           PERFORM  8100-WRITE-ITEM THRU 8100-EXIT.
           IF       WS-SUSP-STATUS = '00'
                    ADD  1 TO WS-REJ-LOADED
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-LOAD-ERRORS THRU 3000-EXIT
      *  Every ERRFILE record becomes an item: the detail rebuilt as
      *  its TRANSFILE record, HELCORE's status as the reason and the
      *  head of its response kept for whoever repairs it.
      *----------------------------------------------------------------*
       3000-LOAD-ERRORS.
           OPEN     INPUT ERR-FILE.
           IF       WS-ERR-STATUS NOT = '00'
                    DISPLAY 'SUSLOAD -- no ' WS-ERR-FILE-NAME
                            ', status ' WS-ERR-STATUS
                    GO TO 3000-EXIT
           END-IF.
           PERFORM  3100-LOAD-ONE-ERROR THRU 3100-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    ERR-FILE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LOAD-ONE-ERROR.
           READ     ERR-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 3100-EXIT
           END-READ.
           PERFORM  8000-NEW-ITEM THRU 8000-EXIT.
           SET      SUS-FROM-ERRFILE TO TRUE.
           IF       ERR-RESPONSE(1:15) = '{"statusCode": '
                    AND ERR-RESPONSE(16:3) NUMERIC
                    STRING 'HTTP' ERR-RESPONSE(16:3)
                           DELIMITED BY SIZE INTO SUS-REASON
           ELSE
                    MOVE 'ERROR   ' TO SUS-REASON
           END-IF.
           IF       ERR-REC-NO NUMERIC
                    MOVE ERR-REC-NO TO SUS-TRN-REC-NO
           ELSE
                    MOVE ZERO       TO SUS-TRN-REC-NO
           END-IF.
           MOVE     'DT'             TO SUS-RECORD-IMAGE(1:2).
           MOVE     ERR-DTL-TEXT     TO SUS-RECORD-IMAGE(3:126).
           MOVE     ERR-RESPONSE     TO SUS-ERR-RESPONSE.
           PERFORM  8100-WRITE-ITEM THRU 8100-EXIT.
           IF       WS-SUSP-STATUS = '00'
                    ADD  1 TO WS-ERR-LOADED
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-NEW-ITEM THRU 8000-EXIT
      *  A fresh OPEN item for this run under the next item number.
      *----------------------------------------------------------------*
       8000-NEW-ITEM.
           ADD      1 TO WS-LAST-ITEM.
           MOVE     SPACES           TO SUS-RECORD.
           MOVE     WS-LAST-ITEM     TO SUS-ITEM-NO.
           MOVE     ZERO             TO SUS-RESUB-BATCH
                                        SUS-RESUB-REC-NO
                                        SUS-CORRECTIONS.
           SET      SUS-OPEN         TO TRUE.
           MOVE     WS-RUN-ID        TO SUS-RUN-ID.
           MOVE     WS-FEED-ID       TO SUS-FEED-ID.
           MOVE     WS-SOURCE-SYS    TO SUS-SOURCE-SYS.
           MOVE     WS-FEED-DATE     TO SUS-FEED-DATE.
           MOVE     WS-CUR-DATE      TO SUS-OPENED-DATE
                                        SUS-ACTION-DATE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-WRITE-ITEM.
           WRITE    SUS-RECORD
               INVALID KEY
                    ADD  1 TO WS-WRITE-FAILED
                    DISPLAY 'SUSLOAD -- item ' SUS-ITEM-NO
                            ' not written, status ' WS-SUSP-STATUS
           END-WRITE.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Counts to the job log and the return code.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-SUSP-OPEN
                    CLOSE SUSP-FILE
           END-IF.
           MOVE     WS-REJ-READ TO WS-EDIT-COUNT.
           DISPLAY  'SUSLOAD -- rejects read...... ' WS-EDIT-COUNT.
           MOVE     WS-REJ-SKIPPED TO WS-EDIT-COUNT.
           DISPLAY  'SUSLOAD -- feed-level rejects ' WS-EDIT-COUNT.
           MOVE     WS-REJ-LOADED TO WS-EDIT-COUNT.
           DISPLAY  'SUSLOAD -- rejects suspended. ' WS-EDIT-COUNT.
           MOVE     WS-ERR-LOADED TO WS-EDIT-COUNT.
           DISPLAY  'SUSLOAD -- errors suspended.. ' WS-EDIT-COUNT.
           EVALUATE TRUE
              WHEN  WS-HARD-ERROR
              WHEN  WS-WRITE-FAILED > 0
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-SKIP-RUN
                    MOVE 4 TO RETURN-CODE
              WHEN  OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
