      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  TRNMERGE -- combines the partition runs of a feed TRNSPLIT
      *              cut back into the single set of outputs the
      *              sender and RECONBAL expect from one hellobat run:
      *              OUTFILE, ERRFILE, REJECTS and DUPFILE are the
      *              partitions' files end to end, ERRFILE record
      *              numbers are turned back into the original feed's
      *              through each partition's SPLITMAP, and ACKFILE
      *              and EOJSUMM carry the feed's totals -- the
      *              partitions' counts summed, reject reasons
      *              combined, and the outcome judged against the
      *              BATPARM thresholds on the whole feed, with the
      *              same return codes hellobat gives. Nothing is
      *              merged (RETURN-CODE 12) until every partition of
      *              the split has closed a run started after the
      *              split and its details all came back; a partition
      *              still RUNNING, never run or short is named on
      *              the job log. Each partition's AUDITLOG.P<n> is
      *              appended to AUDITLOG and then emptied, so a rerun
      *              of the merge cannot append it twice; the audit
      *              records keep the partition run ID they were
      *              written with, and their record numbers are
      *              turned back into the original feed's through
      *              SPLITMAP.P<n> on the way, as ERRFILE's are, so
      *              the lineage survives the next split. Each
      *              partition trail's own chain is proved before
      *              anything is merged, and its records are
      *              appended through AUDTWRT, which seals them into
      *              AUDITLOG's chain.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TRNMERGE.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original partition merge.
      *  2026-10-15  The merged feed is recorded on the RUNHIST run
      *              history under the split ID (feed ID MERGED), so
      *              a partitioned feed counts once as received; the
      *              partition runs keep their own records.
      *  2026-10-15  A partition audit trail whose chain is broken
      *              holds up the merge like an unfinished partition.
      *              The trails are appended through AUDTWRT's APPEND
      *              function instead of copied raw, so the records
      *              join AUDITLOG's chain.
      *  2026-10-15  Audit record numbers are turned back into the
      *              original feed's through SPLITMAP as the trails
      *              are appended, as ERRFILE's already were.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CTL-FILE         ASSIGN TO "SPLITCTL"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CTL-STATUS.
           SELECT  PARM-FILE        ASSIGN TO "BATPARM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  PRUN-FILE        ASSIGN TO DYNAMIC
                                              WS-PRUN-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PRUN-STATUS.
           SELECT  PEOJ-FILE        ASSIGN TO DYNAMIC
                                              WS-PEOJ-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PEOJ-STATUS.
           SELECT  POUT-FILE        ASSIGN TO DYNAMIC
                                              WS-POUT-FILE-NAME
                                     ORGANIZATION LINE SEQUENTIAL
                                     FILE STATUS IS WS-POUT-STATUS.
           SELECT  PERR-FILE        ASSIGN TO DYNAMIC
                                              WS-PERR-FILE-NAME
                                     ORGANIZATION LINE SEQUENTIAL
                                     FILE STATUS IS WS-PERR-STATUS.
           SELECT  PREJ-FILE        ASSIGN TO DYNAMIC
                                              WS-PREJ-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PREJ-STATUS.
           SELECT  PDUP-FILE        ASSIGN TO DYNAMIC
                                              WS-PDUP-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PDUP-STATUS.
           SELECT  PACK-FILE        ASSIGN TO DYNAMIC
                                              WS-PACK-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PACK-STATUS.
           SELECT  MAP-FILE         ASSIGN TO DYNAMIC
                                              WS-MAP-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-MAP-STATUS.
           SELECT  PAUD-FILE        ASSIGN TO DYNAMIC
                                              WS-PAUD-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PAUD-STATUS.
           SELECT  OUT-FILE         ASSIGN TO "OUTFILE"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  ERR-FILE         ASSIGN TO "ERRFILE"
                                     ORGANIZATION LINE SEQUENTIAL.
           SELECT  REJECT-FILE      ASSIGN TO "REJECTS"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  DUP-FILE         ASSIGN TO "DUPFILE"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  ACK-FILE         ASSIGN TO "ACKFILE"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  HIST-FILE        ASSIGN TO "RUNHIST"
                                     ORGANIZATION INDEXED
                                     ACCESS MODE RANDOM
                                     RECORD KEY RH-KEY
                                     ALTERNATE RECORD KEY RH-FEED-KEY
                                               WITH DUPLICATES
                                     FILE STATUS IS WS-HIST-STATUS.
           SELECT  EOJ-FILE         ASSIGN TO "EOJSUMM"
                                     ORGANIZATION SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC             PIC  X(127).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-MAX-REJECTS     PIC  X(009).
           05  PARM-MAX-DUPS        PIC  X(009).
           05  PARM-MAX-ERRORS      PIC  X(009).
       FD  PRUN-FILE.
           COPY RUNREC.
       FD  PEOJ-FILE.
       01  PEOJ-REC.
           05  PEOJ-RUN-DATE        PIC  9(008).
           05  PEOJ-RUN-ID          PIC  X(020).
           05  PEOJ-RECEIVED        PIC  9(009).
           05  PEOJ-PROCESSED       PIC  9(009).
           05  PEOJ-REJECTED        PIC  9(009).
           05  PEOJ-DUPLICATES      PIC  9(009).
           05  PEOJ-ERRORS          PIC  9(009).
           05  PEOJ-OUTCOME         PIC  X(008).
       FD  POUT-FILE.
       01  POUT-REC                 PIC  X(1024).
       FD  PERR-FILE.
       01  PERR-REC.
           05  PERR-REC-NO          PIC  9(009).
           05  PERR-DTL-TEXT        PIC  X(126).
           05  PERR-RESPONSE        PIC  X(1024).
       FD  PREJ-FILE.
       01  PREJ-REC                 PIC  X(136).
       FD  PDUP-FILE.
       01  PDUP-REC                 PIC  X(154).
       FD  PACK-FILE.
       01  PACK-REC.
           05  PACK-REC-TYPE        PIC  X(002).
               88  PACK-REASON-REC                  VALUE 'RJ'.
           05  PACK-FEED-DATE       PIC  9(008).
           05  PACK-SOURCE-SYS      PIC  X(008).
           05  PACK-REJ-REASON      PIC  X(008).
           05  PACK-REJ-COUNT       PIC  9(009).
           05  FILLER               PIC  X(027).
       FD  MAP-FILE.
       01  MAP-REC.
           05  MAP-ORIG-REC-NO      PIC  9(009).
       FD  PAUD-FILE.
       01  PAUD-REC                 PIC  X(1312).
       FD  OUT-FILE.
       01  OUT-REC                  PIC  X(1024).
       FD  ERR-FILE.
       01  ERR-REC.
           05  ERR-REC-NO           PIC  9(009).
           05  ERR-DTL-TEXT         PIC  X(126).
           05  ERR-RESPONSE         PIC  X(1024).
       FD  REJECT-FILE.
       01  REJECT-REC               PIC  X(136).
       FD  DUP-FILE.
       01  DUP-OUT-REC              PIC  X(154).
       FD  ACK-FILE.
       01  ACK-REC.
           05  ACK-REC-TYPE         PIC  X(002).
           05  ACK-FEED-DATE        PIC  9(008).
           05  ACK-SOURCE-SYS       PIC  X(008).
           05  ACK-REC-BODY         PIC  X(044).
           05  ACK-SUMMARY-BODY REDEFINES ACK-REC-BODY.
               10  ACK-RECEIVED     PIC  9(009).
               10  ACK-PROCESSED    PIC  9(009).
               10  ACK-REJECTED     PIC  9(009).
               10  ACK-DUPLICATES   PIC  9(009).
               10  FILLER           PIC  X(008).
           05  ACK-REASON-BODY REDEFINES ACK-REC-BODY.
               10  ACK-REJ-REASON   PIC  X(008).
               10  ACK-REJ-COUNT    PIC  9(009).
               10  FILLER           PIC  X(027).
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
       FD  HIST-FILE.
           COPY RUNHIST.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       COPY SPLITCTL.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-CTL-STATUS            PIC  X(002).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-PRUN-STATUS           PIC  X(002).
       01  WS-PEOJ-STATUS           PIC  X(002).
       01  WS-POUT-STATUS           PIC  X(002).
       01  WS-PERR-STATUS           PIC  X(002).
       01  WS-PREJ-STATUS           PIC  X(002).
       01  WS-PDUP-STATUS           PIC  X(002).
       01  WS-PACK-STATUS           PIC  X(002).
       01  WS-MAP-STATUS            PIC  X(002).
       01  WS-PAUD-STATUS           PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
       01  WS-HIST-STATUS           PIC  X(002).
      *----------------------------------------------------------------*
      *  The partition in hand and its file names.
      *----------------------------------------------------------------*
       01  WS-PART-SUB              PIC  9(002)    COMP.
       01  WS-PART-NO               PIC  9(001).
       01  WS-PRUN-FILE-NAME        PIC  X(020).
       01  WS-PEOJ-FILE-NAME        PIC  X(020).
       01  WS-POUT-FILE-NAME        PIC  X(020).
       01  WS-PERR-FILE-NAME        PIC  X(020).
       01  WS-PREJ-FILE-NAME        PIC  X(020).
       01  WS-PDUP-FILE-NAME        PIC  X(020).
       01  WS-PACK-FILE-NAME        PIC  X(020).
       01  WS-MAP-FILE-NAME         PIC  X(020).
       01  WS-PAUD-FILE-NAME        PIC  X(020).
       01  WS-AUDIT-COUNT           PIC  9(009)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  Proving a partition's audit trail: the chain it was sealed
      *  with by AUDTWRT must run unbroken from sequence one. Records
      *  ahead of the first sealed one predate the chain.
      *----------------------------------------------------------------*
       COPY AUDREC.
       COPY AUDTCTL.
       COPY AUDCLNK.
       01  WS-PAUD-REC-NO           PIC  9(009)    COMP.
       01  WS-PAUD-SEQ              PIC  9(012).
       01  WS-PAUD-CHECK            PIC  9(018).
       01  WS-PAUD-BROKEN-SW        PIC  X(001).
           88  WS-PAUD-BROKEN                       VALUE 'Y'.
       01  WS-EDIT-REC-NO           PIC  Z(008)9.
      *----------------------------------------------------------------*
      *  Readiness: a partition is ready when its run-control record
      *  is closed, its run started after the split, and its end-of-
      *  job record accounts for every detail the split gave it.
      *----------------------------------------------------------------*
       01  WS-NOT-READY-SW          PIC  X(001)    VALUE 'N'.
           88  WS-NOT-READY                         VALUE 'Y'.
       01  WS-SPLIT-STAMP           PIC  9(016).
       01  WS-SPLIT-DATE            PIC  9(008).
       01  WS-SPLIT-TIME            PIC  9(008).
      *----------------------------------------------------------------*
      *  Feed totals, the partitions' counts summed, and the reject
      *  reasons combined across partitions.
      *----------------------------------------------------------------*
       01  WS-RECV-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-PROC-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-DUP-COUNT             PIC  9(009)    COMP VALUE ZERO.
       01  WS-ERR-COUNT             PIC  9(009)    COMP VALUE ZERO.
       01  WS-RSN-USED              PIC  9(003)    COMP VALUE ZERO.
       01  WS-RSN-SUB               PIC  9(003)    COMP.
       01  WS-RSN-FOUND-SW          PIC  X(001).
           88  WS-RSN-FOUND                         VALUE 'Y'.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY    OCCURS 10 TIMES.
               10  WS-RSN-CODE      PIC  X(008).
               10  WS-RSN-COUNT     PIC  9(009)    COMP.
      *----------------------------------------------------------------*
      *  ERRFILE and audit record-number translation through
      *  SPLITMAP.
      *----------------------------------------------------------------*
       01  WS-MAP-POS               PIC  9(009)    COMP.
       01  WS-MAP-EOF-SW            PIC  X(001).
           88  WS-MAP-EOF                           VALUE 'Y'.
       01  WS-MAP-OPEN-SW           PIC  X(001)    VALUE 'N'.
           88  WS-MAP-OPEN                          VALUE 'Y'.
       01  WS-UNMAPPED-COUNT        PIC  9(009)    COMP VALUE ZERO.
       01  WS-AUD-UNMAPPED-COUNT    PIC  9(009)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  Thresholds and outcome, judged on the whole feed exactly as
      *  hellobat judges a single run.
      *----------------------------------------------------------------*
       01  WS-MAX-REJECTS           PIC  9(009)    VALUE 999999999.
       01  WS-MAX-DUPS              PIC  9(009)    VALUE 999999999.
       01  WS-MAX-ERRORS            PIC  9(009)    VALUE 999999999.
       01  WS-OUTCOME               PIC  X(008).
           88  WS-OUTCOME-CLEAN                     VALUE 'CLEAN   '.
           88  WS-OUTCOME-WARNING                   VALUE 'WARNING '.
           88  WS-OUTCOME-FAILED                    VALUE 'FAILED  '.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-NOT-READY
                   PERFORM 2000-CHECK-PARTITION THRU 2000-EXIT
                            VARYING WS-PART-SUB FROM 1 BY 1
                            UNTIL   WS-PART-SUB > SPC-PART-COUNT
           END-IF.
           IF      WS-NOT-READY
                   DISPLAY 'TRNMERGE -- partitions not merged'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN    OUTPUT OUT-FILE  ERR-FILE  REJECT-FILE  DUP-FILE.
           PERFORM 3000-MERGE-PARTITION THRU 3000-EXIT
                    VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL   WS-PART-SUB > SPC-PART-COUNT.
           CLOSE   OUT-FILE  ERR-FILE  REJECT-FILE  DUP-FILE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  The split being merged, and the thresholds the whole feed
      *  is judged against.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN     INPUT CTL-FILE.
           IF       WS-CTL-STATUS NOT = '00'
                    DISPLAY 'TRNMERGE -- cannot open SPLITCTL, status '
                            WS-CTL-STATUS
                    SET  WS-NOT-READY TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           READ     CTL-FILE INTO SPLIT-CTL-RECORD
               AT END
                    DISPLAY 'TRNMERGE -- SPLITCTL is empty'
                    SET  WS-NOT-READY TO TRUE
           END-READ.
           CLOSE    CTL-FILE.
           IF       WS-NOT-READY
                    GO TO 1000-EXIT
           END-IF.
           IF       SPC-SPLIT-ID(1:8)  NUMERIC
                    AND SPC-SPLIT-ID(10:8) NUMERIC
                    MOVE SPC-SPLIT-ID(1:8)  TO WS-SPLIT-DATE
                    MOVE SPC-SPLIT-ID(10:8) TO WS-SPLIT-TIME
                    COMPUTE WS-SPLIT-STAMP =
                            WS-SPLIT-DATE * 100000000 + WS-SPLIT-TIME
           ELSE
                    MOVE ZERO TO WS-SPLIT-STAMP
           END-IF.
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS = '00'
                    READ     PARM-FILE
                        AT END
                             CONTINUE
                        NOT AT END
                             IF   PARM-MAX-REJECTS NUMERIC
                                  MOVE PARM-MAX-REJECTS
                                                 TO WS-MAX-REJECTS
                             END-IF
                             IF   PARM-MAX-DUPS NUMERIC
                                  MOVE PARM-MAX-DUPS
                                                 TO WS-MAX-DUPS
                             END-IF
                             IF   PARM-MAX-ERRORS NUMERIC
                                  MOVE PARM-MAX-ERRORS
                                                 TO WS-MAX-ERRORS
                             END-IF
                    END-READ
                    CLOSE    PARM-FILE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-SET-PART-NAMES THRU 1100-EXIT
      *  The file names hellobat gave partition WS-PART-NO.
      *----------------------------------------------------------------*
       1100-SET-PART-NAMES.
           MOVE     WS-PART-SUB TO WS-PART-NO.
           MOVE     SPACES TO WS-PRUN-FILE-NAME  WS-PEOJ-FILE-NAME
                              WS-POUT-FILE-NAME  WS-PERR-FILE-NAME
                              WS-PREJ-FILE-NAME  WS-PDUP-FILE-NAME
                              WS-PACK-FILE-NAME  WS-MAP-FILE-NAME
                              WS-PAUD-FILE-NAME.
           STRING   'RUNCTL.P'   WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PRUN-FILE-NAME.
           STRING   'EOJSUMM.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PEOJ-FILE-NAME.
           STRING   'OUTFILE.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-POUT-FILE-NAME.
           STRING   'ERRFILE.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PERR-FILE-NAME.
           STRING   'REJECTS.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PREJ-FILE-NAME.
           STRING   'DUPFILE.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PDUP-FILE-NAME.
           STRING   'ACKFILE.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PACK-FILE-NAME.
           STRING   'SPLITMAP.P' WS-PART-NO DELIMITED BY SIZE
                    INTO WS-MAP-FILE-NAME.
           STRING   'AUDITLOG.P' WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PAUD-FILE-NAME.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-CHECK-PARTITION THRU 2000-EXIT
      *  Proves one partition finished and rolls its end-of-job
      *  counts into the feed totals. Every partition is checked,
      *  so the job log names all the partitions still outstanding.
      *----------------------------------------------------------------*
       2000-CHECK-PARTITION.
           PERFORM  1100-SET-PART-NAMES THRU 1100-EXIT.
           OPEN     INPUT PRUN-FILE.
           IF       WS-PRUN-STATUS NOT = '00'
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' has never run'
                    SET  WS-NOT-READY TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           READ     PRUN-FILE
               AT END
                    MOVE SPACES TO RUN-RECORD
                    MOVE ZERO   TO RUN-START-STAMP
           END-READ.
           CLOSE    PRUN-FILE.
           IF       NOT RUN-IS-COMPLETE
                    AND NOT RUN-IS-FAILED
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' has not finished, status ' RUN-STATUS
                    SET  WS-NOT-READY TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           IF       RUN-START-STAMP < WS-SPLIT-STAMP
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' last ran before split ' SPC-SPLIT-ID
                    SET  WS-NOT-READY TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           OPEN     INPUT PEOJ-FILE.
           IF       WS-PEOJ-STATUS NOT = '00'
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' has no end-of-job summary'
                    SET  WS-NOT-READY TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           READ     PEOJ-FILE
               AT END
                    MOVE SPACES TO PEOJ-RUN-ID
                    MOVE ZERO   TO PEOJ-RECEIVED
           END-READ.
           CLOSE    PEOJ-FILE.
           IF       PEOJ-RUN-ID NOT = RUN-ID
                    OR PEOJ-RECEIVED NOT =
                       SPC-PART-DETAILS(WS-PART-SUB)
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' summary does not account for its'
                            ' details'
                    SET  WS-NOT-READY TO TRUE
                    GO TO 2000-EXIT
           END-IF.
           ADD      PEOJ-RECEIVED   TO WS-RECV-COUNT.
           ADD      PEOJ-PROCESSED  TO WS-PROC-COUNT.
           ADD      PEOJ-REJECTED   TO WS-REJECT-COUNT.
           ADD      PEOJ-DUPLICATES TO WS-DUP-COUNT.
           ADD      PEOJ-ERRORS     TO WS-ERR-COUNT.
           PERFORM  2500-PROVE-PART-AUDIT THRU 2500-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2500-PROVE-PART-AUDIT THRU 2500-EXIT
      *  Walks the partition's audit trail through AUDTCHK. A gap,
      *  a repeat, an altered record or an unsealed record after
      *  the chain began stops the merge, so a damaged trail is
      *  never sealed into AUDITLOG as though it were sound.
      *----------------------------------------------------------------*
       2500-PROVE-PART-AUDIT.
           OPEN     INPUT PAUD-FILE.
           IF       WS-PAUD-STATUS NOT = '00'
                    GO TO 2500-EXIT
           END-IF.
           MOVE     ZERO TO WS-PAUD-REC-NO WS-PAUD-SEQ WS-PAUD-CHECK.
           MOVE     'N'  TO WS-PAUD-BROKEN-SW WS-EOF-SW.
           PERFORM  2550-PROVE-ONE-AUDIT THRU 2550-EXIT
                    UNTIL WS-EOF OR WS-PAUD-BROKEN.
           CLOSE    PAUD-FILE.
           IF       WS-PAUD-BROKEN
                    MOVE WS-PAUD-REC-NO TO WS-EDIT-REC-NO
                    DISPLAY 'TRNMERGE -- partition ' WS-PART-NO
                            ' audit trail chain broken at record '
                            WS-EDIT-REC-NO
                    SET  WS-NOT-READY TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-PROVE-ONE-AUDIT.
           READ     PAUD-FILE INTO AUD-RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2550-EXIT
           END-READ.
           ADD      1 TO WS-PAUD-REC-NO.
           IF       AUD-CHAIN-SEQ NOT NUMERIC
                    OR AUD-CHAIN-CHECK NOT NUMERIC
                    IF   WS-PAUD-SEQ > ZERO
                         SET  WS-PAUD-BROKEN TO TRUE
                    END-IF
                    GO TO 2550-EXIT
           END-IF.
           IF       AUD-CHAIN-SEQ NOT = WS-PAUD-SEQ + 1
                    SET  WS-PAUD-BROKEN TO TRUE
                    GO TO 2550-EXIT
           END-IF.
           MOVE     WS-PAUD-CHECK TO CK-PREV-CHECK.
           CALL     'AUDTCHK' USING AUD-RECORD CK-AREA.
           IF       CK-CHECK NOT = AUD-CHAIN-CHECK
                    SET  WS-PAUD-BROKEN TO TRUE
                    GO TO 2550-EXIT
           END-IF.
           MOVE     AUD-CHAIN-SEQ   TO WS-PAUD-SEQ.
           MOVE     AUD-CHAIN-CHECK TO WS-PAUD-CHECK.
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-MERGE-PARTITION THRU 3000-EXIT
      *  Appends one partition's outputs to the feed's, and folds
      *  its reject reasons into the feed's acknowledgement.
      *----------------------------------------------------------------*
       3000-MERGE-PARTITION.
           PERFORM  1100-SET-PART-NAMES THRU 1100-EXIT.
           OPEN     INPUT POUT-FILE.
           IF       WS-POUT-STATUS = '00'
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM 3100-COPY-ONE-OUT THRU 3100-EXIT
                             UNTIL WS-EOF
                    CLOSE   POUT-FILE
           END-IF.
           PERFORM  3200-MERGE-ERRORS THRU 3200-EXIT.
           OPEN     INPUT PREJ-FILE.
           IF       WS-PREJ-STATUS = '00'
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM 3400-COPY-ONE-REJECT THRU 3400-EXIT
                             UNTIL WS-EOF
                    CLOSE   PREJ-FILE
           END-IF.
           OPEN     INPUT PDUP-FILE.
           IF       WS-PDUP-STATUS = '00'
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM 3500-COPY-ONE-DUP THRU 3500-EXIT
                             UNTIL WS-EOF
                    CLOSE   PDUP-FILE
           END-IF.
           OPEN     INPUT PACK-FILE.
           IF       WS-PACK-STATUS = '00'
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM 3600-FOLD-ONE-ACK THRU 3600-EXIT
                             UNTIL WS-EOF
                    CLOSE   PACK-FILE
           END-IF.
           PERFORM  3700-APPEND-AUDIT THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-COPY-ONE-OUT.
           READ     POUT-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    WRITE OUT-REC FROM POUT-REC
           END-READ.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-MERGE-ERRORS THRU 3200-EXIT
      *  ERRFILE records carry the partition's record number; the
      *  partition's SPLITMAP, read alongside (both ascend), turns
      *  it back into the original feed's. A number the map cannot
      *  resolve is passed through as it stands and counted.
      *----------------------------------------------------------------*
       3200-MERGE-ERRORS.
           OPEN     INPUT PERR-FILE.
           IF       WS-PERR-STATUS NOT = '00'
                    GO TO 3200-EXIT
           END-IF.
           PERFORM  3340-OPEN-MAP THRU 3340-EXIT.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  3300-COPY-ONE-ERR THRU 3300-EXIT
                    UNTIL WS-EOF.
           CLOSE    PERR-FILE.
           PERFORM  3370-CLOSE-MAP THRU 3370-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-COPY-ONE-ERR.
           READ     PERR-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 3300-EXIT
           END-READ.
           MOVE     PERR-REC TO ERR-REC.
           PERFORM  3350-READ-MAP THRU 3350-EXIT
                    UNTIL WS-MAP-EOF OR WS-MAP-POS >= PERR-REC-NO.
           IF       WS-MAP-POS = PERR-REC-NO
                    AND NOT WS-MAP-EOF
                    MOVE MAP-ORIG-REC-NO TO ERR-REC-NO
           ELSE
                    ADD  1 TO WS-UNMAPPED-COUNT
           END-IF.
           WRITE    ERR-REC.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3340-OPEN-MAP THRU 3340-EXIT
      *  Positions the partition's SPLITMAP before its first record;
      *  a map that cannot be opened reads as empty.
      *----------------------------------------------------------------*
       3340-OPEN-MAP.
           MOVE     ZERO TO WS-MAP-POS.
           MOVE     'N'  TO WS-MAP-EOF-SW.
           OPEN     INPUT MAP-FILE.
           IF       WS-MAP-STATUS = '00'
                    SET  WS-MAP-OPEN TO TRUE
           ELSE
                    SET  WS-MAP-EOF TO TRUE
           END-IF.
       3340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3350-READ-MAP.
           READ     MAP-FILE
               AT END
                    SET  WS-MAP-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-MAP-POS
           END-READ.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3370-CLOSE-MAP.
           IF       WS-MAP-OPEN
                    CLOSE MAP-FILE
                    MOVE  'N' TO WS-MAP-OPEN-SW
           END-IF.
       3370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-COPY-ONE-REJECT.
           READ     PREJ-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    WRITE REJECT-REC FROM PREJ-REC
           END-READ.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-COPY-ONE-DUP.
           READ     PDUP-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    WRITE DUP-OUT-REC FROM PDUP-REC
           END-READ.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3600-FOLD-ONE-ACK THRU 3600-EXIT
      *  The partition's summary record is superseded by the feed
      *  totals; its reason records are added into the feed's.
      *----------------------------------------------------------------*
       3600-FOLD-ONE-ACK.
           READ     PACK-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 3600-EXIT
           END-READ.
           IF       NOT PACK-REASON-REC
                    GO TO 3600-EXIT
           END-IF.
           MOVE     'N' TO WS-RSN-FOUND-SW.
           PERFORM  VARYING WS-RSN-SUB FROM 1 BY 1
                     UNTIL  WS-RSN-SUB > WS-RSN-USED
              IF    WS-RSN-CODE(WS-RSN-SUB) = PACK-REJ-REASON
                    ADD  PACK-REJ-COUNT TO WS-RSN-COUNT(WS-RSN-SUB)
                    SET  WS-RSN-FOUND TO TRUE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
           IF       NOT WS-RSN-FOUND
                    AND WS-RSN-USED < 10
                    ADD  1 TO WS-RSN-USED
                    MOVE PACK-REJ-REASON TO WS-RSN-CODE(WS-RSN-USED)
                    MOVE PACK-REJ-COUNT  TO WS-RSN-COUNT(WS-RSN-USED)
           END-IF.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3700-APPEND-AUDIT THRU 3700-EXIT
      *  Appends the partition's audit trail to AUDITLOG through
      *  AUDTWRT, which seals each record into AUDITLOG's chain,
      *  forces it there with the close, and only then empties the
      *  partition file. Each record's partition record number is
      *  first turned back into the original feed's through the
      *  partition's SPLITMAP.
      *----------------------------------------------------------------*
       3700-APPEND-AUDIT.
           OPEN     INPUT PAUD-FILE.
           IF       WS-PAUD-STATUS NOT = '00'
                    GO TO 3700-EXIT
           END-IF.
           PERFORM  3340-OPEN-MAP THRU 3340-EXIT.
           MOVE     SPACES TO AUD-CTL-FILE-NAME.
           SET      AUD-CTL-OPEN TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  3750-COPY-ONE-AUDIT THRU 3750-EXIT
                    UNTIL WS-EOF.
           SET      AUD-CTL-CLOSE TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           CLOSE    PAUD-FILE.
           PERFORM  3370-CLOSE-MAP THRU 3370-EXIT.
           OPEN     OUTPUT PAUD-FILE.
           CLOSE    PAUD-FILE.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3750-COPY-ONE-AUDIT THRU 3750-EXIT
      *  AUDTWRT's APPEND seals the record afresh, so the record
      *  number can be changed before the call without breaking
      *  the chain.
      *----------------------------------------------------------------*
       3750-COPY-ONE-AUDIT.
           READ     PAUD-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 3750-EXIT
           END-READ.
           MOVE     PAUD-REC TO AUD-RECORD.
           PERFORM  3760-MAP-AUDIT-REC THRU 3760-EXIT.
           SET      AUD-CTL-APPEND TO TRUE.
           CALL     'AUDTWRT' USING AUD-RECORD AUD-CONTROL.
           ADD      1 TO WS-AUDIT-COUNT.
       3750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3760-MAP-AUDIT-REC THRU 3760-EXIT
      *  The audit records normally ascend with the map, but a run
      *  restarted from its checkpoint writes some numbers again, so
      *  a number the map has already passed rewinds it. A number
      *  the map cannot resolve is passed through as it stands and
      *  counted.
      *----------------------------------------------------------------*
       3760-MAP-AUDIT-REC.
           IF       AUD-TRN-REC-NO NOT NUMERIC
                    OR AUD-TRN-REC-NO = ZERO
                    GO TO 3760-EXIT
           END-IF.
           IF       AUD-TRN-REC-NO < WS-MAP-POS
                    OR (AUD-TRN-REC-NO = WS-MAP-POS AND WS-MAP-EOF)
                    PERFORM 3370-CLOSE-MAP THRU 3370-EXIT
                    PERFORM 3340-OPEN-MAP  THRU 3340-EXIT
           END-IF.
           PERFORM  3350-READ-MAP THRU 3350-EXIT
                    UNTIL WS-MAP-EOF OR WS-MAP-POS >= AUD-TRN-REC-NO.
           IF       WS-MAP-POS = AUD-TRN-REC-NO
                    AND NOT WS-MAP-EOF
                    MOVE MAP-ORIG-REC-NO TO AUD-TRN-REC-NO
           ELSE
                    ADD  1 TO WS-AUD-UNMAPPED-COUNT
           END-IF.
       3760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Judges the whole feed, then writes the one acknowledgement
      *  and end-of-job summary the sender and the scheduler read.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           EVALUATE TRUE
              WHEN  WS-REJECT-COUNT > WS-MAX-REJECTS
              WHEN  WS-DUP-COUNT    > WS-MAX-DUPS
              WHEN  WS-ERR-COUNT    > WS-MAX-ERRORS
                    SET  WS-OUTCOME-FAILED TO TRUE
                    MOVE 8 TO RETURN-CODE
              WHEN  WS-REJECT-COUNT > 0
              WHEN  WS-DUP-COUNT    > 0
              WHEN  WS-ERR-COUNT    > 0
                    SET  WS-OUTCOME-WARNING TO TRUE
                    MOVE 4 TO RETURN-CODE
              WHEN  OTHER
                    SET  WS-OUTCOME-CLEAN TO TRUE
           END-EVALUATE.
           OPEN     OUTPUT ACK-FILE.
           MOVE     SPACES          TO ACK-REC.
           MOVE     'AK'            TO ACK-REC-TYPE.
           MOVE     SPC-FEED-DATE   TO ACK-FEED-DATE.
           MOVE     SPC-SOURCE-SYS  TO ACK-SOURCE-SYS.
           MOVE     WS-RECV-COUNT   TO ACK-RECEIVED.
           MOVE     WS-PROC-COUNT   TO ACK-PROCESSED.
           MOVE     WS-REJECT-COUNT TO ACK-REJECTED.
           MOVE     WS-DUP-COUNT    TO ACK-DUPLICATES.
           WRITE    ACK-REC.
           PERFORM  9100-WRITE-ACK-REASON THRU 9100-EXIT
                    VARYING WS-RSN-SUB FROM 1 BY 1
                    UNTIL   WS-RSN-SUB > WS-RSN-USED.
           CLOSE    ACK-FILE.
           OPEN     OUTPUT EOJ-FILE.
           MOVE     SPACES          TO EOJ-REC.
           MOVE     WS-CUR-DATE     TO EOJ-RUN-DATE.
           MOVE     SPC-SPLIT-ID    TO EOJ-RUN-ID.
           MOVE     WS-RECV-COUNT   TO EOJ-RECEIVED.
           MOVE     WS-PROC-COUNT   TO EOJ-PROCESSED.
           MOVE     WS-REJECT-COUNT TO EOJ-REJECTED.
           MOVE     WS-DUP-COUNT    TO EOJ-DUPLICATES.
           MOVE     WS-ERR-COUNT    TO EOJ-ERRORS.
           MOVE     WS-OUTCOME      TO EOJ-OUTCOME.
           WRITE    EOJ-REC.
           CLOSE    EOJ-FILE.
           PERFORM  9200-WRITE-HISTORY THRU 9200-EXIT.
           MOVE     SPC-PART-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNMERGE -- partitions merged... ' WS-EDIT-COUNT.
           MOVE     WS-RECV-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNMERGE -- details received.... ' WS-EDIT-COUNT.
           MOVE     WS-PROC-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNMERGE -- details processed... ' WS-EDIT-COUNT.
           MOVE     WS-DUP-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNMERGE -- duplicates suppressed ' WS-EDIT-COUNT.
           MOVE     WS-AUDIT-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNMERGE -- audit records moved. ' WS-EDIT-COUNT.
           IF       WS-UNMAPPED-COUNT > 0
                    MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'TRNMERGE -- error records not mapped '
                            WS-EDIT-COUNT
           END-IF.
           IF       WS-AUD-UNMAPPED-COUNT > 0
                    MOVE WS-AUD-UNMAPPED-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'TRNMERGE -- audit records not mapped '
                            WS-EDIT-COUNT
           END-IF.
           DISPLAY  'TRNMERGE -- feed outcome ' WS-OUTCOME.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9100-WRITE-ACK-REASON.
           MOVE     SPACES          TO ACK-REC.
           MOVE     'RJ'            TO ACK-REC-TYPE.
           MOVE     SPC-FEED-DATE   TO ACK-FEED-DATE.
           MOVE     SPC-SOURCE-SYS  TO ACK-SOURCE-SYS.
           MOVE     WS-RSN-CODE(WS-RSN-SUB)  TO ACK-REJ-REASON.
           MOVE     WS-RSN-COUNT(WS-RSN-SUB) TO ACK-REJ-COUNT.
           WRITE    ACK-REC.
       9100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9200-WRITE-HISTORY THRU 9200-EXIT
      *  The whole feed's run-history record: keyed by the split ID
      *  the EOJSUMM carries, started when the split was cut, ended
      *  now. A rerun of the merge rewrites it.
      *----------------------------------------------------------------*
       9200-WRITE-HISTORY.
           OPEN     I-O HIST-FILE.
           IF       WS-HIST-STATUS = '35'
                    OPEN OUTPUT HIST-FILE
                    IF   WS-HIST-STATUS = '00'
                         CLOSE HIST-FILE
                         OPEN  I-O HIST-FILE
                    END-IF
           END-IF.
           IF       WS-HIST-STATUS NOT = '00'
                    DISPLAY 'TRNMERGE -- cannot open RUNHIST, status '
                            WS-HIST-STATUS '; run history not kept'
                    GO TO 9200-EXIT
           END-IF.
           ACCEPT   WS-CUR-TIME FROM TIME.
           MOVE     SPACES          TO RUN-HIST-RECORD.
           MOVE     SPC-SPLIT-ID    TO RH-RUN-ID.
           MOVE     'MERGED'        TO RH-FEED-ID.
           MOVE     SPC-SOURCE-SYS  TO RH-SOURCE-SYS.
           MOVE     SPC-FEED-DATE   TO RH-FEED-DATE.
           SET      RH-MERGED-RUN   TO TRUE.
           MOVE     'TRANSFILE'     TO RH-TRANS-NAME.
           MOVE     WS-SPLIT-STAMP  TO RH-START-STAMP.
           COMPUTE  RH-END-STAMP =
                    WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE     WS-RECV-COUNT   TO RH-RECEIVED.
           MOVE     WS-PROC-COUNT   TO RH-PROCESSED.
           MOVE     WS-REJECT-COUNT TO RH-REJECTED.
           MOVE     WS-DUP-COUNT    TO RH-DUPLICATES.
           MOVE     WS-ERR-COUNT    TO RH-ERRORS.
           MOVE     WS-OUTCOME      TO RH-OUTCOME.
           WRITE    RUN-HIST-RECORD
               INVALID KEY
                    REWRITE RUN-HIST-RECORD
                        INVALID KEY
                             CONTINUE
                    END-REWRITE
           END-WRITE.
           CLOSE    HIST-FILE.
       9200-EXIT.
           EXIT.
