      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  TRNSPLIT -- cuts one structured TRANSFILE into partition
      *              feeds that HELPRUN can run side by side, for the
      *              month-end feeds that no longer fit the window as
      *              a single hellobat run. The feed is first proved
      *              well formed -- one header with a numeric feed
      *              date, details, one trailer whose count matches --
      *              and a feed that is not is left whole (RETURN-CODE
      *              8) for hellobat to reject the usual way. Each
      *              partition TRANSFILE.P<n> gets a copy of the
      *              original header, its share of the details and a
      *              trailer counting them. Details are dealt out by
      *              a hash of their input text, so repeats of one
      *              input always land in the same partition and that
      *              partition's duplicate check still catches them.
      *              SPLITMAP.P<n> records, for each partition record,
      *              its record number in the original feed, so
      *              TRNMERGE can give the sender back ERRFILE record
      *              numbers they recognise, and SPLITCTL records the
      *              split for TRNMERGE to balance against. The count
      *              of partitions (1-9, default 4) comes from SPLITPRM.
      *              A split is refused (RETURN-CODE 8) while any
      *              partition run is RUNNING or SUSPEND, or any
      *              AUDITLOG.P<n> still holds audit records TRNMERGE
      *              has not yet moved to AUDITLOG.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TRNSPLIT.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original feed partition split.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TRANS-FILE       ASSIGN TO "TRANSFILE"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRANS-STATUS.
           SELECT  PARM-FILE        ASSIGN TO "SPLITPRM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  PART-FILE        ASSIGN TO DYNAMIC
                                              WS-PART-FILE-NAME
                                     ORGANIZATION SEQUENTIAL.
           SELECT  MAP-FILE         ASSIGN TO DYNAMIC
                                              WS-MAP-FILE-NAME
                                     ORGANIZATION SEQUENTIAL.
           SELECT  CKPT-FILE        ASSIGN TO DYNAMIC
                                              WS-CKPT-FILE-NAME
                                     ORGANIZATION SEQUENTIAL.
           SELECT  RUN-FILE         ASSIGN TO DYNAMIC
                                              WS-RUN-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-RUN-STATUS.
           SELECT  PAUD-FILE        ASSIGN TO DYNAMIC
                                              WS-PAUD-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PAUD-STATUS.
           SELECT  CTL-FILE         ASSIGN TO "SPLITCTL"
                                     ORGANIZATION SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TRANS-FILE.
           COPY TRNREC.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-PART-COUNT      PIC  X(001).
       FD  PART-FILE.
       01  PART-REC                 PIC  X(128).
       FD  MAP-FILE.
       01  MAP-REC.
           05  MAP-ORIG-REC-NO      PIC  9(009).
       FD  CKPT-FILE.
       01  CKPT-FILE-REC            PIC  X(227).
       FD  RUN-FILE.
           COPY RUNREC.
       FD  PAUD-FILE.
       01  PAUD-REC                 PIC  X(1312).
       FD  CTL-FILE.
       01  CTL-FILE-REC             PIC  X(127).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       COPY SPLITCTL.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-TRANS-STATUS          PIC  X(002).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-RUN-STATUS            PIC  X(002).
       01  WS-PART-FILE-NAME        PIC  X(020).
       01  WS-MAP-FILE-NAME         PIC  X(020).
       01  WS-CKPT-FILE-NAME        PIC  X(020).
       01  WS-RUN-FILE-NAME         PIC  X(020).
       01  WS-PAUD-FILE-NAME        PIC  X(020).
       01  WS-PAUD-STATUS           PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  Feed-structure proof: the header and trailer as read, the
      *  details counted between them, and the first problem found.
      *----------------------------------------------------------------*
       01  WS-REC-COUNT             PIC  9(009)    COMP VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-HDR-SEEN-SW           PIC  X(001)    VALUE 'N'.
           88  WS-HDR-SEEN                          VALUE 'Y'.
       01  WS-TRL-SEEN-SW           PIC  X(001)    VALUE 'N'.
           88  WS-TRL-SEEN                          VALUE 'Y'.
       01  WS-BAD-REASON            PIC  X(040)    VALUE SPACES.
      *----------------------------------------------------------------*
      *  Partitioning: how many, which one is being written, and the
      *  partition the detail in hand hashes to.
      *----------------------------------------------------------------*
       01  WS-PART-COUNT            PIC  9(001)    VALUE 4.
       01  WS-PART-SUB              PIC  9(002)    COMP.
       01  WS-PART-NO               PIC  9(001).
       01  WS-PART-DETAILS          PIC  9(009)    COMP.
       01  WS-DTL-PART              PIC  9(001).
       01  WS-HASH-SUM              PIC  9(009)    COMP.
       01  WS-HASH-QUOT             PIC  9(009)    COMP.
       01  WS-HASH-REM              PIC  9(001).
       01  WS-CHAR-SUB              PIC  9(003)    COMP.
       01  WS-LOCKED-SW             PIC  X(001)    VALUE 'N'.
           88  WS-LOCKED                            VALUE 'Y'.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      WS-LOCKED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM 2000-PROVE-FEED   THRU 2000-EXIT.
           IF      WS-BAD-REASON NOT = SPACES
                   DISPLAY 'TRNSPLIT -- feed not split: '
                           WS-BAD-REASON
                   DISPLAY 'TRNSPLIT -- run it whole through hellobat'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM 3000-WRITE-PARTITION THRU 3000-EXIT
                    VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL   WS-PART-SUB > WS-PART-COUNT.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Picks up the partition count, then refuses to cut new
      *  partition feeds from under a partition run that is still
      *  live or abended RUNNING, or ahead of a merge that has not
      *  yet moved a partition's audit records.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME FROM TIME.
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS = '00'
                    READ     PARM-FILE
                        AT END
                             CONTINUE
                        NOT AT END
                             IF   PARM-PART-COUNT NUMERIC
                                  AND PARM-PART-COUNT NOT = '0'
                                  MOVE PARM-PART-COUNT
                                                 TO WS-PART-COUNT
                             END-IF
                    END-READ
                    CLOSE    PARM-FILE
           END-IF.
           PERFORM  1100-CHECK-PART-RUN THRU 1100-EXIT
                    VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL   WS-PART-SUB > 9.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CHECK-PART-RUN.
           MOVE     WS-PART-SUB TO WS-PART-NO.
           MOVE     SPACES TO WS-RUN-FILE-NAME.
           STRING   'RUNCTL.P' WS-PART-NO   DELIMITED BY SIZE
                    INTO WS-RUN-FILE-NAME.
           OPEN     INPUT RUN-FILE.
           IF       WS-RUN-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           READ     RUN-FILE
               AT END
                    MOVE SPACES TO RUN-STATUS
           END-READ.
           CLOSE    RUN-FILE.
      *    A suspended run still has its checkpoint and the rest
      *    of its partition to finish, so it holds the partition
      *    just as a running one does.
           IF       RUN-IS-RUNNING
                    OR RUN-IS-SUSPENDED
                    SET  WS-LOCKED TO TRUE
                    DISPLAY 'TRNSPLIT -- partition run ' RUN-ID
                            ' in ' WS-RUN-FILE-NAME
                            ' is ' FUNCTION TRIM(RUN-STATUS)
                            '; not splitting'
           END-IF.
           MOVE     SPACES TO WS-PAUD-FILE-NAME.
           STRING   'AUDITLOG.P' WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PAUD-FILE-NAME.
           OPEN     INPUT PAUD-FILE.
           IF       WS-PAUD-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           READ     PAUD-FILE
               NOT AT END
                    SET  WS-LOCKED TO TRUE
                    DISPLAY 'TRNSPLIT -- ' WS-PAUD-FILE-NAME
                            ' holds unmerged audit records;'
                            ' run TRNMERGE first'
           END-READ.
           CLOSE    PAUD-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-PROVE-FEED THRU 2000-EXIT
      *  One pass over the whole feed to prove its structure before
      *  anything is written. The first problem found is the one
      *  reported.
      *----------------------------------------------------------------*
       2000-PROVE-FEED.
           OPEN     INPUT TRANS-FILE.
           IF       WS-TRANS-STATUS NOT = '00'
                    MOVE 'TRANSFILE CANNOT BE OPENED' TO WS-BAD-REASON
                    GO TO 2000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  2100-READ-TRANS-FILE THRU 2100-EXIT.
           PERFORM  2200-PROVE-ONE-REC THRU 2200-EXIT
                    UNTIL WS-EOF OR WS-BAD-REASON NOT = SPACES.
           CLOSE    TRANS-FILE.
           IF       WS-BAD-REASON NOT = SPACES
                    GO TO 2000-EXIT
           END-IF.
           IF       NOT WS-HDR-SEEN
                    MOVE 'FEED IS EMPTY' TO WS-BAD-REASON
                    GO TO 2000-EXIT
           END-IF.
           IF       NOT WS-TRL-SEEN
                    MOVE 'NO TRAILER RECORD' TO WS-BAD-REASON
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-TRANS-FILE.
           READ     TRANS-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    ADD  1 TO WS-REC-COUNT
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROVE-ONE-REC.
           IF       WS-TRL-SEEN
                    MOVE 'RECORDS AFTER THE TRAILER' TO WS-BAD-REASON
                    GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN  TRN-HEADER-REC
                    IF   WS-HDR-SEEN
                         MOVE 'SECOND HEADER RECORD' TO WS-BAD-REASON
                    ELSE
                    IF   TRN-HDR-FEED-DATE NOT NUMERIC
                         MOVE 'HEADER FEED DATE NOT NUMERIC'
                                                 TO WS-BAD-REASON
                    ELSE
                         SET  WS-HDR-SEEN TO TRUE
                         MOVE TRN-HDR-FEED-DATE  TO SPC-FEED-DATE
                         MOVE TRN-HDR-SOURCE-SYS TO SPC-SOURCE-SYS
                    END-IF
                    END-IF
              WHEN  NOT WS-HDR-SEEN
                    MOVE 'FIRST RECORD IS NOT A HEADER'
                                                 TO WS-BAD-REASON
              WHEN  TRN-DETAIL-REC
                    ADD  1 TO WS-DETAIL-COUNT
              WHEN  TRN-TRAILER-REC
                    SET  WS-TRL-SEEN TO TRUE
                    IF   TRN-TRL-DETAIL-COUNT NOT NUMERIC
                         MOVE 'TRAILER COUNT NOT NUMERIC'
                                                 TO WS-BAD-REASON
                    ELSE
                    IF   TRN-TRL-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                         MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS'
                                                 TO WS-BAD-REASON
                    END-IF
                    END-IF
              WHEN  OTHER
                    MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON
           END-EVALUATE.
           PERFORM  2100-READ-TRANS-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-WRITE-PARTITION THRU 3000-EXIT
      *  One pass over the proved feed per partition, keeping the
      *  details that hash to it. The partition's record map and an
      *  empty checkpoint file go alongside, so its run starts from
      *  the top of the new partition feed.
      *----------------------------------------------------------------*
       3000-WRITE-PARTITION.
           MOVE     WS-PART-SUB TO WS-PART-NO.
           MOVE     SPACES TO WS-PART-FILE-NAME WS-MAP-FILE-NAME
                              WS-CKPT-FILE-NAME.
           STRING   'TRANSFILE.P' WS-PART-NO DELIMITED BY SIZE
                    INTO WS-PART-FILE-NAME.
           STRING   'SPLITMAP.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-MAP-FILE-NAME.
           STRING   'CKPTFILE.P'  WS-PART-NO DELIMITED BY SIZE
                    INTO WS-CKPT-FILE-NAME.
           OPEN     OUTPUT CKPT-FILE.
           CLOSE    CKPT-FILE.
           OPEN     OUTPUT PART-FILE.
           OPEN     OUTPUT MAP-FILE.
           OPEN     INPUT  TRANS-FILE.
           MOVE     'N'  TO WS-EOF-SW.
           MOVE     ZERO TO WS-REC-COUNT WS-PART-DETAILS.
           PERFORM  2100-READ-TRANS-FILE THRU 2100-EXIT.
           PERFORM  3100-ROUTE-ONE-REC THRU 3100-EXIT
                    UNTIL WS-EOF.
           CLOSE    TRANS-FILE.
           CLOSE    PART-FILE.
           CLOSE    MAP-FILE.
           MOVE     WS-PART-DETAILS TO SPC-PART-DETAILS(WS-PART-NO).
           MOVE     WS-PART-DETAILS TO WS-EDIT-COUNT.
           DISPLAY  'TRNSPLIT -- ' WS-PART-FILE-NAME ' details '
                    WS-EDIT-COUNT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3100-ROUTE-ONE-REC THRU 3100-EXIT
      *  The header goes to every partition as read; a detail only
      *  to the partition it hashes to; the trailer is rebuilt with
      *  the partition's own detail count.
      *----------------------------------------------------------------*
       3100-ROUTE-ONE-REC.
           EVALUATE TRUE
              WHEN  TRN-HEADER-REC
                    MOVE TRN-RECORD TO PART-REC
                    PERFORM 3300-WRITE-PART-REC THRU 3300-EXIT
              WHEN  TRN-DETAIL-REC
                    PERFORM 3200-HASH-DETAIL THRU 3200-EXIT
                    IF   WS-DTL-PART = WS-PART-NO
                         ADD  1 TO WS-PART-DETAILS
                         MOVE TRN-RECORD TO PART-REC
                         PERFORM 3300-WRITE-PART-REC THRU 3300-EXIT
                    END-IF
              WHEN  TRN-TRAILER-REC
                    MOVE SPACES     TO TRN-TRAILER-BODY
                    MOVE WS-PART-DETAILS TO TRN-TRL-DETAIL-COUNT
                    MOVE TRN-RECORD TO PART-REC
                    PERFORM 3300-WRITE-PART-REC THRU 3300-EXIT
           END-EVALUATE.
           PERFORM  2100-READ-TRANS-FILE THRU 2100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3200-HASH-DETAIL THRU 3200-EXIT
      *  A position-weighted sum of the character codes of the whole
      *  input text, taken modulo the partition count. The same text
      *  always gives the same partition; it is the text (with the
      *  feed date every detail of one feed shares) that hellobat's
      *  duplicate check keys on.
      *----------------------------------------------------------------*
       3200-HASH-DETAIL.
           MOVE     ZERO TO WS-HASH-SUM.
           PERFORM  VARYING WS-CHAR-SUB FROM 1 BY 1
                     UNTIL  WS-CHAR-SUB > 126
              COMPUTE WS-HASH-SUM = WS-HASH-SUM
                    + FUNCTION ORD(TRN-DTL-TEXT(WS-CHAR-SUB:1))
                    * WS-CHAR-SUB
           END-PERFORM.
           DIVIDE   WS-HASH-SUM BY WS-PART-COUNT
                    GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
           COMPUTE  WS-DTL-PART = WS-HASH-REM + 1.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3300-WRITE-PART-REC THRU 3300-EXIT
      *  A partition record and, on the map, the number it had in
      *  the original feed.
      *----------------------------------------------------------------*
       3300-WRITE-PART-REC.
           WRITE    PART-REC.
           MOVE     WS-REC-COUNT TO MAP-ORIG-REC-NO.
           WRITE    MAP-REC.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Records the split for TRNMERGE.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE     SPACES TO SPC-SPLIT-ID.
           STRING   WS-CUR-DATE     DELIMITED BY SIZE
                    '-'             DELIMITED BY SIZE
                    WS-CUR-TIME     DELIMITED BY SIZE
                    INTO SPC-SPLIT-ID.
           MOVE     WS-DETAIL-COUNT TO SPC-DETAIL-COUNT.
           MOVE     WS-PART-COUNT   TO SPC-PART-COUNT.
           PERFORM  VARYING WS-PART-SUB FROM 1 BY 1
                     UNTIL  WS-PART-SUB > 9
              IF    WS-PART-SUB > WS-PART-COUNT
                    MOVE ZERO TO SPC-PART-DETAILS(WS-PART-SUB)
              END-IF
           END-PERFORM.
           OPEN     OUTPUT CTL-FILE.
           WRITE    CTL-FILE-REC FROM SPLIT-CTL-RECORD.
           CLOSE    CTL-FILE.
           MOVE     WS-DETAIL-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNSPLIT -- details split....... ' WS-EDIT-COUNT.
           MOVE     WS-PART-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'TRNSPLIT -- partitions written.. ' WS-EDIT-COUNT.
       9000-EXIT.
           EXIT.
