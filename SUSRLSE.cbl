      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  SUSRLSE -- builds a resubmission feed from the suspense items
      *             SUSMNT released for one source system (the SUSRPRM
      *             parameter). RESUBFILE is a properly formed
      *             TRANSFILE: a header for the source system, dated
      *             today and marked as a resubmission under this
      *             run's release batch stamp, one detail per released
      *             item, and a trailer with the detail count. Each
      *             item goes to RESUBMIT with the batch and its record
      *             number on the feed, which is how hellobat links the
      *             resubmission's audit records back to the item. The
      *             feed runs like any other -- as TRANSFILE, or on the
      *             FEEDDRV manifest. SUSRRPT lists what went. Nothing
      *             released is RETURN-CODE 4; no parameter or no
      *             SUSPENSE is RETURN-CODE 12.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSRLSE.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original suspense release and resubmission build.
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
           SELECT  PARM-FILE        ASSIGN TO "SUSRPRM"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-PARM-STATUS.
           SELECT  RESUB-FILE       ASSIGN TO "RESUBFILE"
                                     ORGANIZATION SEQUENTIAL.
           SELECT  RPT-FILE         ASSIGN TO "SUSRRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
           COPY SUSREC.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-SOURCE-SYS      PIC  X(008).
       FD  RESUB-FILE.
           COPY TRNREC.
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SUSP-STATUS           PIC  X(002).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-SUSP-OPEN-SW          PIC  X(001)    VALUE 'N'.
           88  WS-SUSP-OPEN                         VALUE 'Y'.
       01  WS-HARD-SW               PIC  X(001)    VALUE 'N'.
           88  WS-HARD-ERROR                        VALUE 'Y'.
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-TIME              PIC  9(008).
      *----------------------------------------------------------------*
      *  The release: which source system, this run's batch stamp,
      *  and the record number the next detail takes on the feed
      *  (the header is record 1).
      *----------------------------------------------------------------*
       01  WS-SOURCE-SYS            PIC  X(008)    VALUE SPACES.
       01  WS-RESUB-BATCH           PIC  9(016).
       01  WS-RESUB-REC-NO          PIC  9(009)    VALUE 1.
       01  WS-FEED-OPEN-SW          PIC  X(001)    VALUE 'N'.
           88  WS-FEED-OPEN                         VALUE 'Y'.
       01  WS-DETAIL-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-WRITE-FAILED          PIC  9(009)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ITEM             PIC  ZZZZZZZZ9.
       01  WS-EDIT-REC-NO           PIC  ZZZZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           IF      NOT WS-HARD-ERROR
                   PERFORM 2000-RELEASE-ONE-ITEM THRU 2000-EXIT
                            UNTIL WS-EOF
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  The source system to release for, the batch stamp, and
      *  SUSPENSE opened for update. The report heading is written
      *  whatever happens, so the run always leaves a record.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT   WS-CUR-TIME FROM TIME.
           COMPUTE  WS-RESUB-BATCH = WS-CUR-DATE * 100000000
                                     + WS-CUR-TIME.
           OPEN     INPUT PARM-FILE.
           IF       WS-PARM-STATUS = '00'
                    READ PARM-FILE
                        NOT AT END
                             MOVE FUNCTION UPPER-CASE(PARM-SOURCE-SYS)
                                                 TO WS-SOURCE-SYS
                    END-READ
                    CLOSE PARM-FILE
           END-IF.
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'HELLO SUSPENSE RELEASE   SOURCE '
                                                  DELIMITED BY SIZE
                    WS-SOURCE-SYS                 DELIMITED BY SIZE
                    '   BATCH '                   DELIMITED BY SIZE
                    WS-RESUB-BATCH                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-SOURCE-SYS = SPACES
                    DISPLAY 'SUSRLSE -- no source system on SUSRPRM'
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           OPEN     I-O SUSP-FILE.
           IF       WS-SUSP-STATUS NOT = '00'
                    DISPLAY 'SUSRLSE -- cannot open SUSPENSE, status '
                            WS-SUSP-STATUS
                    SET  WS-HARD-ERROR TO TRUE
                    GO TO 1000-EXIT
           END-IF.
           SET      WS-SUSP-OPEN TO TRUE.
           MOVE     SPACES TO RPT-LINE.
           STRING   '     ITEM FEED DATE REASON   RUN ID            '
                                                  DELIMITED BY SIZE
                    'RESUB REC'                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-RELEASE-ONE-ITEM THRU 2000-EXIT
      *  A released item for the source system goes on the feed as
      *  the next detail and is marked sent under this batch. The
      *  header goes out with the first one, so no items means no
      *  feed.
      *----------------------------------------------------------------*
       2000-RELEASE-ONE-ITEM.
           READ     SUSP-FILE NEXT RECORD
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2000-EXIT
           END-READ.
           IF       NOT SUS-RELEASED
                    OR SUS-SOURCE-SYS NOT = WS-SOURCE-SYS
                    GO TO 2000-EXIT
           END-IF.
           IF       NOT WS-FEED-OPEN
                    PERFORM 2100-WRITE-HEADER THRU 2100-EXIT
           END-IF.
           ADD      1 TO WS-RESUB-REC-NO.
           SET      SUS-RESUBMITTED  TO TRUE.
           MOVE     WS-RESUB-BATCH   TO SUS-RESUB-BATCH.
           MOVE     WS-RESUB-REC-NO  TO SUS-RESUB-REC-NO.
           MOVE     WS-CUR-DATE      TO SUS-ACTION-DATE.
           REWRITE  SUS-RECORD
               INVALID KEY
                    ADD  1 TO WS-WRITE-FAILED
                    SUBTRACT 1 FROM WS-RESUB-REC-NO
                    DISPLAY 'SUSRLSE -- item ' SUS-ITEM-NO
                            ' not marked, status ' WS-SUSP-STATUS
                            '; left off the feed'
                    GO TO 2000-EXIT
           END-REWRITE.
           MOVE     SUS-RECORD-IMAGE TO TRN-RECORD.
           WRITE    TRN-RECORD.
           ADD      1 TO WS-DETAIL-COUNT.
           MOVE     SUS-ITEM-NO      TO WS-EDIT-ITEM.
           MOVE     WS-RESUB-REC-NO  TO WS-EDIT-REC-NO.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-EDIT-ITEM                  DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-FEED-DATE                 DELIMITED BY SIZE
                    '  '                          DELIMITED BY SIZE
                    SUS-REASON                    DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    SUS-RUN-ID(1:17)              DELIMITED BY SIZE
                    ' '                           DELIMITED BY SIZE
                    WS-EDIT-REC-NO                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2100-WRITE-HEADER THRU 2100-EXIT
      *  The resubmission's header: the source system, today as its
      *  feed date (so DUPDB does not take a repaired detail for the
      *  original it replaces), and the release batch.
      *----------------------------------------------------------------*
       2100-WRITE-HEADER.
           OPEN     OUTPUT RESUB-FILE.
           SET      WS-FEED-OPEN TO TRUE.
           MOVE     SPACES           TO TRN-RECORD.
           SET      TRN-HEADER-REC   TO TRUE.
           MOVE     WS-CUR-DATE      TO TRN-HDR-FEED-DATE.
           MOVE     WS-SOURCE-SYS    TO TRN-HDR-SOURCE-SYS.
           SET      TRN-HDR-RESUBMISSION TO TRUE.
           MOVE     WS-RESUB-BATCH   TO TRN-HDR-RESUB-BATCH.
           WRITE    TRN-RECORD.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  The trailer, the totals and the return code.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-FEED-OPEN
                    MOVE SPACES          TO TRN-RECORD
                    SET  TRN-TRAILER-REC TO TRUE
                    MOVE WS-DETAIL-COUNT TO TRN-TRL-DETAIL-COUNT
                    WRITE TRN-RECORD
                    CLOSE RESUB-FILE
           END-IF.
           IF       WS-SUSP-OPEN
                    CLOSE SUSP-FILE
           END-IF.
           MOVE     WS-DETAIL-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'ITEMS RESUBMITTED.......... ' DELIMITED BY SIZE
                    WS-EDIT-COUNT                  DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           CLOSE    RPT-FILE.
           DISPLAY  'SUSRLSE -- source system..... ' WS-SOURCE-SYS.
           DISPLAY  'SUSRLSE -- items resubmitted. ' WS-EDIT-COUNT.
           IF       WS-FEED-OPEN
                    DISPLAY 'SUSRLSE -- RESUBFILE batch.... '
                            WS-RESUB-BATCH
           END-IF.
           EVALUATE TRUE
              WHEN  WS-HARD-ERROR
              WHEN  WS-WRITE-FAILED > 0
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-DETAIL-COUNT = 0
                    DISPLAY 'SUSRLSE -- nothing released for this'
                            ' source system; no feed built'
                    MOVE 4 TO RETURN-CODE
              WHEN  OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
