      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  AUDTVRFY -- audit trail chain verification. Walks every
      *              AUDARCH<yyyymm> archive the AUDCHAIN anchor says
      *              the chain runs through, in month order, and then
      *              AUDITLOG, and proves the tamper-evidence chain
      *              AUDTWRT sealed the records with: sequence numbers
      *              must run from one without a gap or a repeat, each
      *              file must hold its records in sequence order, no
      *              unsealed record may appear once the chain has
      *              begun, every check value must be the one AUDTCHK
      *              gives for the record and its predecessor, and the
      *              chain must end where the anchor says it does.
      *              Each break is listed on VRFYRPT. RETURN-CODE 8
      *              when the chain is broken, 4 when it is sound but
      *              the anchor is behind it (a run died with the
      *              trail open), 12 when a trail file cannot be read.
      *              Records written before the chain existed are
      *              counted and passed over. AUDITBAD, where hellobat
      *              puts a run's own trail that did not prove, is
      *              outside the chain; the records it holds are
      *              counted and reported, and RETURN-CODE is at
      *              least 4 while it holds any.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDTVRFY.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original audit trail chain verification.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CHAIN-FILE       ASSIGN TO "AUDCHAIN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CHAIN-STATUS.
           SELECT  TRAIL-FILE       ASSIGN TO DYNAMIC
                                              WS-TRAIL-FILE-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TRAIL-STATUS.
           SELECT  QRN-FILE         ASSIGN TO "AUDITBAD"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-QRN-STATUS.
           SELECT  SORT-FILE        ASSIGN TO "VRFYSORT".
           SELECT  RPT-FILE         ASSIGN TO "VRFYRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CHAIN-FILE.
           COPY AUDCHAIN.
       FD  TRAIL-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==TRAIL-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==TF-TIMESTAMP==,
                ==AUD-REQUEST-ID==  BY ==TF-REQUEST-ID==,
                ==AUD-INPUT-LEN==   BY ==TF-INPUT-LEN==,
                ==AUD-STATUS-CODE== BY ==TF-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==TF-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==TF-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==TF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==TF-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==TF-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==TF-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==TF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==TF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==TF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==TF-CHAIN-CHECK==.
       FD  QRN-FILE.
       01  QRN-REC                  PIC  X(1312).
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-SEQ              PIC  9(012).
           05  SRT-ORDER            PIC  9(009).
           05  SRT-FILE-NAME        PIC  X(013).
           05  SRT-REC-NO           PIC  9(009).
           05  SRT-RECORD           PIC  X(1312).
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-SORT-EOF-SW           PIC  X(001)    VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-CHAIN-STATUS          PIC  X(002).
       01  WS-TRAIL-STATUS          PIC  X(002).
       01  WS-QRN-STATUS            PIC  X(002).
       01  WS-CUR-DATE              PIC  9(008).
      *----------------------------------------------------------------*
      *  The trail file being walked, and the archive month it is
      *  named for.
      *----------------------------------------------------------------*
       01  WS-TRAIL-FILE-NAME       PIC  X(013).
       01  WS-ARCH-MONTH            PIC  9(006).
       01  WS-ARCH-MONTH-R REDEFINES WS-ARCH-MONTH.
           05  WS-ARCH-YYYY         PIC  9(004).
           05  WS-ARCH-MM           PIC  9(002).
       01  WS-FILE-REC-NO           PIC  9(009)    COMP.
       01  WS-FILE-SEALED           PIC  9(009)    COMP.
       01  WS-FILE-LAST-SEQ         PIC  9(012).
      *----------------------------------------------------------------*
      *  The chain as proved so far, in sequence order.
      *----------------------------------------------------------------*
       01  WS-SEALED-SEEN-SW        PIC  X(001)    VALUE 'N'.
           88  WS-SEALED-SEEN                       VALUE 'Y'.
       01  WS-NEXT-SEQ              PIC  9(012)    VALUE 1.
       01  WS-LAST-SEQ              PIC  9(012)    VALUE ZERO.
       01  WS-PREV-CHECK            PIC  9(018)    VALUE ZERO.
       01  WS-GAP-END               PIC  9(012).
       COPY AUDREC.
       COPY AUDCLNK.
      *----------------------------------------------------------------*
      *  Outcome: a broken chain, an anchor left behind the trail,
      *  or a trail file that could not be read at all.
      *----------------------------------------------------------------*
       01  WS-BROKEN-SW             PIC  X(001)    VALUE 'N'.
           88  WS-BROKEN                            VALUE 'Y'.
       01  WS-ANCHOR-BEHIND-SW      PIC  X(001)    VALUE 'N'.
           88  WS-ANCHOR-BEHIND                     VALUE 'Y'.
       01  WS-UNREADABLE-SW         PIC  X(001)    VALUE 'N'.
           88  WS-UNREADABLE                        VALUE 'Y'.
      *----------------------------------------------------------------*
      *  Control totals.
      *----------------------------------------------------------------*
       01  WS-FILE-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-READ-COUNT            PIC  9(009)    COMP VALUE ZERO.
       01  WS-PRECHAIN-COUNT        PIC  9(009)    COMP VALUE ZERO.
       01  WS-PROVED-COUNT          PIC  9(009)    COMP VALUE ZERO.
       01  WS-FINDING-COUNT         PIC  9(009)    COMP VALUE ZERO.
       01  WS-QRN-COUNT             PIC  9(009)    COMP VALUE ZERO.
       01  WS-ORDER                 PIC  9(009)    COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *  Report line formatting.
      *----------------------------------------------------------------*
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2          PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SEQ              PIC  Z(011)9.
       01  WS-EDIT-SEQ-2            PIC  Z(011)9.
       01  WS-EDIT-REC-NO           PIC  Z(008)9.
       01  WS-FINDING-TEXT          PIC  X(030).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT     SORT-FILE ASCENDING KEY SRT-SEQ SRT-ORDER
                    INPUT  PROCEDURE 2000-COLLECT-TRAIL
                                THRU 2000-EXIT
                    OUTPUT PROCEDURE 5000-PROVE-CHAIN
                                THRU 5000-EXIT.
           PERFORM 8000-COUNT-QUARANTINE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE  THRU 9000-EXIT.
           EVALUATE TRUE
              WHEN  WS-UNREADABLE
                    MOVE 12 TO RETURN-CODE
              WHEN  WS-BROKEN
                    MOVE 8  TO RETURN-CODE
              WHEN  WS-ANCHOR-BEHIND
                    MOVE 4  TO RETURN-CODE
              WHEN  WS-QRN-COUNT > ZERO
                    MOVE 4  TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Reads the AUDCHAIN anchor -- absent means the trail has
      *  never been archived since the chain began and AUDITLOG is
      *  the whole of it -- and starts the report.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE     SPACES TO ACH-RECORD.
           OPEN     INPUT CHAIN-FILE.
           IF       WS-CHAIN-STATUS = '00'
                    READ CHAIN-FILE
                        AT END
                             MOVE SPACES TO ACH-RECORD
                    END-READ
                    CLOSE CHAIN-FILE
           END-IF.
           IF       ACH-LAST-SEQ NOT NUMERIC
                    OR ACH-LAST-CHECK NOT NUMERIC
                    MOVE ZERO TO ACH-LAST-SEQ ACH-LAST-CHECK
           END-IF.
           IF       ACH-FIRST-ARCH NOT NUMERIC
                    OR ACH-LAST-ARCH NOT NUMERIC
                    MOVE ZERO TO ACH-FIRST-ARCH ACH-LAST-ARCH
           END-IF.
           OPEN     OUTPUT RPT-FILE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'AUDIT TRAIL CHAIN VERIFICATION REPORT   RUN '
                                                DELIMITED BY SIZE
                    WS-CUR-DATE                 DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     ACH-LAST-SEQ TO WS-EDIT-SEQ.
           MOVE     SPACES TO RPT-LINE.
           STRING   'AUDCHAIN ANCHOR: ARCHIVES '  DELIMITED BY SIZE
                    ACH-FIRST-ARCH                DELIMITED BY SIZE
                    ' TO '                        DELIMITED BY SIZE
                    ACH-LAST-ARCH                 DELIMITED BY SIZE
                    ', LAST SEQUENCE '            DELIMITED BY SIZE
                    WS-EDIT-SEQ                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'TRAIL FILE         RECORDS      SEALED'
                                                DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-COLLECT-TRAIL THRU 2000-EXIT
      *  SORT input procedure: the anchor's archive months oldest
      *  first, then AUDITLOG. Every sealed record is released for
      *  the proof in sequence order.
      *----------------------------------------------------------------*
       2000-COLLECT-TRAIL.
           IF       ACH-FIRST-ARCH > ZERO
                    MOVE ACH-FIRST-ARCH TO WS-ARCH-MONTH
                    PERFORM 2100-COLLECT-ARCH-MONTH THRU 2100-EXIT
                             UNTIL WS-ARCH-MONTH > ACH-LAST-ARCH
           END-IF.
           MOVE     'AUDITLOG' TO WS-TRAIL-FILE-NAME.
           PERFORM  2200-COLLECT-FILE THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-COLLECT-ARCH-MONTH.
           MOVE     SPACES TO WS-TRAIL-FILE-NAME.
           STRING   'AUDARCH'      DELIMITED BY SIZE
                    WS-ARCH-MONTH  DELIMITED BY SIZE
                    INTO WS-TRAIL-FILE-NAME.
           PERFORM  2200-COLLECT-FILE THRU 2200-EXIT.
           IF       WS-ARCH-MM = 12
                    ADD  1 TO WS-ARCH-YYYY
                    MOVE 1 TO WS-ARCH-MM
           ELSE
                    ADD  1 TO WS-ARCH-MM
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-COLLECT-FILE THRU 2200-EXIT
      *  One trail file. A month with no archive file had nothing
      *  archived to it, which the sequence proof will bear out or
      *  not; any other open failure means part of the trail cannot
      *  be proved at all.
      *----------------------------------------------------------------*
       2200-COLLECT-FILE.
           MOVE     ZERO TO WS-FILE-REC-NO WS-FILE-SEALED
                            WS-FILE-LAST-SEQ.
           OPEN     INPUT TRAIL-FILE.
           IF       WS-TRAIL-STATUS = '35'
                    MOVE SPACES TO RPT-LINE
                    STRING WS-TRAIL-FILE-NAME   DELIMITED BY SIZE
                           '      NOT PRESENT'  DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    GO TO 2200-EXIT
           END-IF.
           IF       WS-TRAIL-STATUS NOT = '00'
                    MOVE SPACES TO RPT-LINE
                    STRING WS-TRAIL-FILE-NAME   DELIMITED BY SIZE
                           '      ** CANNOT BE READ, STATUS '
                                                DELIMITED BY SIZE
                           WS-TRAIL-STATUS      DELIMITED BY SIZE
                           ' **'                DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    SET  WS-UNREADABLE TO TRUE
                    GO TO 2200-EXIT
           END-IF.
           ADD      1 TO WS-FILE-COUNT.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  2300-COLLECT-ONE-REC THRU 2300-EXIT
                    UNTIL WS-EOF.
           CLOSE    TRAIL-FILE.
           MOVE     WS-FILE-REC-NO TO WS-EDIT-COUNT.
           MOVE     WS-FILE-SEALED TO WS-EDIT-COUNT-2.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-TRAIL-FILE-NAME  DELIMITED BY SIZE
                    '  '                DELIMITED BY SIZE
                    WS-EDIT-COUNT       DELIMITED BY SIZE
                    ' '                 DELIMITED BY SIZE
                    WS-EDIT-COUNT-2     DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2300-COLLECT-ONE-REC THRU 2300-EXIT
      *  An unsealed record is only acceptable ahead of the chain;
      *  one found after a sealed record was put there since. Within
      *  a file the sealed records must rise in sequence, because
      *  AUDTWRT only ever appends and AUDTARCH moves them in order.
      *----------------------------------------------------------------*
       2300-COLLECT-ONE-REC.
           READ     TRAIL-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 2300-EXIT
           END-READ.
           ADD      1 TO WS-FILE-REC-NO WS-READ-COUNT.
           IF       TF-CHAIN-SEQ NOT NUMERIC
                    OR TF-CHAIN-CHECK NOT NUMERIC
                    IF   WS-SEALED-SEEN
                         MOVE 'UNSEALED RECORD IN CHAIN' TO
                                                  WS-FINDING-TEXT
                         MOVE WS-TRAIL-FILE-NAME TO SRT-FILE-NAME
                         MOVE WS-FILE-REC-NO     TO SRT-REC-NO
                         PERFORM 6000-RECORD-FINDING THRU 6000-EXIT
                    ELSE
                         ADD  1 TO WS-PRECHAIN-COUNT
                    END-IF
                    GO TO 2300-EXIT
           END-IF.
           SET      WS-SEALED-SEEN TO TRUE.
           ADD      1 TO WS-FILE-SEALED.
           IF       TF-CHAIN-SEQ <= WS-FILE-LAST-SEQ
                    MOVE 'OUT OF SEQUENCE IN FILE' TO WS-FINDING-TEXT
                    MOVE TF-CHAIN-SEQ       TO WS-EDIT-SEQ
                    MOVE WS-TRAIL-FILE-NAME TO SRT-FILE-NAME
                    MOVE WS-FILE-REC-NO     TO SRT-REC-NO
                    PERFORM 6100-RECORD-SEQ-FINDING THRU 6100-EXIT
           END-IF.
           MOVE     TF-CHAIN-SEQ TO WS-FILE-LAST-SEQ.
           ADD      1 TO WS-ORDER.
           MOVE     TF-CHAIN-SEQ       TO SRT-SEQ.
           MOVE     WS-ORDER           TO SRT-ORDER.
           MOVE     WS-TRAIL-FILE-NAME TO SRT-FILE-NAME.
           MOVE     WS-FILE-REC-NO     TO SRT-REC-NO.
           MOVE     TRAIL-FILE-REC     TO SRT-RECORD.
           RELEASE  SORT-REC.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5000-PROVE-CHAIN THRU 5000-EXIT
      *  SORT output procedure: takes the sealed records in sequence
      *  order and proves each against the one before it, then the
      *  end of the chain against the anchor.
      *----------------------------------------------------------------*
       5000-PROVE-CHAIN.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           STRING   'CHAIN FINDINGS'             DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           PERFORM  5100-PROVE-ONE-REC THRU 5100-EXIT
                    UNTIL WS-SORT-EOF.
           IF       ACH-LAST-SEQ > WS-LAST-SEQ
      *           The anchor was moved past records that are no
      *           longer anywhere in the trail: its end was cut off.
                    MOVE 'MISSING FROM END OF TRAIL' TO WS-FINDING-TEXT
                    COMPUTE WS-GAP-END = WS-LAST-SEQ + 1
                    MOVE WS-GAP-END   TO WS-EDIT-SEQ
                    MOVE ACH-LAST-SEQ TO WS-EDIT-SEQ-2
                    PERFORM 6200-RECORD-GAP-FINDING THRU 6200-EXIT
           END-IF.
           IF       ACH-LAST-SEQ < WS-LAST-SEQ
                    SET  WS-ANCHOR-BEHIND TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  5100-PROVE-ONE-REC THRU 5100-EXIT
      *  A sequence number already proved is a repeat (a record
      *  copied in, or archived twice). One beyond the next expected
      *  is a gap; the chain is taken up again from the record after
      *  it so the rest can still be proved. A check value that does
      *  not follow from the predecessor's means this record, or the
      *  one before it, was changed after it was sealed.
      *----------------------------------------------------------------*
       5100-PROVE-ONE-REC.
           RETURN   SORT-FILE
               AT END
                    SET  WS-SORT-EOF TO TRUE
                    GO TO 5100-EXIT
           END-RETURN.
           MOVE     SRT-RECORD TO AUD-RECORD.
           IF       SRT-SEQ < WS-NEXT-SEQ
                    MOVE 'REPEATED SEQUENCE'   TO WS-FINDING-TEXT
                    MOVE SRT-SEQ               TO WS-EDIT-SEQ
                    PERFORM 6100-RECORD-SEQ-FINDING THRU 6100-EXIT
                    GO TO 5100-EXIT
           END-IF.
           IF       SRT-SEQ > WS-NEXT-SEQ
                    MOVE 'MISSING SEQUENCES'   TO WS-FINDING-TEXT
                    COMPUTE WS-GAP-END = SRT-SEQ - 1
                    MOVE WS-NEXT-SEQ           TO WS-EDIT-SEQ
                    MOVE WS-GAP-END            TO WS-EDIT-SEQ-2
                    PERFORM 6200-RECORD-GAP-FINDING THRU 6200-EXIT
           ELSE
                    MOVE WS-PREV-CHECK TO CK-PREV-CHECK
                    CALL 'AUDTCHK' USING AUD-RECORD CK-AREA
                    IF   CK-CHECK = AUD-CHAIN-CHECK
                         ADD  1 TO WS-PROVED-COUNT
                    ELSE
                         MOVE 'ALTERED (OR PREDECESSOR)' TO
                                                  WS-FINDING-TEXT
                         MOVE SRT-SEQ          TO WS-EDIT-SEQ
                         PERFORM 6100-RECORD-SEQ-FINDING
                                    THRU 6100-EXIT
                    END-IF
           END-IF.
           IF       SRT-SEQ = ACH-LAST-SEQ
                    AND AUD-CHAIN-CHECK NOT = ACH-LAST-CHECK
                    MOVE 'CHECK DIFFERS FROM AUDCHAIN' TO
                                                  WS-FINDING-TEXT
                    MOVE SRT-SEQ               TO WS-EDIT-SEQ
                    PERFORM 6100-RECORD-SEQ-FINDING THRU 6100-EXIT
           END-IF.
           MOVE     AUD-CHAIN-CHECK TO WS-PREV-CHECK.
           MOVE     SRT-SEQ         TO WS-LAST-SEQ.
           COMPUTE  WS-NEXT-SEQ = SRT-SEQ + 1.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6000-RECORD-FINDING THRU 6000-EXIT
      *  One break in the chain, for a record with no sequence
      *  number, located by trail file and record number.
      *----------------------------------------------------------------*
       6000-RECORD-FINDING.
           ADD      1 TO WS-FINDING-COUNT.
           SET      WS-BROKEN TO TRUE.
           MOVE     SRT-REC-NO TO WS-EDIT-REC-NO.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-FINDING-TEXT     DELIMITED BY SIZE
                    '              '    DELIMITED BY SIZE
                    SRT-FILE-NAME       DELIMITED BY SIZE
                    ' REC '             DELIMITED BY SIZE
                    WS-EDIT-REC-NO      DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6100-RECORD-SEQ-FINDING THRU 6100-EXIT
      *  One break at a sealed record: its sequence number, trail
      *  file and record number.
      *----------------------------------------------------------------*
       6100-RECORD-SEQ-FINDING.
           ADD      1 TO WS-FINDING-COUNT.
           SET      WS-BROKEN TO TRUE.
           MOVE     SRT-REC-NO TO WS-EDIT-REC-NO.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-FINDING-TEXT     DELIMITED BY SIZE
                    WS-EDIT-SEQ         DELIMITED BY SIZE
                    '  '                DELIMITED BY SIZE
                    SRT-FILE-NAME       DELIMITED BY SIZE
                    ' REC '             DELIMITED BY SIZE
                    WS-EDIT-REC-NO      DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6200-RECORD-GAP-FINDING THRU 6200-EXIT
      *  A run of sequence numbers found nowhere in the trail.
      *----------------------------------------------------------------*
       6200-RECORD-GAP-FINDING.
           ADD      1 TO WS-FINDING-COUNT.
           SET      WS-BROKEN TO TRUE.
           MOVE     SPACES TO RPT-LINE.
           STRING   WS-FINDING-TEXT     DELIMITED BY SIZE
                    WS-EDIT-SEQ         DELIMITED BY SIZE
                    ' TO '              DELIMITED BY SIZE
                    WS-EDIT-SEQ-2       DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
       6200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-COUNT-QUARANTINE THRU 8000-EXIT
      *  Counts the records on AUDITBAD. They are not proved: they
      *  are there because their own run's trail did not prove, and
      *  they were never sealed into this chain.
      *----------------------------------------------------------------*
       8000-COUNT-QUARANTINE.
           OPEN     INPUT QRN-FILE.
           IF       WS-QRN-STATUS = '35'
                    GO TO 8000-EXIT
           END-IF.
           IF       WS-QRN-STATUS NOT = '00'
                    MOVE SPACES TO RPT-LINE
                    WRITE RPT-LINE
                    MOVE SPACES TO RPT-LINE
                    STRING 'AUDITBAD           ** CANNOT BE READ, '
                           'STATUS '            DELIMITED BY SIZE
                           WS-QRN-STATUS        DELIMITED BY SIZE
                           ' **'                DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    SET  WS-UNREADABLE TO TRUE
                    GO TO 8000-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  8100-COUNT-ONE-QRN THRU 8100-EXIT
                    UNTIL WS-EOF.
           CLOSE    QRN-FILE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-COUNT-ONE-QRN.
           READ     QRN-FILE
               AT END
                    SET  WS-EOF TO TRUE
                    GO TO 8100-EXIT
           END-READ.
           ADD      1 TO WS-QRN-COUNT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  9000-TERMINATE THRU 9000-EXIT
      *  Control totals and the verdict.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF       WS-FINDING-COUNT = ZERO
                    MOVE SPACES TO RPT-LINE
                    STRING 'NONE'               DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-FILE-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'TRAIL FILES READ........... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'RECORDS READ............... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-PRECHAIN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'WRITTEN BEFORE THE CHAIN... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-PROVED-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'SEALED RECORDS PROVED...... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-LAST-SEQ TO WS-EDIT-SEQ.
           MOVE     SPACES TO RPT-LINE.
           STRING   'LAST SEQUENCE ON TRAIL..... '  DELIMITED BY SIZE
                    WS-EDIT-SEQ                     DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-FINDING-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'FINDINGS................... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-QRN-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'QUARANTINED ON AUDITBAD.... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     SPACES TO RPT-LINE.
           EVALUATE TRUE
              WHEN  WS-UNREADABLE
                    STRING '** TRAIL NOT VERIFIED - A TRAIL FILE '
                           'CANNOT BE READ **'  DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  WS-BROKEN
                    STRING '** CHAIN BROKEN **' DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  WS-ANCHOR-BEHIND
                    STRING 'CHAIN INTACT - AUDCHAIN ANCHOR IS BEHIND '
                           'THE TRAIL'          DELIMITED BY SIZE
                           INTO RPT-LINE
              WHEN  OTHER
                    STRING 'CHAIN INTACT'       DELIMITED BY SIZE
                           INTO RPT-LINE
           END-EVALUATE.
           WRITE    RPT-LINE.
           IF       WS-QRN-COUNT > ZERO
                    MOVE SPACES TO RPT-LINE
                    STRING '** AUDITBAD HOLDS RUN TRAILS THAT DID NOT '
                           'PROVE - INVESTIGATE **'
                                                DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           CLOSE    RPT-FILE.
           MOVE     WS-PROVED-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'AUDTVRFY -- sealed records proved ' WS-EDIT-COUNT.
           MOVE     WS-FINDING-COUNT TO WS-EDIT-COUNT.
           DISPLAY  'AUDTVRFY -- findings............. ' WS-EDIT-COUNT.
           IF       WS-QRN-COUNT > ZERO
                    MOVE WS-QRN-COUNT TO WS-EDIT-COUNT
                    DISPLAY 'AUDTVRFY -- quarantined on AUDITBAD '
                            WS-EDIT-COUNT
           END-IF.
           DISPLAY  'AUDTVRFY -- report written to VRFYRPT'.
       9000-EXIT.
           EXIT.
