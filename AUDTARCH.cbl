      *              online comes from the one-record ARCHPARM file;
      *              when the file is absent the job keeps only the
      *              current month, which is the agreed standard.
      *              Records move with the chain seal AUDTWRT gave
      *              them, untouched, and the AUDCHAIN anchor records
      *              the archive months that now hold sealed records
      *              and the end of the chain, so AUDTVRFY can walk
      *              the archives and AUDITLOG as one trail and
      *              AUDTWRT can carry on from an emptied AUDITLOG.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      *              hard-stops because it cannot restore now
      *              writes a failure line to ARCHRPT instead of a
      *              normal-looking report of zero records.
      *  2026-10-15  Carries the tamper-evidence chain across the
      *              split: the AUDCHAIN anchor is updated with the
      *              first and last archive months holding sealed
      *              records and the chain's last sequence number
      *              before the marker stretch, and the control
      *              report shows the chain carried.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT  FLAG-FILE        ASSIGN TO "ARCHFLAG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-FLAG-STATUS.
           SELECT  CHAIN-FILE       ASSIGN TO "AUDCHAIN"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CHAIN-STATUS.
           SELECT  RPT-FILE         ASSIGN TO "ARCHRPT"
                                     ORGANIZATION LINE SEQUENTIAL.
      ******************************************************************
                ==AUD-STATUS-CODE== BY ==AF-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AF-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AF-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AF-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AF-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AF-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AF-CHAIN-CHECK==.
       FD  RETAIN-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==RETAIN-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==RT-TIMESTAMP==,
                ==AUD-STATUS-CODE== BY ==RT-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==RT-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==RT-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==RT-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==RT-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==RT-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==RT-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==RT-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==RT-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==RT-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==RT-CHAIN-CHECK==.
       FD  ARCH-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==ARCH-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==AR-TIMESTAMP==,
                ==AUD-STATUS-CODE== BY ==AR-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AR-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AR-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AR-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AR-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AR-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AR-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AR-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AR-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AR-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AR-CHAIN-CHECK==.
       FD  PARM-FILE.
       01  PARM-FILE-REC            PIC  X(003).
       FD  FLAG-FILE.
       01  FLAG-FILE-REC            PIC  X(008).
       FD  CHAIN-FILE.
           COPY AUDCHAIN.
       FD  RPT-FILE.
       01  RPT-LINE                 PIC  X(080).
      ******************************************************************
       01  WS-ARCH-STATUS           PIC  X(002).
       01  WS-PARM-STATUS           PIC  X(002).
       01  WS-FLAG-STATUS           PIC  X(002).
       01  WS-CHAIN-STATUS          PIC  X(002).
       01  WS-RESTORE-FAIL-SW       PIC  X(001)    VALUE 'N'.
           88  WS-RESTORE-FAIL                     VALUE 'Y'.
      *----------------------------------------------------------------*
           05  WS-CUR-YYYY          PIC  9(004).
           05  WS-CUR-MM            PIC  9(002).
           05  WS-CUR-DD            PIC  9(002).
       01  WS-CUR-TIME              PIC  9(008).
       01  WS-CUTOFF-YYYYMM         PIC  9(006).
       01  WS-WORK-YYYY             PIC S9(004)    COMP.
       01  WS-WORK-MM               PIC S9(004)    COMP.
       01  WS-BYTES-RECLAIMED       PIC  9(012)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-BYTES            PIC  ZZZ,ZZZ,ZZZ,ZZ9.
      *----------------------------------------------------------------*
      *  The chain carried across the split: the last sealed record
      *  seen on AUDITLOG, the span of archive months sealed records
      *  went to, and the anchor as it stood before this run.
      *----------------------------------------------------------------*
       01  WS-TRAIL-LAST-SEQ        PIC  9(012)    VALUE ZERO.
       01  WS-TRAIL-LAST-CHECK      PIC  9(018)    VALUE ZERO.
       01  WS-SEAL-ARCH-COUNT       PIC  9(009)    COMP VALUE ZERO.
       01  WS-SEAL-FIRST-ARCH       PIC  9(006)    VALUE ZERO.
       01  WS-SEAL-LAST-ARCH        PIC  9(006)    VALUE ZERO.
       01  WS-REC-MONTH             PIC  9(006).
       01  WS-EDIT-SEQ              PIC  Z(011)9.
       01  WS-ANCHOR-DONE-SW        PIC  X(001)    VALUE 'N'.
           88  WS-ANCHOR-DONE                      VALUE 'Y'.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       2000-SPLIT-ONE-REC.
           ADD      1 TO WS-EXAM-COUNT.
           MOVE     AF-TIMESTAMP(1:6) TO WS-REC-YYYYMM.
           IF       AF-CHAIN-SEQ NUMERIC
                    AND AF-CHAIN-CHECK NUMERIC
                    AND AF-CHAIN-SEQ > WS-TRAIL-LAST-SEQ
                    MOVE AF-CHAIN-SEQ   TO WS-TRAIL-LAST-SEQ
                    MOVE AF-CHAIN-CHECK TO WS-TRAIL-LAST-CHECK
           END-IF.
           IF       WS-REC-YYYYMM NUMERIC
                    AND FUNCTION NUMVAL(WS-REC-YYYYMM) <
                        WS-CUTOFF-YYYYMM
           ADD      1 TO WS-ARCH-COUNT.
           ADD      LENGTH OF AUDIT-FILE-REC TO WS-BYTES-RECLAIMED.
           WRITE    ARCH-FILE-REC FROM AUDIT-FILE-REC.
           IF       AF-CHAIN-SEQ NUMERIC
                    ADD  1 TO WS-SEAL-ARCH-COUNT
                    MOVE WS-REC-YYYYMM TO WS-REC-MONTH
                    IF   WS-SEAL-FIRST-ARCH = ZERO
                         OR WS-REC-MONTH < WS-SEAL-FIRST-ARCH
                         MOVE WS-REC-MONTH TO WS-SEAL-FIRST-ARCH
                    END-IF
                    IF   WS-REC-MONTH > WS-SEAL-LAST-ARCH
                         MOVE WS-REC-MONTH TO WS-SEAL-LAST-ARCH
                    END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  read under the marker, and the next run truncates it --
      *  because emptying it here, ahead of clearing the marker,
      *  would open a window where the marker points at an empty
      *  survivor. The archives are closed and the AUDCHAIN anchor
      *  brought up to date first, so a crash in the stretch leaves
      *  the anchor already naming every archive month the chain
      *  runs through.
      *----------------------------------------------------------------*
       7000-REWRITE-AUDITLOG.
           IF       WS-AUDIT-STATUS NOT = '10'
           END-IF.
           CLOSE    AUDIT-FILE.
           CLOSE    RETAIN-FILE.
           IF       WS-ARCH-OPEN
                    CLOSE ARCH-FILE
                    MOVE  'N' TO WS-ARCH-OPEN-SW
           END-IF.
           PERFORM  7500-UPDATE-ANCHOR THRU 7500-EXIT.
           OPEN     OUTPUT FLAG-FILE.
           MOVE     'COMPLETE' TO FLAG-FILE-REC.
           WRITE    FLAG-FILE-REC.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  7500-UPDATE-ANCHOR THRU 7500-EXIT
      *  Widens the anchor's archive month span to take in the
      *  months sealed records went to in this run, and moves its
      *  end of chain on if AUDITLOG had sealed records beyond it.
      *----------------------------------------------------------------*
       7500-UPDATE-ANCHOR.
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
           IF       WS-TRAIL-LAST-SEQ > ACH-LAST-SEQ
                    MOVE WS-TRAIL-LAST-SEQ   TO ACH-LAST-SEQ
                    MOVE WS-TRAIL-LAST-CHECK TO ACH-LAST-CHECK
           END-IF.
           IF       WS-SEAL-FIRST-ARCH > ZERO
                    IF   ACH-FIRST-ARCH = ZERO
                         OR WS-SEAL-FIRST-ARCH < ACH-FIRST-ARCH
                         MOVE WS-SEAL-FIRST-ARCH TO ACH-FIRST-ARCH
                    END-IF
                    IF   WS-SEAL-LAST-ARCH > ACH-LAST-ARCH
                         MOVE WS-SEAL-LAST-ARCH TO ACH-LAST-ARCH
                    END-IF
           END-IF.
           ACCEPT   WS-CUR-TIME FROM TIME.
           STRING   WS-CUR-DATE    DELIMITED BY SIZE
                    WS-CUR-TIME    DELIMITED BY SIZE
                    INTO ACH-UPDATED.
           OPEN     OUTPUT CHAIN-FILE.
           WRITE    ACH-RECORD.
           CLOSE    CHAIN-FILE.
           SET      WS-ANCHOR-DONE TO TRUE.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  8000-CONTROL-REPORT THRU 8000-EXIT
      *----------------------------------------------------------------*
       8000-CONTROL-REPORT.
                    WS-EDIT-BYTES                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           MOVE     WS-SEAL-ARCH-COUNT TO WS-EDIT-COUNT.
           MOVE     SPACES TO RPT-LINE.
           STRING   'SEALED RECORDS ARCHIVED.... '  DELIMITED BY SIZE
                    WS-EDIT-COUNT                   DELIMITED BY SIZE
                    INTO RPT-LINE.
           WRITE    RPT-LINE.
           IF       WS-ANCHOR-DONE
                    MOVE SPACES TO RPT-LINE
                    STRING 'CHAIN ARCHIVE MONTHS....... '
                                                DELIMITED BY SIZE
                           ACH-FIRST-ARCH       DELIMITED BY SIZE
                           ' TO '               DELIMITED BY SIZE
                           ACH-LAST-ARCH        DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
                    MOVE ACH-LAST-SEQ TO WS-EDIT-SEQ
                    MOVE SPACES TO RPT-LINE
                    STRING 'CHAIN CARRIED TO SEQUENCE.. '
                                                DELIMITED BY SIZE
                           WS-EDIT-SEQ          DELIMITED BY SIZE
                           INTO RPT-LINE
                    WRITE RPT-LINE
           END-IF.
           CLOSE    RPT-FILE.
           DISPLAY  'AUDTARCH -- control report written to ARCHRPT'.
       8000-EXIT.
