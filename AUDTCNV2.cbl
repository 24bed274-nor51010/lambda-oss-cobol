      ******************************************************************
      *  opensource COBOL and AWS Lambda sample program
      *  AUDTCNV2 -- one-time layout conversion for the audit trail
      *              files, the second of its kind after AUDTCONV.
      *              The audit record grew from 1203 to 1312 bytes
      *              when the lineage fields (source system, feed
      *              date, run ID, TRANSFILE record number) and a
      *              reserve area were added, and these are
      *              fixed-length record-sequential files: a
      *              1312-byte read of an old file misaligns from
      *              the first record. This job rewrites AUDITLOG
      *              and every AUDARCH<yyyymm> monthly archive (up
      *              to ten years back) from the old layout to the
      *              new one, carrying every existing field over in
      *              place and space-filling the lineage and the
      *              reserve, so CHGBACK can tell a converted record
      *              (no known sender) from an attributed one. Run
      *              it once, after the new programs are installed
      *              and before any of them touch the trail; run
      *              AUDTLOAD afterwards so AUDITIDX is rebuilt on
      *              the new layout. A trail still on the 684-byte
      *              layout must go through AUDTCONV first.
      *
      *              The job is safe to rerun, exactly as AUDTCONV
      *              is. Each file's converted copy is completed on
      *              the AUDCNV2W work file and the CNV2FLAG marker
      *              is written before the file itself is reloaded,
      *              so a crash mid-reload is restored from the
      *              work file. Every file that finishes is recorded
      *              on the AUDCNV2C control file and skipped by any
      *              rerun, and a completed conversion writes an
      *              ALLDONE record there that stops the whole job
      *              from ever converting twice. Do not run other
      *              audit jobs between a crashed conversion and its
      *              rerun.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDTCNV2.
       AUTHOR.                     nor51010.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  Original 1203-to-1312-byte audit conversion.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  OLD-FILE         ASSIGN TO DYNAMIC
                                               WS-TARGET-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-OLD-STATUS.
           SELECT  TARGET-OUT       ASSIGN TO DYNAMIC
                                               WS-TARGET-NAME
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-TARGET-STATUS.
           SELECT  WORK-FILE        ASSIGN TO "AUDCNV2W"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-WORK-STATUS.
           SELECT  CTL-FILE         ASSIGN TO "AUDCNV2C"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-CTL-STATUS.
           SELECT  FLAG-FILE        ASSIGN TO "CNV2FLAG"
                                     ORGANIZATION SEQUENTIAL
                                     FILE STATUS IS WS-FLAG-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  OLD-FILE.
       01  OLD-REC                  PIC  X(1203).
       FD  TARGET-OUT.
       01  TARGET-OUT-REC           PIC  X(1312).
       FD  WORK-FILE.
       01  WORK-REC                 PIC  X(1312).
       FD  CTL-FILE.
       01  CTL-REC                  PIC  X(013).
       FD  FLAG-FILE.
       01  FLAG-REC.
           05  FLAG-STATE           PIC  X(008).
           05  FLAG-FILE-NAME       PIC  X(013).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-OLD-STATUS            PIC  X(002).
       01  WS-TARGET-STATUS         PIC  X(002).
       01  WS-WORK-STATUS           PIC  X(002).
       01  WS-CTL-STATUS            PIC  X(002).
       01  WS-FLAG-STATUS           PIC  X(002).
       01  WS-ALL-DONE-SW           PIC  X(001)    VALUE 'N'.
           88  WS-ALL-DONE                          VALUE 'Y'.
      *----------------------------------------------------------------*
      *  The file being converted and the new-layout record being
      *  built: the whole 1203-byte old record carried over in
      *  place, then spaces in the lineage and the reserve so a
      *  converted record reads as unattributed.
      *----------------------------------------------------------------*
       01  WS-TARGET-NAME           PIC  X(013).
       01  WS-NEW-REC               PIC  X(1312).
      *----------------------------------------------------------------*
      *  Files already converted, loaded from the AUDCNV2C control
      *  file so a rerun never converts a file twice.
      *----------------------------------------------------------------*
       01  WS-DONE-USED             PIC  9(003)    COMP VALUE ZERO.
       01  WS-DONE-SUB              PIC  9(003)    COMP.
       01  WS-DONE-FOUND-SW         PIC  X(001).
           88  WS-DONE-FOUND                        VALUE 'Y'.
       01  WS-DONE-TABLE.
           05  WS-DONE-NAME    OCCURS 200 TIMES
                                    PIC  X(013).
      *----------------------------------------------------------------*
      *  The months the archive walk covers, newest first.
      *----------------------------------------------------------------*
       01  WS-CUR-DATE              PIC  9(008).
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05  WS-CUR-YYYY          PIC  9(004).
           05  WS-CUR-MM            PIC  9(002).
           05  WS-CUR-DD            PIC  9(002).
       01  WS-WALK-YYYYMM           PIC  9(006).
       01  WS-WORK-YYYY             PIC S9(004)    COMP.
       01  WS-WORK-MM               PIC S9(004)    COMP.
       01  WS-MON-COUNT             PIC  9(003)    COMP.
      *----------------------------------------------------------------*
      *  Run counters for the closing summary.
      *----------------------------------------------------------------*
       01  WS-CONV-FILES            PIC  9(005)    COMP VALUE ZERO.
       01  WS-SKIP-FILES            PIC  9(005)    COMP VALUE ZERO.
       01  WS-CONV-RECS             PIC  9(009)    COMP VALUE ZERO.
       01  WS-FILE-RECS             PIC  9(009)    COMP VALUE ZERO.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
           IF      WS-ALL-DONE
                   DISPLAY 'AUDTCNV2 -- conversion already completed,'
                           ' nothing to do'
                   STOP RUN
           END-IF.
           MOVE    'AUDITLOG' TO WS-TARGET-NAME.
           PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT.
           PERFORM 1500-WALK-ARCHIVES THRU 1500-EXIT.
           PERFORM 6400-MARK-ALL-DONE THRU 6400-EXIT.
           PERFORM 9000-TERMINATE   THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      *  1000-INITIALIZE THRU 1000-EXIT
      *  Loads the list of files already converted, then settles
      *  any reload a prior run died in the middle of.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT   WS-CUR-DATE FROM DATE YYYYMMDD.
           PERFORM  1100-LOAD-CTL-FILE THRU 1100-EXIT.
           IF       NOT WS-ALL-DONE
                    PERFORM 0900-CHECK-RESTART THRU 0900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  0900-CHECK-RESTART THRU 0900-EXIT
      *  The CNV2FLAG marker means a prior run had a file's
      *  converted copy complete on AUDCNV2W and died reloading the
      *  file from it; the work file is then the only good copy, so
      *  the named file is restored before the normal pass.
      *----------------------------------------------------------------*
       0900-CHECK-RESTART.
           OPEN     INPUT FLAG-FILE.
           IF       WS-FLAG-STATUS NOT = '00'
                    GO TO 0900-EXIT
           END-IF.
           READ     FLAG-FILE
               AT END
                    CLOSE FLAG-FILE
                    GO TO 0900-EXIT
           END-READ.
           CLOSE    FLAG-FILE.
           IF       FLAG-STATE NOT = 'COMPLETE'
                    GO TO 0900-EXIT
           END-IF.
           MOVE     FLAG-FILE-NAME TO WS-TARGET-NAME.
           DISPLAY  'AUDTCNV2 -- prior run died reloading '
                    WS-TARGET-NAME ', restoring it from AUDCNV2W'.
           PERFORM  6000-RELOAD-FROM-WORK THRU 6000-EXIT.
           PERFORM  6200-RECORD-FILE-DONE THRU 6200-EXIT.
           PERFORM  6300-CLEAR-MARKER THRU 6300-EXIT.
       0900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1100-LOAD-CTL-FILE THRU 1100-EXIT
      *  One converted file name per record; an ALLDONE record
      *  means a prior run finished the whole conversion and this
      *  run must not touch anything.
      *----------------------------------------------------------------*
       1100-LOAD-CTL-FILE.
           OPEN     INPUT CTL-FILE.
           IF       WS-CTL-STATUS NOT = '00'
                    GO TO 1100-EXIT
           END-IF.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  1150-LOAD-ONE-CTL THRU 1150-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    CTL-FILE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LOAD-ONE-CTL.
           READ     CTL-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    IF   CTL-REC = 'ALLDONE'
                         SET  WS-ALL-DONE TO TRUE
                    ELSE
                    IF   WS-DONE-USED < 200
                         ADD  1 TO WS-DONE-USED
                         MOVE CTL-REC TO WS-DONE-NAME(WS-DONE-USED)
                    END-IF
                    END-IF
           END-READ.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  1500-WALK-ARCHIVES THRU 1500-EXIT
      *  Every AUDARCH monthly file for the last ten years, newest
      *  first; a month with no file simply has nothing to
      *  convert.
      *----------------------------------------------------------------*
       1500-WALK-ARCHIVES.
           COMPUTE  WS-WALK-YYYYMM =
                    WS-CUR-YYYY * 100 + WS-CUR-MM.
           PERFORM  1600-CONVERT-ONE-MONTH THRU 1600-EXIT
                    VARYING WS-MON-COUNT FROM 1 BY 1
                    UNTIL   WS-MON-COUNT > 120.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-CONVERT-ONE-MONTH.
           MOVE     SPACES TO WS-TARGET-NAME.
           STRING   'AUDARCH'      DELIMITED BY SIZE
                    WS-WALK-YYYYMM DELIMITED BY SIZE
                    INTO WS-TARGET-NAME.
           PERFORM  2000-CONVERT-ONE-FILE THRU 2000-EXIT.
           DIVIDE   WS-WALK-YYYYMM BY 100 GIVING WS-WORK-YYYY
                    REMAINDER WS-WORK-MM.
           IF       WS-WORK-MM = 1
                    SUBTRACT 1  FROM WS-WORK-YYYY
                    MOVE     12 TO   WS-WORK-MM
           ELSE
                    SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
           COMPUTE  WS-WALK-YYYYMM =
                    WS-WORK-YYYY * 100 + WS-WORK-MM.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2000-CONVERT-ONE-FILE THRU 2000-EXIT
      *  One file, WS-TARGET-NAME: skipped when a prior run already
      *  converted it or when it does not exist; otherwise its
      *  converted copy is completed on AUDCNV2W, the marker is
      *  set, the file is reloaded, the control file gets its name
      *  and the marker is cleared -- in that order, so no crash
      *  window can either lose the file or convert it twice.
      *----------------------------------------------------------------*
       2000-CONVERT-ONE-FILE.
           PERFORM  2100-CHECK-ALREADY-DONE THRU 2100-EXIT.
           IF       WS-DONE-FOUND
                    ADD  1 TO WS-SKIP-FILES
                    GO TO 2000-EXIT
           END-IF.
           OPEN     INPUT OLD-FILE.
           IF       WS-OLD-STATUS NOT = '00'
                    GO TO 2000-EXIT
           END-IF.
           OPEN     OUTPUT WORK-FILE.
           MOVE     'N'  TO WS-EOF-SW.
           MOVE     ZERO TO WS-FILE-RECS.
           PERFORM  3000-CONVERT-ONE-REC THRU 3000-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    OLD-FILE.
           CLOSE    WORK-FILE.
           PERFORM  5000-SET-MARKER THRU 5000-EXIT.
           PERFORM  6000-RELOAD-FROM-WORK THRU 6000-EXIT.
           PERFORM  6200-RECORD-FILE-DONE THRU 6200-EXIT.
           PERFORM  6300-CLEAR-MARKER THRU 6300-EXIT.
           ADD      1            TO WS-CONV-FILES.
           ADD      WS-FILE-RECS TO WS-CONV-RECS.
           MOVE     WS-FILE-RECS TO WS-EDIT-COUNT.
           DISPLAY  'AUDTCNV2 -- converted ' WS-TARGET-NAME
                    ' records ' WS-EDIT-COUNT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CHECK-ALREADY-DONE.
           MOVE     'N' TO WS-DONE-FOUND-SW.
           PERFORM  VARYING WS-DONE-SUB FROM 1 BY 1
                     UNTIL  WS-DONE-SUB > WS-DONE-USED
              IF    WS-DONE-NAME(WS-DONE-SUB) = WS-TARGET-NAME
                    SET  WS-DONE-FOUND TO TRUE
                    EXIT PERFORM
              END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  3000-CONVERT-ONE-REC THRU 3000-EXIT
      *  Every old field carried over in place; the lineage and the
      *  reserve stay spaces so the record reads as unattributed
      *  rather than as a garbage source system.
      *----------------------------------------------------------------*
       3000-CONVERT-ONE-REC.
           READ     OLD-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    MOVE SPACES  TO WS-NEW-REC
                    MOVE OLD-REC TO WS-NEW-REC(1:1203)
                    WRITE WORK-REC FROM WS-NEW-REC
                    ADD  1 TO WS-FILE-RECS
           END-READ.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-SET-MARKER.
           OPEN     OUTPUT FLAG-FILE.
           MOVE     'COMPLETE'      TO FLAG-STATE.
           MOVE     WS-TARGET-NAME TO FLAG-FILE-NAME.
           WRITE    FLAG-REC.
           CLOSE    FLAG-FILE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6000-RELOAD-FROM-WORK THRU 6000-EXIT
      *  Truncates the target and reloads it from the converted
      *  copy on AUDCNV2W.
      *----------------------------------------------------------------*
       6000-RELOAD-FROM-WORK.
           OPEN     OUTPUT TARGET-OUT.
           OPEN     INPUT  WORK-FILE.
           MOVE     'N' TO WS-EOF-SW.
           PERFORM  6100-COPY-ONE-BACK THRU 6100-EXIT
                    UNTIL WS-EOF.
           MOVE     'N' TO WS-EOF-SW.
           CLOSE    TARGET-OUT.
           CLOSE    WORK-FILE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-COPY-ONE-BACK.
           READ     WORK-FILE
               AT END
                    SET  WS-EOF TO TRUE
               NOT AT END
                    WRITE TARGET-OUT-REC FROM WORK-REC
           END-READ.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6200-RECORD-FILE-DONE THRU 6200-EXIT
      *  The control file gets the name before the marker is
      *  cleared, so no crash window leaves a converted file
      *  unrecorded.
      *----------------------------------------------------------------*
       6200-RECORD-FILE-DONE.
           OPEN     EXTEND CTL-FILE.
           IF       WS-CTL-STATUS = '35'
                    OPEN OUTPUT CTL-FILE
           END-IF.
           MOVE     WS-TARGET-NAME TO CTL-REC.
           WRITE    CTL-REC.
           CLOSE    CTL-FILE.
           IF       WS-DONE-USED < 200
                    ADD  1 TO WS-DONE-USED
                    MOVE WS-TARGET-NAME TO WS-DONE-NAME(WS-DONE-USED)
           END-IF.
       6200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6300-CLEAR-MARKER.
           OPEN     OUTPUT FLAG-FILE.
           CLOSE    FLAG-FILE.
       6300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  6400-MARK-ALL-DONE THRU 6400-EXIT
      *  The whole conversion finished; the ALLDONE record stops
      *  any future run from converting new-layout files that were
      *  never on the control file.
      *----------------------------------------------------------------*
       6400-MARK-ALL-DONE.
           OPEN     EXTEND CTL-FILE.
           IF       WS-CTL-STATUS = '35'
                    OPEN OUTPUT CTL-FILE
           END-IF.
           MOVE     'ALLDONE' TO CTL-REC.
           WRITE    CTL-REC.
           CLOSE    CTL-FILE.
       6400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE     WS-CONV-FILES TO WS-EDIT-COUNT.
           DISPLAY  'AUDTCNV2 -- files converted..... ' WS-EDIT-COUNT.
           MOVE     WS-SKIP-FILES TO WS-EDIT-COUNT.
           DISPLAY  'AUDTCNV2 -- files skipped....... ' WS-EDIT-COUNT.
           MOVE     WS-CONV-RECS TO WS-EDIT-COUNT.
           DISPLAY  'AUDTCNV2 -- records converted... ' WS-EDIT-COUNT.
           DISPLAY  'AUDTCNV2 -- run AUDTLOAD to rebuild AUDITIDX'.
       9000-EXIT.
           EXIT.
