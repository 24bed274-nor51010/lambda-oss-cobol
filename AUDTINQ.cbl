      *             into AUD-TIMESTAMP; a short operand is padded on
      *             the right (low values for <from>, high for <to>)
      *             so "TIME 20260822 20260822" covers a whole day.
      *             The input text and response are shown as MASKTXT
      *             masks them.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
      *              so a wide-open or short FROM operand scans
      *              the most recent 24 archive months instead of
      *              spending its cap below month one.
      *  2026-10-15  Every record shown now carries its lineage:
      *              source system, feed date, run ID and TRANSFILE
      *              record number.
      *  2026-10-15  A resubmitted record also shows the suspense item
      *              it was repaired from.
      *  2026-10-15  Input text and response shown masked by MASKTXT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                ==AUD-STATUS-CODE== BY ==AI-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AI-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AI-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AI-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AI-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AI-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AI-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AI-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AI-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AI-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AI-CHAIN-CHECK==.
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
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-AUDIX-STATUS          PIC  X(002).
       01  WS-HIT-COUNT             PIC  9(009)    COMP.
       01  WS-EDIT-COUNT            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SUB                   PIC  9(003)    COMP.
      *  The input text and response as masked for display.
       COPY MASKLNK.
      *----------------------------------------------------------------*
      *  Archive fallback state: the AUDARCH file being scanned,
      *  the months the scan walks, and the file that answered the
      *----------------------------------------------------------------*
      *  5000-SHOW-RECORD THRU 5000-EXIT
      *  Displays every field of the audit record just read, and
      *  names the file it came off. The input text and response
      *  are masked first.
      *----------------------------------------------------------------*
       5000-SHOW-RECORD.
           DISPLAY  '--------------------------------------------'.
           DISPLAY  'REQUEST-ID.. ' AI-REQUEST-ID.
           DISPLAY  'STATUS-CODE. ' AI-STATUS-CODE.
           DISPLAY  'INPUT-LEN... ' AI-INPUT-LEN.
           MOVE     AI-INPUT-TEXT TO MK-TEXT.
           MOVE     FUNCTION LENGTH(AI-INPUT-TEXT) TO MK-TEXT-LEN.
           CALL     'MASKTXT' USING MK-AREA.
           DISPLAY  'INPUT-TEXT.. ' MK-TEXT(1:FUNCTION LENGTH(
                                             AI-INPUT-TEXT)).
           DISPLAY  'ELAPSED-HS.. ' AI-ELAPSED-HS.
           DISPLAY  'SOURCE-SYS.. ' AI-SOURCE-SYS.
           DISPLAY  'FEED-DATE... ' AI-FEED-DATE.
           DISPLAY  'RUN-ID...... ' AI-RUN-ID.
           DISPLAY  'TRN-REC-NO.. ' AI-TRN-REC-NO.
           IF       AI-SUSP-ITEM NUMERIC
                    DISPLAY 'SUSP-ITEM... ' AI-SUSP-ITEM
           END-IF.
           MOVE     AI-RESPONSE TO MK-TEXT.
           MOVE     ZERO        TO MK-TEXT-LEN.
           CALL     'MASKTXT' USING MK-AREA.
           DISPLAY  'RESPONSE.... ' MK-TEXT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
