      *              write/close per invocation unchanged.
      *  2026-09-02  The elapsed time HELCORE now measures for each
      *              invocation is carried into the audit record.
      *  2026-10-15  The audit record carries lineage now; a console
      *              call has no feed, so it is written as source
      *              CONSOLE, fed the day it ran, with no run ID and
      *              record number zero.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       COPY HELCLNK.
       COPY AUDREC.
       COPY AUDTCTL.
       01  WS-CUR-DATE              PIC  9(008).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           MOVE     HC-TRIM-TEXT   TO AUD-INPUT-TEXT.
           MOVE     HC-HELLO-STR   TO AUD-RESPONSE.
           MOVE     HC-ELAPSED-HSEC TO AUD-ELAPSED-HS.
           ACCEPT   WS-CUR-DATE    FROM DATE YYYYMMDD.
           MOVE     'CONSOLE'      TO AUD-SOURCE-SYS.
           MOVE     WS-CUR-DATE    TO AUD-FEED-DATE.
           MOVE     ZERO           TO AUD-TRN-REC-NO.
           SET      AUD-CTL-ONE-SHOT TO TRUE.
           CALL     'AUDTWRT'      USING AUD-RECORD AUD-CONTROL.
       MAIN-EXT.
