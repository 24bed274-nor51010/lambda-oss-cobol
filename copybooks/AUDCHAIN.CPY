      ******************************************************************
      *  AUDCHAIN  --  the one-record anchor of the audit trail's
      *                tamper-evidence chain. AUDTWRT rewrites the
      *                sequence number and check value of the last
      *                record it sealed onto AUDITLOG each time it
      *                closes the trail, and starts the next record
      *                from it when AUDITLOG holds no later one (after
      *                AUDTARCH has moved everything out). AUDTARCH
      *                records the first and last archive months that
      *                hold sealed records, so AUDTVRFY knows which
      *                AUDARCH<yyyymm> files make up the chain and can
      *                tell a trail whose newest records were cut off.
      *                AUDTWRT marks the anchor open while it holds
      *                AUDITLOG and closed when it lets go; only a
      *                closed anchor is taken as the end of the chain
      *                without reading the trail, since one left open
      *                means a writer died with records past it.
      ******************************************************************
       01  ACH-RECORD.
           05  ACH-LAST-SEQ         PIC  9(012).
           05  ACH-LAST-CHECK       PIC  9(018).
           05  ACH-FIRST-ARCH       PIC  9(006).
           05  ACH-LAST-ARCH        PIC  9(006).
           05  ACH-UPDATED          PIC  X(016).
           05  ACH-WRITER-STATE     PIC  X(001).
               88  ACH-WRITER-OPEN                  VALUE 'O'.
               88  ACH-WRITER-CLOSED                VALUE 'C'.
           05  FILLER               PIC  X(021).
