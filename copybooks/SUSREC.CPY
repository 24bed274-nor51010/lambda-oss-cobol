      ******************************************************************
      *  SUSREC  --  one suspense item on the keyed SUSPENSE file: a
      *              record hellobat could not carry through, either
      *              rejected on REJECTS for the feed's structure or
      *              refused by HELCORE and written to ERRFILE. SUSLOAD
      *              collects them after each run with the run's feed
      *              date and source system; SUSMNT corrects, releases
      *              or writes them off; SUSRLSE puts released items on
      *              a resubmission feed, stamping each with the
      *              release batch and its record number there, which
      *              is how hellobat finds the item again and points
      *              the resubmission's audit record back at it;
      *              SUSAGE ages the items still open.
      *
      *                OPEN      collected, may have been corrected
      *                RELEASED  cleared to go on the next resubmission
      *                RESUBMIT  sent on resubmission SUS-RESUB-BATCH
      *                WRITEOFF  abandoned, SUS-NOTE says why
      ******************************************************************
       01  SUS-RECORD.
           05  SUS-ITEM-NO          PIC  9(009).
           05  SUS-RESUB-KEY.
               10  SUS-RESUB-BATCH  PIC  9(016).
               10  SUS-RESUB-REC-NO PIC  9(009).
           05  SUS-STATUS           PIC  X(008).
               88  SUS-OPEN                         VALUE 'OPEN    '.
               88  SUS-RELEASED                     VALUE 'RELEASED'.
               88  SUS-RESUBMITTED                  VALUE 'RESUBMIT'.
               88  SUS-WRITTEN-OFF                  VALUE 'WRITEOFF'.
           05  SUS-RUN-ID           PIC  X(020).
           05  SUS-FEED-ID          PIC  X(008).
           05  SUS-SOURCE-SYS       PIC  X(008).
           05  SUS-FEED-DATE        PIC  9(008).
           05  SUS-ORIGIN           PIC  X(001).
               88  SUS-FROM-REJECTS                 VALUE 'R'.
               88  SUS-FROM-ERRFILE                 VALUE 'E'.
      *    The REJECTS reason code, or HTTPnnn with HELCORE's status
      *    for an ERRFILE record.
           05  SUS-REASON           PIC  X(008).
      *    The record's number on its TRANSFILE: ERR-REC-NO for an
      *    ERRFILE record, zero for a reject (REJECTS carries none).
           05  SUS-TRN-REC-NO       PIC  9(009).
      *    The TRANSFILE record as received, then as last corrected.
           05  SUS-RECORD-IMAGE     PIC  X(128).
      *    The head of HELCORE's response for an ERRFILE record.
           05  SUS-ERR-RESPONSE     PIC  X(120).
           05  SUS-OPENED-DATE      PIC  9(008).
           05  SUS-ACTION-DATE      PIC  9(008).
           05  SUS-CORRECTIONS      PIC  9(003).
           05  SUS-NOTE             PIC  X(040).
           05  FILLER               PIC  X(020).
