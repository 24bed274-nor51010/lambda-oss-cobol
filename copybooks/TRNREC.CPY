      *              the detail records carried to HELCORE, and a
      *              trailer carrying the detail count the sender
      *              wrote, so the receiver can prove the feed
      *              arrived complete. A header marked R is a
      *              resubmission SUSRLSE built from released
      *              suspense items; its batch stamp and each
      *              detail's record number find the item again.
      ******************************************************************
       01  TRN-RECORD.
           05  TRN-REC-TYPE         PIC  X(002).
                                    PIC  9(008).
               10  TRN-HDR-SOURCE-SYS
                                    PIC  X(008).
               10  TRN-HDR-RESUB-FLAG
                                    PIC  X(001).
                   88  TRN-HDR-RESUBMISSION         VALUE 'R'.
               10  TRN-HDR-RESUB-BATCH
                                    PIC  9(016).
               10  FILLER           PIC  X(093).
           05  TRN-DETAIL-BODY REDEFINES TRN-REC-BODY.
               10  TRN-DTL-TEXT     PIC  X(126).
           05  TRN-TRAILER-BODY REDEFINES TRN-REC-BODY.
