      ******************************************************************
      *  AUDREC  --  one fixed-format audit trail record, written by
      *              AUDTWRT and read back by RPTDAILY.
      *              (1312 bytes; see AUDTCONV and AUDTCNV2 for the
      *              conversions each layout change needed.)
      ******************************************************************
       01  AUD-RECORD.
           05  AUD-TIMESTAMP        PIC  X(016).
      *    space-fills this field, so a converted record reads as
      *    untimed and the reports skip it.
           05  AUD-ELAPSED-HS       PIC  9(007).
      *    Lineage: where the invocation came from. hellobat fills
      *    these from the TRANSFILE header (source system and feed
      *    date), its own run ID and the TRANSFILE record number of
      *    the detail; hello.cbl has no feed, so a console call is
      *    source CONSOLE, fed the day it ran, with no run ID and
      *    record number zero. These fields and the reserve below
      *    grew the record from 1203 to 1312 bytes: older files MUST
      *    be rewritten by the one-time AUDTCNV2 job before any
      *    program reads them. AUDTCNV2 space-fills the lineage, so
      *    a converted record reads as unattributed and CHGBACK
      *    reports it instead of billing it.
           05  AUD-SOURCE-SYS       PIC  X(008).
           05  AUD-FEED-DATE        PIC  9(008).
           05  AUD-RUN-ID           PIC  X(020).
           05  AUD-TRN-REC-NO       PIC  9(009).
      *    The suspense item a resubmitted detail came from, so a
      *    repaired record can be traced back to the rejected or
      *    refused original. Carved from the reserve below, so it
      *    is spaces on every record that is not a resubmission
      *    and on every record written before it existed; test it
      *    NUMERIC before use.
           05  AUD-SUSP-ITEM        PIC  9(009).
      *    Tamper-evidence chain, stamped by AUDTWRT as the record
      *    is written: a sequence number one higher than the
      *    record before it in the trail, and a check value AUDTCHK
      *    computes over this whole record (with the check itself
      *    taken as zero) and the check value of that predecessor.
      *    Deleting, inserting, reordering or editing a record
      *    breaks the chain from that point, which AUDTVRFY
      *    reports. Carved from the reserve, so both are spaces on
      *    records written before the chain existed; test them
      *    NUMERIC before use.
           05  AUD-CHAIN-SEQ        PIC  9(012).
           05  AUD-CHAIN-CHECK      PIC  9(018).
      *    Reserved, spaces. Held back so the next fields the trail
      *    needs can be carved out of it without another conversion
      *    of every AUDITLOG and AUDARCH file.
           05  FILLER               PIC  X(025).
