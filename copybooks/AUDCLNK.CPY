      ******************************************************************
      *  AUDCLNK  --  linkage area for AUDTCHK, the audit chain check
      *               value calculation. The caller passes the audit
      *               record and the check value of the record before
      *               it in the trail (zero for the first record of a
      *               trail) and gets back the check value the record
      *               is to carry, or should carry, in AUD-CHAIN-CHECK.
      ******************************************************************
       01  CK-AREA.
           05  CK-PREV-CHECK        PIC  9(018).
           05  CK-CHECK             PIC  9(018).
