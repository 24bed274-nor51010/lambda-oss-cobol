      ******************************************************************
      *  CERTCASE  --  one case of the CERTDECK certification deck:
      *                its ID, what it is for, and the input exactly
      *                as HELCORE receives it in HC-ACCEPT-STR (a
      *                blank input is a case in its own right).
      *                Maintained by CERTMNT and run by RESPCERT.
      ******************************************************************
       01  DECK-REC.
           05  CD-CASE-ID           PIC  X(008).
           05  CD-DESCRIPTION       PIC  X(040).
           05  CD-INPUT             PIC  X(128).
