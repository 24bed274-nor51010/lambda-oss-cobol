      ******************************************************************
      *  CERTAUTH  --  one approver on the CERTAUTH list of user IDs
      *                allowed to promote a RESPCERT baseline, with
      *                the approver's name for the report. Maintained
      *                by CERTMNT, which logs every change to it.
      ******************************************************************
       01  AUTH-REC.
           05  CA-USER-ID           PIC  X(008).
           05  CA-USER-NAME         PIC  X(032).
