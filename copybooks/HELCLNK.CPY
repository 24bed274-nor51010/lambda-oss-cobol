      *    second, measured by HELCORE around its own work and
      *    handed back for the audit trail.
           05  HC-ELAPSED-HSEC      PIC  9(007).
      *    The date whose HELCFG version applies to the call: a
      *    batch caller passes its run date so every record of the
      *    run gets the same version; zero or spaces mean today.
           05  HC-CFG-DATE          PIC  9(008).
