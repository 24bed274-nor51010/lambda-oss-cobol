      ******************************************************************
      *  MASKRULE  --  one masking rule for sensitive text in the
      *                audit trail's input and response. MASKTXT
      *                applies every rule on the file to whatever an
      *                extract, report or inquiry is about to show or
      *                ship, so the same patterns are hidden the same
      *                way everywhere; the stored trail itself is left
      *                as it was written. Maintained by MASKMNT.
      *                  D  a run of at least MR-MIN-DIGITS digits,
      *                     blanks and hyphens between them allowed
      *                     (card and account numbers); the last
      *                     MR-KEEP-LAST digits stay readable.
      *                  E  an e-mail address; the part before the
      *                     @ is masked, the domain is left.
      *                  L  the literal MR-LITERAL, wherever it
      *                     appears, regardless of case.
      ******************************************************************
       01  MASK-RULE-RECORD.
           05  MR-RULE-ID           PIC  X(008).
           05  MR-RULE-TYPE         PIC  X(001).
               88  MR-DIGITS-RULE                   VALUE 'D'.
               88  MR-EMAIL-RULE                    VALUE 'E'.
               88  MR-LITERAL-RULE                  VALUE 'L'.
           05  MR-MIN-DIGITS        PIC  9(002).
           05  MR-KEEP-LAST         PIC  9(002).
           05  MR-MASK-CHAR         PIC  X(001).
           05  MR-LITERAL           PIC  X(040).
           05  MR-DESCRIPTION       PIC  X(040).
           05  FILLER               PIC  X(006).
