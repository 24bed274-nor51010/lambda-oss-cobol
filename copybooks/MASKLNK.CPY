      ******************************************************************
      *  MASKLNK  --  linkage area for MASKTXT. The caller moves the
      *               text to be shown into MK-TEXT and its length
      *               into MK-TEXT-LEN (zero means the whole field),
      *               and gets the text back masked in place, with
      *               the number of spans masked in MK-MASKED-COUNT.
      *               Masking never changes the length of the text.
      ******************************************************************
       01  MK-AREA.
           05  MK-TEXT              PIC  X(1024).
           05  MK-TEXT-LEN          PIC  9(005).
           05  MK-MASKED-COUNT      PIC  9(005).
