      ******************************************************************
      *  OPERCMD  --  one operator command, as the overnight operator
      *               appends it to the OPERCMD text file to steer a
      *               hellobat run that is already going. hellobat
      *               notes how many commands are on the file when it
      *               starts and, at every checkpoint, acts on any
      *               line added since, so yesterday's commands are
      *               never replayed and every run going at the time
      *               -- partitions side by side, the feed FEEDDRV has
      *               in hand -- sees a new one. The file may be
      *               emptied at any time.
      *
      *                 STOP            checkpoint, end the run
      *                                 SUSPENDED, resume it next run
      *                 INTERVAL nnnn   checkpoint every nnnn records
      *                                 (1 to 1000) from here on
      ******************************************************************
       01  OPER-CMD-REC.
           05  OPC-VERB             PIC  X(008).
               88  OPC-STOP                         VALUE 'STOP    '.
               88  OPC-INTERVAL                     VALUE 'INTERVAL'.
           05  FILLER               PIC  X(001).
           05  OPC-VALUE            PIC  X(005).
           05  FILLER               PIC  X(066).
