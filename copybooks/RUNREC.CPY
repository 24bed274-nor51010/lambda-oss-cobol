      *              being worked, the run status and the closing
      *              counts. hellobat writes the record RUNNING at
      *              initialization and rewrites it COMPLETE or
      *              FAILED at termination, or SUSPEND when an
      *              operator STOP ended it at a checkpoint; a second
      *              run refuses to start while the file says
      *              RUNNING, and the next run resumes a SUSPEND run
      *              under the same run ID. After an abend the
      *              operator empties RUNCTL before the checkpoint
      *              rerun. RUNINQ reads the record to show the
      *              overnight operator how far the run has got.
      ******************************************************************
       01  RUN-RECORD.
           05  RUN-ID               PIC  X(020).
               88  RUN-IS-RUNNING                   VALUE 'RUNNING '.
               88  RUN-IS-COMPLETE                  VALUE 'COMPLETE'.
               88  RUN-IS-FAILED                    VALUE 'FAILED  '.
               88  RUN-IS-SUSPENDED                 VALUE 'SUSPEND '.
           05  RUN-PROC-COUNT       PIC  9(009).
           05  RUN-REJECT-COUNT     PIC  9(009).
           05  RUN-DUP-COUNT        PIC  9(009).
