      ******************************************************************
      *  HELCFG  --  environment config for the hello Lambda
      *              handler family: the greeting text, the
      *              statusCode to use for a successful invocation,
      *              and the HTTP header values placed into the API
      *              Gateway proxy response. Loaded by HELCORE so the
      *              same compiled program can point at a different
      *              config file per environment (dev/test/prod)
      *              without a rebuild.
      *
      *              The file holds one record per version, each with
      *              the date it takes effect from; a reader uses the
      *              latest version whose date is on or before its
      *              run or report date. CFGMNT keeps the versions in
      *              date order and only future-dated ones can be
      *              added or changed. A record with no effective
      *              date (the original single-record file) counts
      *              as in force from the start.
      ******************************************************************
       01  CFG-RECORD.
           05  CFG-GREETING         PIC  X(080).
           05  CFG-CONTENT-TYPE     PIC  X(040).
           05  CFG-CORS-ORIGIN      PIC  X(040).
           05  CFG-CACHE-CONTROL    PIC  X(040).
           05  CFG-EFFECTIVE-DATE   PIC  9(008).
