      * re-drives any OPEN alert whose last push is more than
      * ALERT-REDRIVE-MINS ago, so an alert can no longer die with a
      * dead console - it nags until a human owns it.
      *
      * Once a month the PGMMBI report measures the desk against
      * these stamps, and the PGMMBJ purge then moves acknowledged
      * alerts past the PRM-ALERT-RETAIN window to the ALRARCH
      * archive, record for record, so the browses stay short.
      ******************************************************************
       01  ALR-RECORD.
           02 ALR-KEY.
