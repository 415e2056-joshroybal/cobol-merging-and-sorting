      ******************************************************************
      * append one row to the shared run-log so every csv2flat,
      * sortflat and mergeflat run can be reconstructed the next
      * morning from a single audit trail - the SOURCE= code the run
      * was loaded under rides at the end of the row so the supplier
      * scorecard can charge the rejects back to the list
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
              ws-recs-rejected delimited by size
              " PROCDATE=" delimited by size
              ws-proc-date delimited by size
              " SOURCE=" delimited by size
              ws-source-code delimited by space
              into audit-record
           end-string
      * the audit file does not exist yet on its very first run, so
