      * that is catching up a missed day says so on the console.
      * the date rides into each step through the FLATDATE
      * environment setting, where the audit rows and archflat's
      * dated archive names pick it up instead of the clock.
      * once the chain is through, bundleflat gathers the day's
      * reports into the dated report bundle and its distribution
      * copies - a bundle that cannot be made is reported but does
      * not hold the processing day open, since the extracts it
      * reports on are already complete
      ******************************************************************
       identification division.
       program-id.    batchflat.
              perform run-mergeflat
              move "COMPLETE" to ws-checkpoint
           end-if
           perform run-bundleflat
           perform mark-run-control-complete
           perform release-run-lock
           display "batchflat batch run complete for " ws-proc-date
              move 32 to return-code
              stop run
           end-if.
      ******************************************************************
      * run bundleflat to gather the day's reports into the dated
      * bundle - a failure here leaves the extracts good, so it is
      * reported for a rerun of bundleflat alone rather than failing
      * the processing day
      ******************************************************************
       run-bundleflat section.
           move spaces to ws-command
           string
              "FLATDATE=" delimited by size
              ws-proc-date delimited by size
              " ./bundleflat" delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           if return-code not = zero
              display "batchflat: bundleflat step failed, rc="
                 return-code
              display "batchflat: rerun bundleflat for " ws-proc-date
                 " once the report catalog is corrected"
              move zero to return-code
           end-if.
