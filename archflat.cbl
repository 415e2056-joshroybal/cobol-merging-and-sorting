      * exported, otherwise from the run-control record runctl.dat
      * the batch driver maintains, so a monday run archived
      * tuesday at 1am still files under monday's processing date.
      * the clock is only the last resort when neither exists.
      * the day's report bundles bundleflat leaves behind -
      * bundle-yyyymmdd.rpt and one bundle-yyyymmdd-recipient.rpt
      * per recipient - are filed into the same directory and purged
      * under the same retention as the extracts
      ******************************************************************
       identification division.
       program-id.    archflat.
              file status is ws-merged-status.
           select dest-file assign to ws-dest-path
              organization is line sequential.
           select list-file assign to "archflat.lst"
              organization is line sequential
              file status is ws-list-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
       fd dest-file.
       01 dest-record                  pic x(310).

       fd list-file.
       01 list-record                  pic x(80).

       fd audit-file.
       01 audit-record                 pic x(250).

       77 ws-retention-x                 pic x(3) value "030".
       77 ws-retention-days               pic 9(3) value 30.
       77 ws-files-archived              pic 9 value zero.
       77 ws-bundles-archived            pic 9(3) value zero.
       77 ws-dest-path                   pic x(120).
       77 ws-command                     pic x(200).
       01 no-more-records                pic x(1) value space.
       01 ws-merged-status               pic x(2).
       01 ws-audit-status                pic x(2).
       01 ws-runctl-status               pic x(2).
       01 ws-list-status                 pic x(2).
      ******************************************************************
      * main program section
      ******************************************************************
           perform archive-flat
           perform archive-sorted
           perform archive-merged
           perform archive-bundles
           perform purge-old-archives
           perform write-audit-record
           display "archflat control report"
           display "  files archived  : " ws-files-archived
           display "  bundles archived: " ws-bundles-archived
           display "  archive dir     : " function trim(ws-archive-dir)
           display "  retention days  : " ws-retention-days
           stop run.
              set ws-files-archived up by 1
           end-if.
      ******************************************************************
      * copy the processing day's report bundles into the archive
      * directory under their own dated names. the recipient copies
      * vary from day to day, so the bundles are listed through the
      * host shell, and copied by it too - a bundle is a print file
      * with page advances in it, which a record copy would not
      * carry across unchanged
      ******************************************************************
       archive-bundles section.
           move spaces to ws-command
           string
              "ls -1 bundle-" delimited by size
              ws-datestamp delimited by size
              "*.rpt > archflat.lst 2>/dev/null" delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           open input list-file
           if ws-list-status = "00"
              move 'n' to no-more-records
              perform until no-more-records = 'y'
                  move spaces to list-record
                  read list-file
                      at end
                         move 'y' to no-more-records
                      not at end
                         if list-record not = spaces
                            perform archive-one-bundle
                         end-if
                  end-read
              end-perform
              close list-file
           end-if
           if ws-bundles-archived = zero
              display "archflat: no report bundles for "
                 ws-datestamp ", skipping"
           end-if
           move "rm -f archflat.lst" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * copy the bundle named on the list record into the archive
      ******************************************************************
       archive-one-bundle section.
           move spaces to ws-command
           string
              "cp '" delimited by size
              function trim(list-record) delimited by size
              "' '" delimited by size
              function trim(ws-archive-dir) delimited by size
              "/'" delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           if return-code = zero
              set ws-bundles-archived up by 1
           else
              display "archflat: could not archive "
                 function trim(list-record)
              move zero to return-code
           end-if.
      ******************************************************************
      * purge archived copies older than the configured retention
      * period - there is no native directory-scan/file-age verb in
      * this dialect, so this one housekeeping step is handed to the
           string
              "find '" delimited by size
              function trim(ws-archive-dir) delimited by size
              "' \( -name '*-*.txt' -o -name 'bundle-*.rpt' \)"
                 delimited by size
              " -mtime +" delimited by size
              function trim(ws-retention-x) delimited by size
              " -delete" delimited by size
              into ws-command
              ws-files-archived delimited by size
              " WRITTEN=" delimited by size
              ws-files-archived delimited by size
              " BUNDLES=" delimited by size
              ws-bundles-archived delimited by size
              into audit-record
           end-string
           open extend audit-file
