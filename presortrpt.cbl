      * zip prefix, bundle and tray assignment at the usps minimums,
      * and a summary of automation rate qualified pieces versus
      * residual single-piece, so the bulk rate discount can be
      * claimed straight off our own sorted file. the tier piece,
      * bundle and tray counts go to the shared audit trail with the
      * campaign code given as the optional third argument, which
      * is where postflat builds the campaign's postage statement.
      * seed names seedflat put in the file (seeds.ref) are left out
      * of every count and shown on their own
      ******************************************************************
       identification division.
       program-id.    presortrpt.
              file status is ws-input-status.
           select report-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
           select seed-file assign to "seeds.ref"
              organization is line sequential
              file status is ws-seed-status.

       data division.
       file section.
       fd report-file.
       01 report-record                pic x(80).

       fd audit-file.
       01 audit-record                 pic x(250).

       fd seed-file.
       01 seed-record.
          05 filler                    pic x(301).
          05 sd-seed-id                pic x(7).
          05 filler                    pic x(2).

       working-storage section.
       77 ws-file-path                 pic x(80).
       77 ws-output-path               pic x(80) value "presort.rpt".
       77 ws-campaign                  pic x(10) value spaces.
       77 ws-audit-status              pic x(2).
      * usps minimums - ten pieces make a bundle, one hundred fifty
      * letter size pieces fill a tray
       77 ws-bundle-min                pic 9(3) value 10.
       77 ws-foreign-pieces            pic 9(7) value zero.
       77 ws-grand-bundles             pic 9(7) value zero.
       77 ws-grand-trays               pic 9(7) value zero.
       77 ws-seed-pieces               pic 9(7) value zero.
       77 ws-max-seeds                 pic 9(3) value 100.
       77 ws-num-seeds                 pic 9(3) value zero.
       77 ws-seed-idx                  pic 9(3).
       01 ws-seed-status               pic x(2).
       01 ws-seed-hit                  pic x(1).
       01 ws-seed-table.
           05 ws-seed-id               pic x(7) occurs 100 times.
       01 no-more-records              pic x(1) value space.
       01 ws-input-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-have-key                  pic x(1) value 'N'.
       01 ws-zip5-found                pic x(1).
       01 ws-prev-zip3                 pic x(3) value spaces.
           if ws-output-path = spaces
              move "presort.rpt" to ws-output-path
           end-if
           accept ws-campaign from argument-value
               on exception move spaces to ws-campaign
           end-accept
           perform load-seed-table
           open input input-file
           if ws-input-status not = "00"
              display "presortrpt: input file not found - "
           perform until no-more-records = 'y'
               if input-record not = spaces
                  move input-record to ws-cur-fields
                  perform check-seed
                  if ws-seed-hit = 'Y'
                     set ws-seed-pieces up by 1
                  else
                     perform process-record
                  end-if
               end-if
               move spaces to input-record
               read input-file into input-record
           perform print-summary-page
           close input-file
           close report-file
           perform write-audit-record
           display "presortrpt control report"
           display "  pieces read          : " ws-grand-pieces
           display "  automation 5-digit   : " ws-auto5-pieces
           display "  automation 3-digit   : " ws-auto3-pieces
           display "  residual single-piece: " ws-resid-pieces
           display "  seed pieces excluded : " ws-seed-pieces
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
           move spaces to report-record
           move "  TRAYS ......................" to report-record(1:30)
           move ws-grand-trays to report-record(32:7)
           perform write-report-line
           move spaces to report-record
           move "  SEED PIECES EXCLUDED ......." to report-record(1:30)
           move ws-seed-pieces to report-record(32:7)
           perform write-report-line.
      ******************************************************************
      * load the seed ids from seeds.ref - a seed seedflat put in the
      * file is a decoy for a print shop or list partner and takes no
      * part in the presort counts. a missing seed file just means
      * no seeds are in use
      ******************************************************************
       load-seed-table section.
           open input seed-file
           if ws-seed-status = "00"
              perform until no-more-records = 'y'
                 move spaces to seed-record
                 read seed-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if seed-record not = spaces
                          and ws-num-seeds < ws-max-seeds
                          set ws-num-seeds up by 1
                          move sd-seed-id to ws-seed-id(ws-num-seeds)
                       end-if
                 end-read
              end-perform
              close seed-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * is the current record one of the seeds
      ******************************************************************
       check-seed section.
           move 'N' to ws-seed-hit
           move 1 to ws-seed-idx
           perform until ws-seed-idx > ws-num-seeds
              or ws-seed-hit = 'Y'
               if ws-seed-id(ws-seed-idx) = ws-cur-contact-id
                  move 'Y' to ws-seed-hit
               end-if
               set ws-seed-idx up by 1
           end-perform.
      ******************************************************************
      * write the current report-record and bump the page line count
      ******************************************************************
       write-report-line section.
           perform write-report-line
           move spaces to report-record
           perform write-report-line.
      ******************************************************************
      * append one row to the shared run-log with the tier, bundle
      * and tray counts so the campaign's postage statement can be
      * built from what this run qualified
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=PRESORTRPT" delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-grand-pieces delimited by size
              " WRITTEN=" delimited by size
              ws-grand-pieces delimited by size
              " AUTO5=" delimited by size
              ws-auto5-pieces delimited by size
              " AUTO3=" delimited by size
              ws-auto3-pieces delimited by size
              " RESIDUAL=" delimited by size
              ws-resid-pieces delimited by size
              " BUNDLES=" delimited by size
              ws-grand-bundles delimited by size
              " TRAYS=" delimited by size
              ws-grand-trays delimited by size
              " SEEDS=" delimited by size
              ws-seed-pieces delimited by size
              " CAMPAIGN=" delimited by size
              function trim(ws-campaign) delimited by size
              into audit-record
           end-string
      * the audit file does not exist yet on its very first run, so
      * fall back to opening it fresh before writing the row
           open extend audit-file
           if ws-audit-status = "35"
              open output audit-file
           end-if
           write audit-record
           close audit-file.
