      * for international mail. a campaign code given as the third
      * argument posts one row per label to the shared campaign
      * history camphist.txt, so a run that goes straight from
      * merged.txt to the printer still records who was mailed when
      * (a campaign cellflat has split is already posted, cell by
      * cell, and is not posted again).
      * the permanent do-not-mail file donotmail.txt is honored on
      * every run - an opted-out contact never gets a label, and
      * neither does one returnflat has marked undeliverable on
      * master.dat.
      * every label is numbered as a piece, and a rerun after a
      * printer jam takes a START=n piece number or a STARTID=id
      * contact id among the optional arguments and resumes exactly
      * where the paper stopped instead of reprinting the whole
      * file - the piece counts go to the shared audit trail so the
      * pressroom can reconcile sheets against records. a seed name
      * seedflat put in the file (seeds.ref) gets its label but no
      * piece number and no history row, and is counted on the
      * audit row on its own
      ******************************************************************
       identification division.
       program-id.    labelflat.
           select optout-file assign to "donotmail.txt"
              organization is line sequential
              file status is ws-optout-status.
           select seed-file assign to "seeds.ref"
              organization is line sequential
              file status is ws-seed-status.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd optout-file.
       01 optout-record.
          05 dn-reason                 pic x(3).
          05 dn-date                   pic x(8).

       fd seed-file.
       01 seed-record.
          05 filler                    pic x(301).
          05 sd-seed-id                pic x(7).
          05 filler                    pic x(2).

       fd master-file.
       01 master-record.
          05 mk-contact-id             pic 9(7).
          05 mk-name.
             10 mk-lastname            pic x(15).
             10 mk-firstname           pic x(15).
          05 mk-company                pic x(35).
          05 mk-address                pic x(35).
          05 mk-city                   pic x(35).
          05 mk-county                 pic x(35).
          05 mk-state                  pic x(2).
          05 mk-zip                    pic x(10).
          05 mk-phone                  pic x(12).
          05 mk-cell                   pic x(12).
          05 mk-email                  pic x(45).
          05 mk-www                    pic x(50).
          05 mk-country                pic x(2).
      * deliverability - returnflat counts the pieces the post office
      * sends back and marks the contact undeliverable (U) once the
      * returns reach its limit - an address change clears all three
          05 mk-deliv-status           pic x(1).
          05 mk-return-count           pic 9(3).
          05 mk-last-return            pic x(8).

       fd audit-file.
       01 audit-record                 pic x(250).

       77 ws-recs-optout               pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-hist-status               pic x(2).
       01 ws-cells-posted              pic x(1) value 'N'.
       01 ws-audit-status              pic x(2).
       01 ws-start-id                  pic x(7) value spaces.
       01 ws-start-found               pic x(1) value 'N'.
       01 ws-digit-char                pic 9(1).
       01 ws-optout-status             pic x(2).
       01 ws-optout-hit                pic x(1).
       77 ws-max-seeds                 pic 9(3) value 100.
       77 ws-num-seeds                 pic 9(3) value zero.
       77 ws-seed-idx                  pic 9(3).
       77 ws-recs-seeds                pic 9(7) value zero.
       01 ws-seed-status               pic x(2).
       01 ws-seed-hit                  pic x(1).
       01 ws-print-seed                pic x(1).
       01 ws-seed-table.
           05 ws-seed-id               pic x(7) occurs 100 times.
       01 ws-upper-lastname            pic x(15).
       01 ws-upper-firstname           pic x(15).
       01 ws-upper-address             pic x(35).
              10 dt-lastname           pic x(15).
              10 dt-firstname          pic x(15).
              10 dt-address            pic x(35).
       77 ws-recs-undeliv              pic 9(7) value zero.
       01 ws-master-status             pic x(2).
       01 ws-master-open               pic x(1) value 'N'.
       01 ws-undeliv-hit               pic x(1).
       01 ws-name-line                 pic x(40).
       01 ws-addr-trim                 pic x(35).
       01 ws-city-trim                 pic x(35).
           move zero to ws-slot
           move spaces to label-buffer
           perform load-optout-table
           perform load-seed-table
           perform open-master-for-deliverability
           open input input-file
           open output label-file
           if ws-campaign not = spaces
           perform until no-more-records = 'y'
               if input-record not = spaces
                  set ws-recs-read up by 1
                  perform check-seed
                  if ws-seed-hit = 'Y'
                     perform print-seed-label
                  else
                     perform check-optout
                     move 'N' to ws-undeliv-hit
                     if ws-optout-hit not = 'Y'
                        perform check-deliverable
                     end-if
                     if ws-optout-hit = 'Y'
                        set ws-recs-optout up by 1
                     end-if
                     if ws-undeliv-hit = 'Y'
                        set ws-recs-undeliv up by 1
                     end-if
                     if ws-optout-hit = 'Y' or ws-undeliv-hit = 'Y'
                        continue
                     else
                        set ws-piece-no up by 1
                        perform check-restart-point
                        if ws-print-piece = 'N'
                           set ws-recs-skipped up by 1
                        else
                           set ws-slot up by 1
                           perform format-label
                           set ws-recs-written up by 1
                           if ws-first-piece = zero
                              move ws-piece-no to ws-first-piece
                           end-if
                           move ws-piece-no to ws-last-piece
                           if ws-campaign not = spaces
                              and ws-cells-posted = 'N'
                              perform post-history-row
                           end-if
                           if ws-slot = 3
                              perform flush-label-row
                           end-if
                        end-if
                     end-if
                  end-if
           end-if
           close input-file
           close label-file
           if ws-master-open = 'Y'
              close master-file
           end-if
           if ws-campaign not = spaces and ws-cells-posted = 'N'
              close hist-file
           end-if
           perform write-audit-record
           display "  labels printed   : " ws-recs-written
           display "  pieces skipped   : " ws-recs-skipped
           display "  records opted out: " ws-recs-optout
           display "  undeliverable    : " ws-recs-undeliv
           display "  seeds printed    : " ws-recs-seeds
           display "  first/last piece : " ws-first-piece " / "
              ws-last-piece
           display function trim(ws-output-path) " written"
              ws-first-piece delimited by size
              " LASTPIECE=" delimited by size
              ws-last-piece delimited by size
              " SEEDS=" delimited by size
              ws-recs-seeds delimited by size
              " CAMPAIGN=" delimited by size
              function trim(ws-campaign) delimited by size
              into audit-record
           end-string
      * the audit file does not exist yet on its very first run, so
           write audit-record
           close audit-file.
      ******************************************************************
      * print a seed's label in its place on the sheet - it goes in
      * the mail like any other piece but takes no piece number and
      * posts no campaign history
      ******************************************************************
       print-seed-label section.
           perform check-seed-restart
           if ws-print-seed = 'Y'
              set ws-recs-seeds up by 1
              set ws-slot up by 1
              perform format-label
              if ws-slot = 3
                 perform flush-label-row
              end-if
           end-if.
      ******************************************************************
      * load the seed ids from seeds.ref - a seed in the input is a
      * decoy seedflat put there for a print shop or list partner and
      * is printed but kept out of the piece numbering. a missing
      * seed file just means no seeds are in use
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
               if ws-seed-id(ws-seed-idx) = contact-id-field
                  move 'Y' to ws-seed-hit
               end-if
               set ws-seed-idx up by 1
           end-perform.
      ******************************************************************
      * a seed has no piece number of its own - a restarted run
      * prints it when it prints the piece that follows it
      ******************************************************************
       check-seed-restart section.
           move 'Y' to ws-print-seed
           if ws-start-id not = spaces and ws-start-found = 'N'
              move 'N' to ws-print-seed
           end-if
           if ws-start-id = spaces
              and ws-piece-no + 1 < ws-start-piece
              move 'N' to ws-print-seed
           end-if.
      ******************************************************************
      * load the permanent do-not-mail file into its table - entries
      * are kept uppercased so the fallback match cannot be beaten
      * by keying style. a missing file just means nobody has opted
              end-perform
           end-if.
      ******************************************************************
      * open the master read-only for the deliverability check - a
      * run with no master loaded yet has no returns on record, so
      * every contact passes as deliverable
      ******************************************************************
       open-master-for-deliverability section.
           open input master-file
           if ws-master-status = "00"
              move 'Y' to ws-master-open
           else
              display "labelflat: no master file - deliverability not "
                 "checked"
           end-if.
      ******************************************************************
      * a contact returnflat has marked undeliverable is not mailed
      * again until an address change clears the status - looked up
      * on the contact id the pipeline carries through every file
      ******************************************************************
       check-deliverable section.
           move 'N' to ws-undeliv-hit
           if ws-master-open = 'Y' and contact-id-field numeric
              and contact-id-field > zero
              move contact-id-field to mk-contact-id
              read master-file
                 invalid key
                    continue
                 not invalid key
                    if mk-deliv-status = 'U'
                       move 'Y' to ws-undeliv-hit
                    end-if
              end-read
           end-if.
      ******************************************************************
      * open the campaign history for appending this run's rows -
      * the file does not exist yet on the very first posting, so
      * fall back to opening it fresh
      ******************************************************************
       open-history-for-posting section.
           move function current-date to ws-timestamp
           perform check-cells-posted
           if ws-cells-posted = 'N'
              open extend hist-file
              if ws-hist-status = "35"
                 open output hist-file
              end-if
           end-if.
      ******************************************************************
      * a campaign cellflat has split was posted whole, every contact
      * with its cell code, when the pull was dealt - labelling one
      * of its cells must not post the same contacts a second time
      ******************************************************************
       check-cells-posted section.
           move 'N' to ws-cells-posted
           open input hist-file
           if ws-hist-status = "00"
              perform until no-more-records = 'y'
                 or ws-cells-posted = 'Y'
                 move spaces to hist-record
                 read hist-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if ch-campaign = ws-campaign
                          and ch-cell not = spaces
                          move 'Y' to ws-cells-posted
                       end-if
                 end-read
              end-perform
              close hist-file
              move space to no-more-records
           end-if
           if ws-cells-posted = 'Y'
              display "labelflat: campaign " function trim(ws-campaign)
                 " was posted by cellflat - no history rows added"
           end-if.
      ******************************************************************
      * post one history row for the label just formatted, under the
           move ws-timestamp(1:8) to ch-mail-date
           move space to ch-response
           move spaces to ch-resp-date
           move spaces to ch-cell
           write hist-record.
      ******************************************************************
      * format the current input record's name, company, wrapped
