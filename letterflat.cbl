      * skipping and reporting any record whose template referenced
      * fields are blank. the permanent do-not-mail file
      * donotmail.txt is honored on every run - an opted-out contact
      * never gets a letter, and neither does a contact returnflat
      * has marked undeliverable on master.dat. every letter is
      * numbered as a piece, and a rerun after a printer jam takes
      * a START=n piece number or a STARTID=id contact id among the
      * optional
      * arguments and resumes exactly where the paper stopped
      * instead of reprinting every letter - the piece counts go to
      * the shared audit trail so the pressroom can reconcile
      * sheets against records. a campaign code among the optional
      * arguments is carried on that audit row so postflat can
      * check the mail house's invoice against the pieces printed.
      * a seed name seedflat put in the file (seeds.ref) gets its
      * letter but no piece number, and is counted on the audit row
      * on its own
      ******************************************************************
       identification division.
       program-id.    letterflat.
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

       data division.
       file section.
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

       working-storage section.
       77 ws-file-path                 pic x(80) value "merged.txt".
       77 ws-template-path             pic x(80) value "letter.tpl".
       77 ws-recs-skipped              pic 9(7) value zero.
       77 ws-opt-arg                   pic x(80).
       77 ws-opt-arg-idx               pic 9.
       77 ws-campaign                  pic x(10) value spaces.
       77 ws-piece-no                  pic 9(7) value zero.
       77 ws-start-piece               pic 9(7) value 1.
       77 ws-first-piece               pic 9(7) value zero.
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
       01 ws-input-status              pic x(2).
       01 ws-template-status           pic x(2).
       01 ws-audit-status              pic x(2).
           if ws-output-path = spaces
              move "letters.txt" to ws-output-path
           end-if
      * the optional arguments past the output path - a campaign
      * code, START=piece and STARTID=contact id - may arrive in
      * any order
           move 1 to ws-opt-arg-idx
           perform until ws-opt-arg-idx > 3
               move spaces to ws-opt-arg
               accept ws-opt-arg from argument-value
                   on exception move spaces to ws-opt-arg
           end-perform
           perform load-template
           perform load-optout-table
           perform load-seed-table
           perform open-master-for-deliverability
           open input input-file
           if ws-input-status not = "00"
              display "letterflat: input file not found - "
           perform until no-more-records = 'y'
               if input-record not = spaces
                  set ws-recs-read up by 1
                  perform check-seed
                  if ws-seed-hit = 'Y'
                     perform print-seed-letter
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
                        perform load-token-values
                        perform check-required-fields
                        if ws-record-ok = 'Y'
                           set ws-piece-no up by 1
                           perform check-restart-point
                           if ws-print-piece = 'N'
                              set ws-pieces-skipped up by 1
                           else
                              perform write-letter
                              set ws-letters-written up by 1
                              if ws-first-piece = zero
                                 move ws-piece-no to ws-first-piece
                              end-if
                              move ws-piece-no to ws-last-piece
                           end-if
                        else
                           perform write-skip-line
                           set ws-recs-skipped up by 1
                        end-if
                     end-if
                  end-if
               end-if
           close input-file
           close print-file
           close exception-file
           if ws-master-open = 'Y'
              close master-file
           end-if
           perform write-audit-record
           display "letterflat control report"
           display "  records read    : " ws-recs-read
           display "  records skipped : " ws-recs-skipped
           display "  pieces skipped   : " ws-pieces-skipped
           display "  records opted out: " ws-recs-optout
           display "  undeliverable    : " ws-recs-undeliv
           display "  seeds printed    : " ws-recs-seeds
           display "  first/last piece : " ws-first-piece " / "
              ws-last-piece
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * sort the optional arguments into the campaign code and the
      * restart point - START= names the piece number to resume at,
      * STARTID= the contact id the paper stopped on
      ******************************************************************
       classify-optional-argument section.
           evaluate true
                 move 9 to ws-arg-ptr
                 perform parse-start-number
                 move ws-start-value to ws-start-id
              when ws-campaign = spaces
                 move ws-opt-arg(1:10) to ws-campaign
              when other
                 display "letterflat: unknown argument - "
                    function trim(ws-opt-arg)
              end-if
           end-if.
      ******************************************************************
      * print a seed's letter in its place in the run - it goes in
      * the mail like any other piece but takes no piece number
      ******************************************************************
       print-seed-letter section.
           perform check-seed-restart
           if ws-print-seed = 'Y'
              perform load-token-values
              perform check-required-fields
              if ws-record-ok = 'Y'
                 set ws-recs-seeds up by 1
                 perform write-letter
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
              display "letterflat: no master file - deliverability not "
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
      * read the template into its line table and note which tokens
      * it actually references, so only the fields a letter uses are
      * required of each record
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
