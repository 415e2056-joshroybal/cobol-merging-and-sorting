      ******************************************************************
      * dormant contact aging and purge candidate program
      * master.dat only ever grew - a contact nobody had mailed or
      * heard from in years was still pulled, labelled and paid
      * postage on like everyone else. this program ages every
      * master record by the most recent thing that happened to it:
      * the last campaign it was mailed and the last response it
      * made on camphist.txt, the last change applied to it on
      * masthist.txt and the date it was loaded on sourceref.txt.
      * each contact falls into an aging bucket - active (under 12
      * months), 12, 24 or 36+ months dormant, or undated when none
      * of those files know it - and the aging summary prints the
      * buckets by state and by source list code. every contact
      * dormant for at least the purge threshold (first argument,
      * in months, default 036) gets a maintflat 'D' transaction
      * appended to the pending transaction file (second argument,
      * default dormant.trn), so the purge goes through proofflat
      * and supervisor release like any other batch - an undated
      * contact is never purged on a guess. the optional third
      * argument names the report file (default aging.rpt)
      ******************************************************************
       identification division.
       program-id.    agingflat.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select history-file assign to "camphist.txt"
              organization is line sequential
              file status is ws-history-status.
           select chg-file assign to "masthist.txt"
              organization is line sequential
              file status is ws-chg-status.
           select sourceref-file assign to "sourceref.txt"
              organization is line sequential
              file status is ws-sourceref-status.
           select sort-work-file assign to work.
           select trans-file assign to ws-trans-path
              organization is line sequential
              file status is ws-trans-status.
           select report-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

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

       fd history-file.
       01 history-record.
          05 ch-contact-id             pic 9(7).
          05 ch-campaign               pic x(10).
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd chg-file.
       01 chg-record.
          05 hx-date                   pic x(8).
          05 hx-time                   pic x(6).
          05 hx-program                pic x(10).
          05 hx-action                 pic x(1).
          05 hx-contact-id             pic 9(7).
          05 hx-before                 pic x(310).
          05 hx-after                  pic x(310).

       fd sourceref-file.
       01 sourceref-record.
          05 sr-contact-id             pic 9(7).
          05 sr-source                 pic x(10).
          05 sr-load-date              pic x(8).

      * one row per thing known about a contact - M its master
      * record, S a source load, A any other dated activity
       sd sort-work-file.
       01 sort-work-record.
          05 sw-contact-id             pic 9(7).
          05 sw-kind                   pic x(1).
          05 sw-date                   pic x(8).
          05 sw-state                  pic x(2).
          05 sw-source                 pic x(10).

       fd trans-file.
       01 trans-record.
          05 trans-action              pic x(1).
          05 trans-firstname           pic x(15).
          05 trans-lastname            pic x(15).
          05 trans-company             pic x(35).
          05 trans-address             pic x(35).
          05 trans-city                pic x(35).
          05 trans-county              pic x(35).
          05 trans-state               pic x(2).
          05 trans-zip                 pic x(10).
          05 trans-phone               pic x(12).
          05 trans-cell                pic x(12).
          05 trans-email               pic x(45).
          05 trans-www                 pic x(50).
          05 trans-contact-id          pic 9(7).
          05 trans-country             pic x(2).

       fd report-file.
       01 report-record                pic x(80).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-threshold-arg             pic x(3).
       77 ws-purge-months              pic 9(3) value 36.
       77 ws-trans-path                pic x(80) value "dormant.trn".
       77 ws-output-path               pic x(80) value "aging.rpt".
       77 ws-master-status             pic x(2).
       77 ws-history-status            pic x(2).
       77 ws-chg-status                pic x(2).
       77 ws-sourceref-status          pic x(2).
       77 ws-trans-status              pic x(2).
       77 ws-audit-status              pic x(2).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-purged               pic 9(7) value zero.
       77 ws-max-states                pic 9(3) value 100.
       77 ws-num-states                pic 9(3) value zero.
       77 ws-max-sources               pic 9(3) value 200.
       77 ws-num-sources               pic 9(3) value zero.
       77 ws-group-idx                 pic 9(3).
       77 ws-bucket                    pic 9.
       77 ws-bucket-idx                pic 9.
       77 ws-months                    pic 9(5).
       77 ws-proc-months               pic 9(7).
       77 ws-last-months               pic 9(7).
       01 no-more-records              pic x(1) value space.
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-proc-date-parts redefines ws-proc-date.
          05 ws-proc-yyyy              pic 9(4).
          05 ws-proc-mm                pic 9(2).
          05 ws-proc-dd                pic 9(2).
       01 ws-last-date                 pic x(8).
       01 ws-last-date-parts redefines ws-last-date.
          05 ws-last-yyyy              pic 9(4).
          05 ws-last-mm                pic 9(2).
          05 ws-last-dd                pic 9(2).
       01 ws-have-key                  pic x(1) value 'N'.
       01 ws-cur-contact-id            pic 9(7).
       01 ws-cur-on-master             pic x(1).
       01 ws-cur-state                 pic x(2).
       01 ws-cur-source                pic x(10).
       01 ws-cur-load-date             pic x(8).
       01 ws-find-group                pic x(10).
       01 ws-swap-entry                pic x(59).
      * aging buckets - 1 active, 2 12 months, 3 24 months,
      * 4 36+ months, 5 undated
       01 ws-total-entry.
          05 gt-group                  pic x(10).
          05 gt-bucket                 pic 9(7) occurs 5 times.
          05 gt-total                  pic 9(7).
          05 gt-purge                  pic 9(7).
       01 ws-print-entry.
          05 pr-group                  pic x(10).
          05 pr-bucket                 pic 9(7) occurs 5 times.
          05 pr-total                  pic 9(7).
          05 pr-purge                  pic 9(7).
       01 ws-state-table.
          05 ws-state-entry            occurs 100 times.
             10 st-group               pic x(10).
             10 st-bucket              pic 9(7) occurs 5 times.
             10 st-total               pic 9(7).
             10 st-purge               pic 9(7).
       01 ws-source-table.
          05 ws-source-entry           occurs 200 times.
             10 so-group               pic x(10).
             10 so-bucket              pic 9(7) occurs 5 times.
             10 so-total               pic 9(7).
             10 so-purge               pic 9(7).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-threshold-arg from argument-value
               on exception move spaces to ws-threshold-arg
           end-accept
           if ws-threshold-arg not = spaces
              if ws-threshold-arg not numeric
                 or ws-threshold-arg = "000"
                 display "agingflat: purge threshold must be three "
                    "digits of months - " ws-threshold-arg
                 move 16 to return-code
                 stop run
              end-if
              move ws-threshold-arg to ws-purge-months
           end-if
           accept ws-trans-path from argument-value
               on exception move "dormant.trn" to ws-trans-path
           end-accept
           if ws-trans-path = spaces
              move "dormant.trn" to ws-trans-path
           end-if
           accept ws-output-path from argument-value
               on exception move "aging.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "aging.rpt" to ws-output-path
           end-if
           move function current-date to ws-timestamp
           perform resolve-processing-date
           compute ws-proc-months = ws-proc-yyyy * 12 + ws-proc-mm
           move spaces to ws-total-entry
           move "TOTAL" to gt-group
           perform clear-total-counts
           open input master-file
           if ws-master-status not = "00"
              display "agingflat: master file not found - run LOAD"
              move 20 to return-code
              stop run
           end-if
      * the pending file may already hold the day's keyed
      * transactions, so append rather than clobber - and fall
      * back to opening it fresh when it does not exist yet
           open extend trans-file
           if ws-trans-status = "35"
              open output trans-file
           end-if
           sort sort-work-file
              on ascending key sw-contact-id
              input procedure is aging-input-pass
              output procedure is aging-output-pass
           close master-file
           close trans-file
           perform write-aging-report
           perform write-audit-record
           display "agingflat control report"
           display "  contacts aged     : " ws-recs-read
           display "  active            : " gt-bucket(1)
           display "  12 months dormant : " gt-bucket(2)
           display "  24 months dormant : " gt-bucket(3)
           display "  36+ months dormant: " gt-bucket(4)
           display "  undated           : " gt-bucket(5)
           display "  purge candidates  : " ws-recs-purged
           display function trim(ws-output-path) " written"
           display function trim(ws-trans-path) " - prove and release "
              "with proofflat, then apply with maintflat MAINT"
           stop run.
      ******************************************************************
      * a run spawned by the batch driver carries its processing
      * date through the FLATDATE environment setting, so contacts
      * are aged as of the processing day rather than the clock's
      ******************************************************************
       resolve-processing-date section.
           move spaces to ws-proc-date
           accept ws-proc-date from environment "FLATDATE"
               on exception move spaces to ws-proc-date
           end-accept
           if ws-proc-date = spaces or ws-proc-date not numeric
              move ws-timestamp(1:8) to ws-proc-date
           end-if.
      ******************************************************************
      * zero the grand total counts
      ******************************************************************
       clear-total-counts section.
           move 1 to ws-bucket-idx
           perform until ws-bucket-idx > 5
               move zero to gt-bucket(ws-bucket-idx)
               set ws-bucket-idx up by 1
           end-perform
           move zero to gt-total
           move zero to gt-purge.
      ******************************************************************
      * release one sort row per master record and per dated event
      * the history, change and source files hold
      ******************************************************************
       aging-input-pass section.
           move zero to mk-contact-id
           start master-file key not less than mk-contact-id
              invalid key
                 move 'y' to no-more-records
           end-start
           perform until no-more-records = 'y'
              read master-file next record
                 at end
                    move 'y' to no-more-records
                 not at end
                    move spaces to sort-work-record
                    move mk-contact-id to sw-contact-id
                    move 'M' to sw-kind
                    move mk-state to sw-state
                    release sort-work-record
              end-read
           end-perform
           move space to no-more-records
           open input history-file
           if ws-history-status = "00"
              perform until no-more-records = 'y'
                 move spaces to history-record
                 read history-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform release-history-dates
                 end-read
              end-perform
              close history-file
              move space to no-more-records
           end-if
           open input chg-file
           if ws-chg-status = "00"
              perform until no-more-records = 'y'
                 move spaces to chg-record
                 read chg-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if hx-contact-id numeric
                          and hx-date numeric
                          move spaces to sort-work-record
                          move hx-contact-id to sw-contact-id
                          move 'A' to sw-kind
                          move hx-date to sw-date
                          release sort-work-record
                       end-if
                 end-read
              end-perform
              close chg-file
              move space to no-more-records
           end-if
           open input sourceref-file
           if ws-sourceref-status = "00"
              perform until no-more-records = 'y'
                 move spaces to sourceref-record
                 read sourceref-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if sr-contact-id numeric
                          move spaces to sort-work-record
                          move sr-contact-id to sw-contact-id
                          move 'S' to sw-kind
                          move sr-load-date to sw-date
                          move sr-source to sw-source
                          release sort-work-record
                       end-if
                 end-read
              end-perform
              close sourceref-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * a campaign history row dates the contact twice - the day it
      * was mailed and, if it answered, the day it responded. a
      * holdout row (cell HOLD) was never mailed, so only a response
      * on it dates the contact
      ******************************************************************
       release-history-dates section.
           if ch-contact-id numeric
              if ch-mail-date numeric and ch-cell not = "HOLD"
                 move spaces to sort-work-record
                 move ch-contact-id to sw-contact-id
                 move 'A' to sw-kind
                 move ch-mail-date to sw-date
                 release sort-work-record
              end-if
              if ch-response = 'R' and ch-resp-date numeric
                 move spaces to sort-work-record
                 move ch-contact-id to sw-contact-id
                 move 'A' to sw-kind
                 move ch-resp-date to sw-date
                 release sort-work-record
              end-if
           end-if.
      ******************************************************************
      * gather each contact's rows and age it on the contact break
      ******************************************************************
       aging-output-pass section.
           perform until no-more-records = 'y'
               return sort-work-file
                   at end
                      move 'y' to no-more-records
                   not at end
                      if ws-have-key = 'Y'
                         and sw-contact-id not = ws-cur-contact-id
                         perform age-contact
                      end-if
                      if ws-have-key = 'N'
                         or sw-contact-id not = ws-cur-contact-id
                         perform start-contact
                      end-if
                      perform take-sort-row
               end-return
           end-perform
           if ws-have-key = 'Y'
              perform age-contact
           end-if
           move space to no-more-records.
      ******************************************************************
      * begin gathering a new contact
      ******************************************************************
       start-contact section.
           move 'Y' to ws-have-key
           move sw-contact-id to ws-cur-contact-id
           move 'N' to ws-cur-on-master
           move spaces to ws-cur-state
           move "*NONE*" to ws-cur-source
           move spaces to ws-cur-load-date
           move spaces to ws-last-date.
      ******************************************************************
      * fold one sort row into the contact - the latest date of any
      * kind is the last activity, and the latest load names the
      * source the contact is counted under
      ******************************************************************
       take-sort-row section.
           evaluate sw-kind
              when 'M'
                 move 'Y' to ws-cur-on-master
                 move sw-state to ws-cur-state
              when 'S'
                 if ws-cur-load-date = spaces
                    or sw-date > ws-cur-load-date
                    move sw-date to ws-cur-load-date
                    move sw-source to ws-cur-source
                 end-if
           end-evaluate
           if sw-date numeric
              if ws-last-date = spaces or sw-date > ws-last-date
                 move sw-date to ws-last-date
              end-if
           end-if.
      ******************************************************************
      * age the gathered contact - only a contact still on the
      * master is counted, and one dormant past the threshold gets
      * its delete transaction
      ******************************************************************
       age-contact section.
           if ws-cur-on-master = 'Y'
              set ws-recs-read up by 1
              if ws-last-date = spaces
                 move 5 to ws-bucket
              else
                 compute ws-last-months =
                    ws-last-yyyy * 12 + ws-last-mm
                 if ws-last-months >= ws-proc-months
                    move zero to ws-months
                 else
                    compute ws-months = ws-proc-months - ws-last-months
                    if ws-proc-dd < ws-last-dd
                       subtract 1 from ws-months
                    end-if
                 end-if
                 evaluate true
                    when ws-months < 12
                       move 1 to ws-bucket
                    when ws-months < 24
                       move 2 to ws-bucket
                    when ws-months < 36
                       move 3 to ws-bucket
                    when other
                       move 4 to ws-bucket
                 end-evaluate
              end-if
              set gt-bucket(ws-bucket) up by 1
              set gt-total up by 1
              if ws-cur-state = spaces
                 move "??" to ws-cur-state
              end-if
              move ws-cur-state to ws-find-group
              perform find-state-entry
              set st-bucket(ws-group-idx, ws-bucket) up by 1
              set st-total(ws-group-idx) up by 1
              move ws-cur-source to ws-find-group
              perform find-source-entry
              set so-bucket(ws-group-idx, ws-bucket) up by 1
              set so-total(ws-group-idx) up by 1
              if ws-bucket not = 5 and ws-months >= ws-purge-months
                 perform write-purge-transaction
                 set gt-purge up by 1
                 move ws-cur-state to ws-find-group
                 perform find-state-entry
                 set st-purge(ws-group-idx) up by 1
                 move ws-cur-source to ws-find-group
                 perform find-source-entry
                 set so-purge(ws-group-idx) up by 1
              end-if
           end-if.
      ******************************************************************
      * find the state table entry for ws-find-group, adding it the
      * first time the state is seen
      ******************************************************************
       find-state-entry section.
           move 1 to ws-group-idx
           perform until ws-group-idx > ws-num-states
              or st-group(ws-group-idx) = ws-find-group
               set ws-group-idx up by 1
           end-perform
           if ws-group-idx > ws-num-states
              if ws-num-states >= ws-max-states
                 display "agingflat: more than " ws-max-states
                    " states"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-states up by 1
              move ws-num-states to ws-group-idx
              move ws-find-group to st-group(ws-group-idx)
              move 1 to ws-bucket-idx
              perform until ws-bucket-idx > 5
                  move zero to st-bucket(ws-group-idx, ws-bucket-idx)
                  set ws-bucket-idx up by 1
              end-perform
              move zero to st-total(ws-group-idx)
              move zero to st-purge(ws-group-idx)
           end-if.
      ******************************************************************
      * find the source table entry for ws-find-group, adding it the
      * first time the source code is seen
      ******************************************************************
       find-source-entry section.
           move 1 to ws-group-idx
           perform until ws-group-idx > ws-num-sources
              or so-group(ws-group-idx) = ws-find-group
               set ws-group-idx up by 1
           end-perform
           if ws-group-idx > ws-num-sources
              if ws-num-sources >= ws-max-sources
                 display "agingflat: more than " ws-max-sources
                    " source codes"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-sources up by 1
              move ws-num-sources to ws-group-idx
              move ws-find-group to so-group(ws-group-idx)
              move 1 to ws-bucket-idx
              perform until ws-bucket-idx > 5
                  move zero to so-bucket(ws-group-idx, ws-bucket-idx)
                  set ws-bucket-idx up by 1
              end-perform
              move zero to so-total(ws-group-idx)
              move zero to so-purge(ws-group-idx)
           end-if.
      ******************************************************************
      * one properly formed 'D' transaction for the dormant contact
      ******************************************************************
       write-purge-transaction section.
           move spaces to trans-record
           move 'D' to trans-action
           move ws-cur-contact-id to trans-contact-id
           write trans-record
           set ws-recs-purged up by 1.
      ******************************************************************
      * print the aging summary - by state, then by source, each in
      * code order, with the grand total
      ******************************************************************
       write-aging-report section.
           perform sort-state-table
           perform sort-source-table
           open output report-file
           move spaces to report-record
           move "DORMANT CONTACT AGING SUMMARY" to report-record(1:29)
           move "AS OF " to report-record(40:6)
           move ws-proc-date to report-record(46:8)
           write report-record
           move spaces to report-record
           move "PURGE THRESHOLD" to report-record(1:15)
           move ws-purge-months to report-record(17:3)
           move "MONTHS" to report-record(21:6)
           write report-record
           move spaces to report-record
           write report-record
           move "BY STATE" to ws-find-group
           perform write-column-heading
           move 1 to ws-group-idx
           perform until ws-group-idx > ws-num-states
               move ws-state-entry(ws-group-idx) to ws-print-entry
               perform write-aging-line
               set ws-group-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           move "BY SOURCE" to ws-find-group
           perform write-column-heading
           move 1 to ws-group-idx
           perform until ws-group-idx > ws-num-sources
               move ws-source-entry(ws-group-idx) to ws-print-entry
               perform write-aging-line
               set ws-group-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           move ws-total-entry to ws-print-entry
           perform write-aging-line
           close report-file.
      ******************************************************************
      * print the column heading under the section title
      ******************************************************************
       write-column-heading section.
           move spaces to report-record
           move ws-find-group to report-record(1:10)
           move "ACTIVE" to report-record(13:6)
           move "12 MOS" to report-record(22:6)
           move "24 MOS" to report-record(31:6)
           move "36+ MOS" to report-record(40:7)
           move "UNDATED" to report-record(49:7)
           move "TOTAL" to report-record(60:5)
           move "PURGE" to report-record(69:5)
           write report-record.
      ******************************************************************
      * print one state, source or total line from ws-print-entry
      ******************************************************************
       write-aging-line section.
           move spaces to report-record
           move pr-group to report-record(1:10)
           move pr-bucket(1) to report-record(12:7)
           move pr-bucket(2) to report-record(21:7)
           move pr-bucket(3) to report-record(30:7)
           move pr-bucket(4) to report-record(39:7)
           move pr-bucket(5) to report-record(48:7)
           move pr-total to report-record(57:7)
           move pr-purge to report-record(66:7)
           write report-record.
      ******************************************************************
      * put the state table in state code order - the states are
      * few, so a straight exchange sort does
      ******************************************************************
       sort-state-table section.
           move 1 to ws-group-idx
           perform until ws-group-idx >= ws-num-states
               if st-group(ws-group-idx + 1) < st-group(ws-group-idx)
                  move ws-state-entry(ws-group-idx) to ws-swap-entry
                  move ws-state-entry(ws-group-idx + 1)
                     to ws-state-entry(ws-group-idx)
                  move ws-swap-entry to ws-state-entry(ws-group-idx + 1)
                  if ws-group-idx > 1
                     set ws-group-idx down by 1
                  end-if
               else
                  set ws-group-idx up by 1
               end-if
           end-perform.
      ******************************************************************
      * put the source table in source code order the same way
      ******************************************************************
       sort-source-table section.
           move 1 to ws-group-idx
           perform until ws-group-idx >= ws-num-sources
               if so-group(ws-group-idx + 1) < so-group(ws-group-idx)
                  move ws-source-entry(ws-group-idx) to ws-swap-entry
                  move ws-source-entry(ws-group-idx + 1)
                     to ws-source-entry(ws-group-idx)
                  move ws-swap-entry
                     to ws-source-entry(ws-group-idx + 1)
                  if ws-group-idx > 1
                     set ws-group-idx down by 1
                  end-if
               else
                  set ws-group-idx up by 1
               end-if
           end-perform.
      ******************************************************************
      * append one row to the shared run-log so an aging pass and
      * the purge transactions it queued show up alongside the
      * maintflat run that applies them
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=AGINGFLAT" delimited by size
              " INPUT=master.dat" delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-purged delimited by size
              " THRESHOLD=" delimited by size
              ws-purge-months delimited by size
              " OUTPUT=" delimited by size
              function trim(ws-trans-path) delimited by size
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
