      ******************************************************************
      * campaign response analysis report program
      * campflat records who was mailed in which campaign and who
      * answered, but the only way to see how a campaign actually
      * did was to page through camphist.rpt one contact at a time,
      * so nobody could say which territories or which supplier
      * lists pulled and which were a waste of postage. this program
      * reads the campaign history camphist.txt, joins each row to
      * the territory code and state terrflat stamped on the contact
      * (territory.txt) and to the supplier SOURCE= code csv2flat
      * recorded for it (sourceref.txt), and prints per campaign the
      * pieces mailed, the responses, the response rate and the
      * average days from mail date to response - with control
      * breaks by state, territory and source code in the style of
      * the state / county coverage report. a contact the territory
      * file does not carry prints under state ?? and a territory or
      * source the cross-references do not know prints as *NONE*,
      * so every mailed piece is still counted. a holdout row cellflat
      * posted (cell HOLD) was never mailed and is left to cellflat's
      * own lift report. an optional campaign code limits the report
      * to the one campaign
      ******************************************************************
       identification division.
       program-id.    resprpt.
       environment division.
       input-output section.
       file-control.
           select hist-file assign to "camphist.txt"
              organization is line sequential
              file status is ws-hist-status.
           select territory-file assign to ws-terr-path
              organization is line sequential
              file status is ws-terr-status.
           select sourceref-file assign to "sourceref.txt"
              organization is line sequential
              file status is ws-sourceref-status.
           select sort-work-file assign to work.
           select report-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

       fd hist-file.
       01 hist-record.
          05 ch-contact-id             pic 9(7).
          05 ch-campaign               pic x(10).
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd territory-file.
       01 territory-record.
          05 firstname-field           pic x(15).
          05 lastname-field            pic x(15).
          05 company-field             pic x(35).
          05 address-field             pic x(35).
          05 city-field                pic x(35).
          05 county-field              pic x(35).
          05 state-field               pic x(2).
          05 zip-field                 pic x(10).
          05 phone-field               pic x(12).
          05 cell-field                pic x(12).
          05 email-field               pic x(45).
          05 www-field                 pic x(50).
          05 contact-id-field          pic 9(7).
          05 country-field             pic x(2).
          05 tr-territory              pic x(6).

       fd sourceref-file.
       01 sourceref-record.
          05 sr-contact-id             pic 9(7).
          05 sr-source                 pic x(10).
          05 sr-load-date              pic x(8).

       sd sort-work-file.
       01 sort-work-record.
          05 sw-campaign               pic x(10).
          05 sw-state                  pic x(2).
          05 sw-territory              pic x(6).
          05 sw-source                 pic x(10).
          05 sw-responded              pic x(1).
          05 sw-days                   pic 9(5).

       fd report-file.
       01 report-record                pic x(80).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-campaign                  pic x(10) value "ALL".
       77 ws-output-path               pic x(80) value "campresp.rpt".
       77 ws-terr-path                 pic x(80) value "territory.txt".
       77 ws-max-contacts              pic 9(5) value 50000.
       77 ws-num-terr                  pic 9(5) value zero.
       77 ws-terr-idx                  pic 9(5).
       77 ws-num-sources               pic 9(5) value zero.
       77 ws-source-idx                pic 9(5).
       77 ws-lines-per-page            pic 99 value 20.
       77 ws-line-count                pic 9(3) value 999.
       77 ws-page-no                   pic 999 value zero.
       77 ws-level-idx                 pic 9.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-selected             pic 9(7) value zero.
       77 ws-mail-days                 pic 9(7).
       77 ws-resp-days                 pic 9(7).
       01 no-more-records              pic x(1) value space.
       01 ws-hist-status               pic x(2).
       01 ws-terr-status               pic x(2).
       01 ws-sourceref-status          pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-have-key                  pic x(1) value 'N'.
       01 ws-prev-campaign             pic x(10) value spaces.
       01 ws-prev-state                pic x(2) value spaces.
       01 ws-prev-territory            pic x(6) value spaces.
       01 ws-prev-source               pic x(10) value spaces.
       01 ws-total-label               pic x(32).
       01 ws-rate                      pic 9(3)v9.
       01 ws-avg-days                  pic 9(4)v9.
       01 ws-edit-count                pic z(6)9.
       01 ws-edit-rate                 pic zz9.9.
       01 ws-edit-days                 pic zzz9.9.
      * accumulators for each control level - 1 source, 2 territory,
      * 3 state, 4 campaign, 5 grand total - every history row adds
      * into all five and a break prints and clears its own level
       01 ws-level-table.
           05 ws-level-entry           occurs 5 times.
              10 lv-mailed             pic 9(7).
              10 lv-responses          pic 9(7).
              10 lv-days               pic 9(9).
       01 ws-terr-table.
           05 ws-terr-entry            occurs 50000 times.
              10 tt-contact-id         pic 9(7).
              10 tt-state              pic x(2).
              10 tt-territory          pic x(6).
       01 ws-source-table.
           05 ws-source-entry          occurs 50000 times.
              10 st-contact-id         pic 9(7).
              10 st-source             pic x(10).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-campaign from argument-value
               on exception move "ALL" to ws-campaign
           end-accept
           if ws-campaign = spaces
              move "ALL" to ws-campaign
           end-if
           accept ws-output-path from argument-value
               on exception move "campresp.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "campresp.rpt" to ws-output-path
           end-if
           accept ws-terr-path from argument-value
               on exception move "territory.txt" to ws-terr-path
           end-accept
           if ws-terr-path = spaces
              move "territory.txt" to ws-terr-path
           end-if
           open input hist-file
           if ws-hist-status not = "00"
              display "resprpt: no campaign history on file"
              move 20 to return-code
              stop run
           end-if
           close hist-file
           perform load-territory-table
           perform load-source-table
           initialize ws-level-table
           sort sort-work-file
              on ascending key sw-campaign
              on ascending key sw-state
              on ascending key sw-territory
              on ascending key sw-source
              input procedure is history-input-pass
              output procedure is report-output-pass
           perform write-audit-record
           display "resprpt control report"
           display "  history rows read     : " ws-recs-read
           display "  history rows reported : " ws-recs-selected
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * load the contact id, state and territory code of every
      * record terrflat stamped - a missing territory file just
      * leaves every contact unassigned on the report
      ******************************************************************
       load-territory-table section.
           open input territory-file
           if ws-terr-status not = "00"
              display "resprpt: no territory file - "
                 function trim(ws-terr-path)
                 ", territories print as *NONE*"
           else
              perform until no-more-records = 'y'
                 move spaces to territory-record
                 read territory-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if territory-record not = spaces
                          perform add-territory-entry
                       end-if
                 end-read
              end-perform
              close territory-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one stamped record to the territory table
      ******************************************************************
       add-territory-entry section.
           if ws-num-terr >= ws-max-contacts
              display "resprpt: more than " ws-max-contacts
                 " territory records"
              close territory-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-terr up by 1
           move contact-id-field to tt-contact-id(ws-num-terr)
           move state-field to tt-state(ws-num-terr)
           move tr-territory to tt-territory(ws-num-terr).
      ******************************************************************
      * load the supplier source code of every contact csv2flat
      * loaded under a SOURCE= tag - contacts loaded before the
      * cross-reference existed simply have no row
      ******************************************************************
       load-source-table section.
           open input sourceref-file
           if ws-sourceref-status = "00"
              perform until no-more-records = 'y'
                 move spaces to sourceref-record
                 read sourceref-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if sourceref-record not = spaces
                          perform add-source-entry
                       end-if
                 end-read
              end-perform
              close sourceref-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one cross-reference row to the source table
      ******************************************************************
       add-source-entry section.
           if ws-num-sources >= ws-max-contacts
              display "resprpt: more than " ws-max-contacts
                 " source cross-reference rows"
              close sourceref-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-sources up by 1
           move sr-contact-id to st-contact-id(ws-num-sources)
           move sr-source to st-source(ws-num-sources).
      ******************************************************************
      * feed the sort one work record per history row of the
      * campaign(s) reported, carrying the joined state, territory
      * and source and the days the contact took to respond
      ******************************************************************
       history-input-pass section.
           open input hist-file
           perform until no-more-records = 'y'
              move spaces to hist-record
              read hist-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if hist-record not = spaces
                       set ws-recs-read up by 1
                       if (ws-campaign = "ALL"
                          or ch-campaign = ws-campaign)
                          and ch-cell not = "HOLD"
                          perform release-history-row
                       end-if
                    end-if
              end-read
           end-perform
           close hist-file
           move space to no-more-records.
      ******************************************************************
      * join one history row to its territory and source and hand
      * it to the sort
      ******************************************************************
       release-history-row section.
           set ws-recs-selected up by 1
           move spaces to sort-work-record
           move ch-campaign to sw-campaign
           move "??" to sw-state
           move "*NONE*" to sw-territory
           move "*NONE*" to sw-source
           move 1 to ws-terr-idx
           perform until ws-terr-idx > ws-num-terr
               if tt-contact-id(ws-terr-idx) = ch-contact-id
                  if tt-state(ws-terr-idx) not = spaces
                     move tt-state(ws-terr-idx) to sw-state
                  end-if
                  if tt-territory(ws-terr-idx) not = spaces
                     move tt-territory(ws-terr-idx) to sw-territory
                  end-if
                  move ws-num-terr to ws-terr-idx
               end-if
               set ws-terr-idx up by 1
           end-perform
           move 1 to ws-source-idx
           perform until ws-source-idx > ws-num-sources
               if st-contact-id(ws-source-idx) = ch-contact-id
                  move st-source(ws-source-idx) to sw-source
                  move ws-num-sources to ws-source-idx
               end-if
               set ws-source-idx up by 1
           end-perform
           move 'N' to sw-responded
           move zero to sw-days
           if ch-response = 'R'
              move 'Y' to sw-responded
              perform compute-response-days
           end-if
           release sort-work-record.
      ******************************************************************
      * days from the mail date to the response date - a row whose
      * dates are missing or out of order counts as a same day
      * response rather than throwing the average off
      ******************************************************************
       compute-response-days section.
           if ch-mail-date is numeric and ch-resp-date is numeric
              compute ws-mail-days =
                 function integer-of-date(
                    function numval(ch-mail-date))
              compute ws-resp-days =
                 function integer-of-date(
                    function numval(ch-resp-date))
              if ws-resp-days > ws-mail-days
                 compute sw-days = ws-resp-days - ws-mail-days
              end-if
           end-if.
      ******************************************************************
      * drain the sort through the control break logic and print the
      * report
      ******************************************************************
       report-output-pass section.
           open output report-file
           perform until no-more-records = 'y'
               return sort-work-file
                   at end
                      move 'y' to no-more-records
                   not at end
                      perform process-work-record
               end-return
           end-perform
           if ws-have-key = 'Y'
              perform print-source-line
              perform print-territory-subtotal
              perform print-state-subtotal
              perform print-campaign-subtotal
           end-if
           perform print-grand-total
           close report-file.
      ******************************************************************
      * handle one work record: fire the campaign, state, territory
      * and source control breaks as the keys change, then add the
      * record into every level's accumulators
      ******************************************************************
       process-work-record section.
           if ws-have-key = 'N'
              move 'Y' to ws-have-key
              perform save-control-keys
              perform print-campaign-heading
              perform print-state-heading
              perform print-territory-heading
           else
              evaluate true
                 when sw-campaign not = ws-prev-campaign
                    perform print-source-line
                    perform print-territory-subtotal
                    perform print-state-subtotal
                    perform print-campaign-subtotal
                    perform save-control-keys
                    perform print-campaign-heading
                    perform print-state-heading
                    perform print-territory-heading
                 when sw-state not = ws-prev-state
                    perform print-source-line
                    perform print-territory-subtotal
                    perform print-state-subtotal
                    perform save-control-keys
                    perform print-state-heading
                    perform print-territory-heading
                 when sw-territory not = ws-prev-territory
                    perform print-source-line
                    perform print-territory-subtotal
                    perform save-control-keys
                    perform print-territory-heading
                 when sw-source not = ws-prev-source
                    perform print-source-line
                    perform save-control-keys
                 when other
                    continue
              end-evaluate
           end-if
           move 1 to ws-level-idx
           perform until ws-level-idx > 5
               set lv-mailed(ws-level-idx) up by 1
               if sw-responded = 'Y'
                  set lv-responses(ws-level-idx) up by 1
                  add sw-days to lv-days(ws-level-idx)
               end-if
               set ws-level-idx up by 1
           end-perform.
      ******************************************************************
      * remember the control keys of the group now starting
      ******************************************************************
       save-control-keys section.
           move sw-campaign to ws-prev-campaign
           move sw-state to ws-prev-state
           move sw-territory to ws-prev-territory
           move sw-source to ws-prev-source.
      ******************************************************************
      * start a new page for every campaign, with the campaign code
      * heading it up
      ******************************************************************
       print-campaign-heading section.
           perform new-page
           move spaces to report-record
           move "CAMPAIGN: " to report-record(1:10)
           move ws-prev-campaign to report-record(11:10)
           perform write-report-line.
      ******************************************************************
      * print the state heading under the current campaign
      ******************************************************************
       print-state-heading section.
           if ws-line-count + 4 > ws-lines-per-page
              perform new-page
              perform print-campaign-continued
           end-if
           move spaces to report-record
           move "  STATE: " to report-record(1:9)
           move ws-prev-state to report-record(10:2)
           perform write-report-line.
      ******************************************************************
      * print the territory heading under the current state
      ******************************************************************
       print-territory-heading section.
           if ws-line-count + 3 > ws-lines-per-page
              perform new-page
              perform print-campaign-continued
              perform print-state-heading
           end-if
           move spaces to report-record
           move "    TERRITORY: " to report-record(1:15)
           move ws-prev-territory to report-record(16:6)
           perform write-report-line.
      ******************************************************************
      * reopen the campaign heading on a page a long campaign broke
      * across
      ******************************************************************
       print-campaign-continued section.
           move spaces to report-record
           move "CAMPAIGN: " to report-record(1:10)
           move ws-prev-campaign to report-record(11:10)
           move "(CONTINUED)" to report-record(30:11)
           perform write-report-line.
      ******************************************************************
      * print the detail line for the source code just completed -
      * one line per source within the territory
      ******************************************************************
       print-source-line section.
           if ws-line-count + 1 > ws-lines-per-page
              perform new-page
              perform print-campaign-continued
              perform print-state-heading
              perform print-territory-heading
           end-if
           move spaces to ws-total-label
           move "      SOURCE " to ws-total-label(1:13)
           move ws-prev-source to ws-total-label(14:10)
           move 1 to ws-level-idx
           perform print-level-line.
      ******************************************************************
      * print the subtotal line for the territory just completed
      ******************************************************************
       print-territory-subtotal section.
           if ws-line-count + 1 > ws-lines-per-page
              perform new-page
           end-if
           move "    TERRITORY TOTAL ..........."
              to ws-total-label
           move 2 to ws-level-idx
           perform print-level-line.
      ******************************************************************
      * print the subtotal line for the state just completed
      ******************************************************************
       print-state-subtotal section.
           if ws-line-count + 1 > ws-lines-per-page
              perform new-page
           end-if
           move "  STATE TOTAL ................."
              to ws-total-label
           move 3 to ws-level-idx
           perform print-level-line.
      ******************************************************************
      * print the total line for the campaign just completed
      ******************************************************************
       print-campaign-subtotal section.
           if ws-line-count + 2 > ws-lines-per-page
              perform new-page
           end-if
           move "CAMPAIGN TOTAL ................"
              to ws-total-label
           move 4 to ws-level-idx
           perform print-level-line
           move spaces to report-record
           perform write-report-line.
      ******************************************************************
      * print the grand total line for the whole run
      ******************************************************************
       print-grand-total section.
           if ws-line-count + 1 > ws-lines-per-page
              perform new-page
           end-if
           move "GRAND TOTAL ..................."
              to ws-total-label
           move 5 to ws-level-idx
           perform print-level-line.
      ******************************************************************
      * print one counts line for the level in ws-level-idx - pieces
      * mailed, responses, the response rate as a percentage of
      * pieces mailed and the average days to respond - then clear
      * that level's accumulators for the next group
      ******************************************************************
       print-level-line section.
           move zero to ws-rate
           move zero to ws-avg-days
           if lv-mailed(ws-level-idx) > zero
              compute ws-rate rounded =
                 lv-responses(ws-level-idx) * 100
                    / lv-mailed(ws-level-idx)
           end-if
           if lv-responses(ws-level-idx) > zero
              compute ws-avg-days rounded =
                 lv-days(ws-level-idx) / lv-responses(ws-level-idx)
           end-if
           move spaces to report-record
           move ws-total-label to report-record(1:32)
           move lv-mailed(ws-level-idx) to ws-edit-count
           move ws-edit-count to report-record(34:7)
           move lv-responses(ws-level-idx) to ws-edit-count
           move ws-edit-count to report-record(45:7)
           move ws-rate to ws-edit-rate
           move ws-edit-rate to report-record(56:5)
           move "%" to report-record(61:1)
           move ws-avg-days to ws-edit-days
           move ws-edit-days to report-record(66:6)
           perform write-report-line
           move zero to lv-mailed(ws-level-idx)
           move zero to lv-responses(ws-level-idx)
           move zero to lv-days(ws-level-idx).
      ******************************************************************
      * write the current report-record and bump the page line count
      ******************************************************************
       write-report-line section.
           write report-record
           set ws-line-count up by 1.
      ******************************************************************
      * begin a fresh page: page heading, column heading, reset count
      ******************************************************************
       new-page section.
           set ws-page-no up by 1
           move zero to ws-line-count
           move spaces to report-record
           move "CAMPAIGN RESPONSE ANALYSIS REPORT"
              to report-record(1:33)
           move "PAGE" to report-record(60:4)
           move ws-page-no to report-record(65:3)
           perform write-report-line
           move spaces to report-record
           perform write-report-line
           move spaces to report-record
           move "MAILED" to report-record(35:6)
           move "RESPONSES" to report-record(43:9)
           move "RATE" to report-record(57:4)
           move "AVG DAYS" to report-record(64:8)
           perform write-report-line
           move spaces to report-record
           perform write-report-line.
      ******************************************************************
      * append one row to the shared run-log so a response analysis
      * run can be reconstructed the next morning alongside every
      * csv2flat, sortflat and mergeflat run
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=RESPRPT" delimited by size
              " CAMPAIGN=" delimited by size
              function trim(ws-campaign) delimited by size
              " INPUT=camphist.txt" delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-selected delimited by size
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
