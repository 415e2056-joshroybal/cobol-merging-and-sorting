      ******************************************************************
      * account roll-up report program
      * acctflat links every master record carrying a company to
      * its business account on account.dat through acctlink.txt.
      * this program rolls those links up - for every account, the
      * standardized company name and main address, then the number
      * of contacts linked to it in each state the contacts are
      * addressed in, with an account total - in the control break
      * style of the campaign response report, so "how many
      * contacts do we have at Acme, and where" is read straight
      * off the page. a link whose contact has since left the
      * master counts under state ?? until the next MATCH drops it.
      * the grand totals give the accounts, the linked contacts and
      * the accounts with more than one contact - the ones a single
      * catalog per account saves postage on. the optional argument
      * names the report file (default acctroll.rpt)
      ******************************************************************
       identification division.
       program-id.    acctrpt.
       environment division.
       input-output section.
       file-control.
           select link-file assign to "acctlink.txt"
              organization is line sequential
              file status is ws-link-status.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select account-file assign to "account.dat"
              organization is indexed
              access mode is dynamic
              record key is ac-account-id
              alternate record key is ac-match-key with duplicates
              file status is ws-account-status.
           select sort-work-file assign to work.
           select report-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

      * one contact's account - E matched on name and zip, N opened
      * the account, M linked by a reviewer
       fd link-file.
       01 link-record.
          05 lk-contact-id             pic 9(7).
          05 lk-account-id             pic 9(7).
          05 lk-how                    pic x(1).
          05 lk-date                   pic x(8).

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

      * one business - the match key is the match name and the five
      * digit zip it was opened under
       fd account-file.
       01 account-record.
          05 ac-account-id             pic 9(7).
          05 ac-match-key.
             10 ac-norm-name           pic x(35).
             10 ac-zip5                pic x(5).
          05 ac-company                pic x(35).
          05 ac-address                pic x(35).
          05 ac-city                   pic x(35).
          05 ac-state                  pic x(2).
          05 ac-zip                    pic x(10).
          05 ac-added                  pic x(8).

       sd sort-work-file.
       01 sort-work-record.
          05 sw-account-id             pic 9(7).
          05 sw-state                  pic x(2).
          05 sw-contact-id             pic 9(7).

       fd report-file.
       01 report-record                pic x(80).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-output-path               pic x(80) value "acctroll.rpt".
       77 ws-lines-per-page            pic 99 value 20.
       77 ws-line-count                pic 9(3) value 999.
       77 ws-page-no                   pic 999 value zero.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-gone                 pic 9(7) value zero.
       77 ws-state-count               pic 9(7) value zero.
       77 ws-account-count             pic 9(7) value zero.
       77 ws-total-contacts            pic 9(7) value zero.
       77 ws-total-accounts            pic 9(7) value zero.
       77 ws-total-multi               pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-link-status               pic x(2).
       01 ws-master-status             pic x(2).
       01 ws-account-status            pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-have-key                  pic x(1) value 'N'.
       01 ws-prev-account              pic 9(7).
       01 ws-prev-state                pic x(2).
       01 ws-edit-count                pic z(6)9.
       01 ws-account-line              pic x(80).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-output-path from argument-value
               on exception move "acctroll.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "acctroll.rpt" to ws-output-path
           end-if
           open input link-file
           if ws-link-status not = "00"
              display "acctrpt: no account links on file - run "
                 "acctflat MATCH"
              move 20 to return-code
              stop run
           end-if
           close link-file
           open input master-file
           if ws-master-status not = "00"
              display "acctrpt: master file not found - run LOAD"
              move 20 to return-code
              stop run
           end-if
           open input account-file
           if ws-account-status not = "00"
              display "acctrpt: account file not found - run "
                 "acctflat MATCH"
              close master-file
              move 20 to return-code
              stop run
           end-if
           sort sort-work-file
              on ascending key sw-account-id
              on ascending key sw-state
              on ascending key sw-contact-id
              input procedure is link-input-pass
              output procedure is report-output-pass
           close master-file
           close account-file
           perform write-audit-record
           display "acctrpt control report"
           display "  links read        : " ws-recs-read
           display "  accounts reported : " ws-total-accounts
           display "  contacts reported : " ws-total-contacts
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * feed the sort one work record per link, carrying the state
      * the contact is addressed in today
      ******************************************************************
       link-input-pass section.
           open input link-file
           perform until no-more-records = 'y'
              move spaces to link-record
              read link-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if link-record not = spaces
                       set ws-recs-read up by 1
                       perform release-link-row
                    end-if
              end-read
           end-perform
           close link-file
           move space to no-more-records.
      ******************************************************************
      * join one link to its master record and hand it to the sort
      ******************************************************************
       release-link-row section.
           move spaces to sort-work-record
           move lk-account-id to sw-account-id
           move lk-contact-id to sw-contact-id
           move lk-contact-id to mk-contact-id
           read master-file
              invalid key
                 move "??" to sw-state
                 set ws-recs-gone up by 1
              not invalid key
                 move mk-state to sw-state
                 if sw-state = spaces
                    move "??" to sw-state
                 end-if
           end-read
           release sort-work-record.
      ******************************************************************
      * drain the sort through the account and state control breaks
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
              perform print-state-line
              perform print-account-total
           end-if
           perform print-grand-total
           close report-file.
      ******************************************************************
      * handle one work record: fire the account and state breaks
      * as the keys change, then count the contact
      ******************************************************************
       process-work-record section.
           if ws-have-key = 'N'
              move 'Y' to ws-have-key
              perform save-control-keys
              perform print-account-heading
           else
              evaluate true
                 when sw-account-id not = ws-prev-account
                    perform print-state-line
                    perform print-account-total
                    perform save-control-keys
                    perform print-account-heading
                 when sw-state not = ws-prev-state
                    perform print-state-line
                    perform save-control-keys
                 when other
                    continue
              end-evaluate
           end-if
           set ws-state-count up by 1
           set ws-account-count up by 1.
      ******************************************************************
      * remember the control keys of the group now starting
      ******************************************************************
       save-control-keys section.
           move sw-account-id to ws-prev-account
           move sw-state to ws-prev-state.
      ******************************************************************
      * print the account heading - id, standardized company name
      * and main address from the account file
      ******************************************************************
       print-account-heading section.
           move spaces to ws-account-line
           move ws-prev-account to ws-account-line(1:7)
           move ws-prev-account to ac-account-id
           read account-file
              invalid key
                 move "*ACCOUNT NOT ON FILE*" to ws-account-line(9:21)
              not invalid key
                 move ac-company to ws-account-line(9:35)
                 move ac-city(1:25) to ws-account-line(45:25)
                 move ac-state to ws-account-line(71:2)
                 move ac-zip(1:5) to ws-account-line(74:5)
           end-read
           if ws-line-count + 3 > ws-lines-per-page
              perform new-page
           end-if
           move ws-account-line to report-record
           perform write-report-line.
      ******************************************************************
      * reopen the account heading on a page a long account broke
      * across
      ******************************************************************
       print-account-continued section.
           move ws-account-line to report-record
           move "(CONTINUED)" to report-record(45:11)
           move spaces to report-record(56:25)
           perform write-report-line.
      ******************************************************************
      * print the contact count for the state just completed
      ******************************************************************
       print-state-line section.
           if ws-line-count + 1 > ws-lines-per-page
              perform new-page
              perform print-account-continued
           end-if
           move spaces to report-record
           move "    STATE" to report-record(1:9)
           move ws-prev-state to report-record(11:2)
           move ws-state-count to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line
           move zero to ws-state-count.
      ******************************************************************
      * print the contact total for the account just completed
      ******************************************************************
       print-account-total section.
           if ws-line-count + 2 > ws-lines-per-page
              perform new-page
           end-if
           move spaces to report-record
           move "  ACCOUNT TOTAL ..............."
              to report-record(1:31)
           move ws-account-count to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line
           move spaces to report-record
           perform write-report-line
           set ws-total-accounts up by 1
           add ws-account-count to ws-total-contacts
           if ws-account-count > 1
              set ws-total-multi up by 1
           end-if
           move zero to ws-account-count.
      ******************************************************************
      * print the grand totals for the whole run
      ******************************************************************
       print-grand-total section.
           if ws-line-count + 4 > ws-lines-per-page
              perform new-page
           end-if
           move spaces to report-record
           move "ACCOUNTS ......................"
              to report-record(1:31)
           move ws-total-accounts to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line
           move spaces to report-record
           move "LINKED CONTACTS ..............."
              to report-record(1:31)
           move ws-total-contacts to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line
           move spaces to report-record
           move "ACCOUNTS WITH SEVERAL CONTACTS "
              to report-record(1:31)
           move ws-total-multi to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line
           move spaces to report-record
           move "CONTACTS NO LONGER ON MASTER .."
              to report-record(1:31)
           move ws-recs-gone to ws-edit-count
           move ws-edit-count to report-record(45:7)
           perform write-report-line.
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
           move "ACCOUNT ROLL-UP REPORT" to report-record(1:22)
           move "PAGE" to report-record(60:4)
           move ws-page-no to report-record(65:3)
           perform write-report-line
           move spaces to report-record
           perform write-report-line
           move spaces to report-record
           move "ACCOUNT COMPANY" to report-record(1:15)
           move "MAIN CITY / CONTACTS" to report-record(45:20)
           move "ST ZIP" to report-record(71:6)
           perform write-report-line
           move spaces to report-record
           perform write-report-line.
      ******************************************************************
      * append one row to the shared run-log
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=ACCTRPT" delimited by size
              " INPUT=acctlink.txt" delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-total-contacts delimited by size
              " ACCOUNTS=" delimited by size
              ws-total-accounts delimited by size
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
