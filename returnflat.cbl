      ******************************************************************
      * returned mail (undeliverable) processing program
      * when the post office sent a piece back as undeliverable
      * nothing in the system recorded it, so labelflat and
      * letterflat went on printing the same dead addresses campaign
      * after campaign. this program reads the night's returned mail
      * file - one fixed layout line per returned piece carrying the
      * contact id printed on the piece in columns 1-7, a reason
      * code in 9-11 (NSN no such number, VAC vacant, MNF moved with
      * no forwarding address, REF refused) and an optional return
      * date in 13-20 - and posts each return against master.dat:
      * the return count goes up by one, the return date is kept,
      * and once the count reaches the return limit (the second
      * argument, default 002) the contact is marked undeliverable.
      * selectflat, labelflat and letterflat skip an undeliverable
      * contact from then on, and a moveflat address change or a
      * maintflat change to the street address clears the status.
      * the nightly report lists every piece returned, the returns
      * rejected, and the contacts flagged undeliverable this run
      ******************************************************************
       identification division.
       program-id.    returnflat.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select return-file assign to ws-file-path
              organization is line sequential
              file status is ws-return-status.
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

       fd return-file.
       01 return-record.
          05 rm-contact-id             pic x(7).
          05 filler                    pic x(1).
          05 rm-reason                 pic x(3).
          05 filler                    pic x(1).
          05 rm-return-date            pic x(8).

       fd report-file.
       01 report-record                pic x(132).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-file-path                 pic x(80) value "returns.txt".
       77 ws-limit-x                   pic x(3) value "002".
       77 ws-return-limit              pic 9(3) value 2.
       77 ws-output-path               pic x(80) value "returns.rpt".
       77 ws-max-flagged               pic 9(4) value 2000.
       77 ws-num-flagged               pic 9(4) value zero.
       77 ws-flag-idx                  pic 9(4).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-applied              pic 9(7) value zero.
       77 ws-recs-rejected             pic 9(7) value zero.
       77 ws-recs-flagged              pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-master-status             pic x(2).
       01 ws-return-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-reason-text               pic x(26).
       01 ws-outcome-text              pic x(24).
       01 ws-flag-table.
           05 ws-flag-entry            occurs 2000 times.
              10 fl-line               pic x(132).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-file-path from argument-value
               on exception move "returns.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "returns.txt" to ws-file-path
           end-if
           accept ws-limit-x from argument-value
               on exception move "002" to ws-limit-x
           end-accept
           if ws-limit-x = spaces
              move "002" to ws-limit-x
           end-if
           if ws-limit-x not numeric or ws-limit-x = "000"
              display "returnflat: return limit must be 001-999 - "
                 ws-limit-x
              move 16 to return-code
              stop run
           end-if
           move ws-limit-x to ws-return-limit
           accept ws-output-path from argument-value
               on exception move "returns.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "returns.rpt" to ws-output-path
           end-if
           move function current-date to ws-timestamp
           perform resolve-processing-date
           open i-o master-file
           if ws-master-status not = "00"
              display "returnflat: master file not found - run LOAD"
              move 20 to return-code
              close master-file
              stop run
           end-if
           open input return-file
           if ws-return-status not = "00"
              display "returnflat: returned mail file not found - "
                 function trim(ws-file-path)
              close master-file
              move 28 to return-code
              stop run
           end-if
           open output report-file
           perform write-report-heading
           move spaces to return-record
           read return-file into return-record
             at end
                move 'y' to no-more-records
           end-read
           perform until no-more-records = 'y'
               if return-record not = spaces
                  set ws-recs-read up by 1
                  perform apply-one-return
               end-if
               move spaces to return-record
               read return-file into return-record
                 at end
                    move 'y' to no-more-records
               end-read
           end-perform
           close return-file
           close master-file
           perform write-flagged-listing
           perform write-report-totals
           close report-file
           perform write-audit-record
           display "returnflat control report"
           display "  returns read      : " ws-recs-read
           display "  returns applied   : " ws-recs-applied
           display "  returns rejected  : " ws-recs-rejected
           display "  contacts flagged  : " ws-recs-flagged
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * post one returned piece against the contact it was mailed to
      * - a return with an unknown reason code or an id the master
      * does not hold is rejected onto the report untouched
      ******************************************************************
       apply-one-return section.
           move spaces to ws-outcome-text
           evaluate rm-reason
              when "NSN"
                 move "NO SUCH NUMBER" to ws-reason-text
              when "VAC"
                 move "VACANT" to ws-reason-text
              when "MNF"
                 move "MOVED NO FORWARDING ADDR" to ws-reason-text
              when "REF"
                 move "REFUSED" to ws-reason-text
              when other
                 move "BAD REASON CODE" to ws-outcome-text
           end-evaluate
           if ws-outcome-text = spaces
              and (rm-contact-id not numeric
                   or rm-contact-id = "0000000")
              move "BAD CONTACT ID" to ws-outcome-text
           end-if
           if ws-outcome-text not = spaces
              perform write-rejected-line
           else
              if rm-return-date = spaces or rm-return-date not numeric
                 move ws-proc-date to rm-return-date
              end-if
              move rm-contact-id to mk-contact-id
              read master-file
                 invalid key
                    move "NOT ON MASTER" to ws-outcome-text
                    perform write-rejected-line
                 not invalid key
                    perform count-one-return
              end-read
           end-if.
      ******************************************************************
      * bump the contact's return count and mark it undeliverable
      * the first time the count reaches the return limit - a
      * contact already marked just carries the extra return
      ******************************************************************
       count-one-return section.
           if mk-return-count not numeric
              move zero to mk-return-count
           end-if
           if mk-return-count < 999
              set mk-return-count up by 1
           end-if
           move rm-return-date to mk-last-return
           move "RETURN COUNTED" to ws-outcome-text
           if mk-deliv-status = 'U'
              move "ALREADY UNDELIVERABLE" to ws-outcome-text
           else
              if mk-return-count >= ws-return-limit
                 move 'U' to mk-deliv-status
                 move "FLAGGED UNDELIVERABLE" to ws-outcome-text
              end-if
           end-if
           rewrite master-record
              invalid key
                 move "MASTER REWRITE FAILED" to ws-outcome-text
                 perform write-rejected-line
              not invalid key
                 set ws-recs-applied up by 1
                 perform write-returned-line
                 if ws-outcome-text = "FLAGGED UNDELIVERABLE"
                    perform save-flagged-contact
                 end-if
           end-rewrite.
      ******************************************************************
      * print the report heading
      ******************************************************************
       write-report-heading section.
           move spaces to report-record
           move "RETURNED MAIL REPORT" to report-record(1:20)
           move "PROCESSING DATE " to report-record(40:16)
           move ws-proc-date to report-record(56:8)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "RETURN LIMIT " to report-record(1:13)
           move ws-return-limit to report-record(14:3)
           write report-record
           move spaces to report-record
           write report-record.
      ******************************************************************
      * print one returned piece posted to the master
      ******************************************************************
       write-returned-line section.
           move spaces to report-record
           string
              "RETURNED  - ID " delimited by size
              mk-contact-id delimited by size
              " " delimited by size
              function trim(mk-lastname) delimited by size
              ", " delimited by size
              function trim(mk-firstname) delimited by size
              " - " delimited by size
              function trim(ws-reason-text) delimited by size
              " " delimited by size
              rm-return-date delimited by size
              " RETURNS " delimited by size
              mk-return-count delimited by size
              " " delimited by size
              function trim(ws-outcome-text) delimited by size
              into report-record
           end-string
           write report-record.
      ******************************************************************
      * print one return that could not be posted and why
      ******************************************************************
       write-rejected-line section.
           set ws-recs-rejected up by 1
           move spaces to report-record
           string
              "REJECTED  - ID " delimited by size
              rm-contact-id delimited by size
              " REASON " delimited by size
              rm-reason delimited by size
              " - " delimited by size
              function trim(ws-outcome-text) delimited by size
              into report-record
           end-string
           write report-record.
      ******************************************************************
      * keep the contact just flagged for the listing at the foot of
      * the report, with the dead address it was flagged at
      ******************************************************************
       save-flagged-contact section.
           set ws-recs-flagged up by 1
           if ws-num-flagged < ws-max-flagged
              set ws-num-flagged up by 1
              move spaces to fl-line(ws-num-flagged)
              string
                 "  ID " delimited by size
                 mk-contact-id delimited by size
                 " " delimited by size
                 function trim(mk-lastname) delimited by size
                 ", " delimited by size
                 function trim(mk-firstname) delimited by size
                 " - " delimited by size
                 function trim(mk-address) delimited by size
                 ", " delimited by size
                 function trim(mk-city) delimited by size
                 ", " delimited by size
                 mk-state delimited by size
                 " " delimited by size
                 mk-zip delimited by size
                 into fl-line(ws-num-flagged)
              end-string
           end-if.
      ******************************************************************
      * list the contacts marked undeliverable by this run - these
      * are the names that stop printing from tomorrow's pulls
      ******************************************************************
       write-flagged-listing section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "CONTACTS FLAGGED UNDELIVERABLE THIS RUN"
              to report-record(1:39)
           write report-record
           move spaces to report-record
           write report-record
           move 1 to ws-flag-idx
           perform until ws-flag-idx > ws-num-flagged
               move fl-line(ws-flag-idx) to report-record
               write report-record
               set ws-flag-idx up by 1
           end-perform
           if ws-recs-flagged > ws-num-flagged
              move spaces to report-record
              move "  (LISTING TRUNCATED - SEE COUNT BELOW)"
                 to report-record(1:39)
              write report-record
           end-if.
      ******************************************************************
      * print the run totals at the foot of the report
      ******************************************************************
       write-report-totals section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  RETURNS READ ................" to report-record(1:31)
           move ws-recs-read to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  RETURNS APPLIED ............." to report-record(1:31)
           move ws-recs-applied to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  RETURNS REJECTED ............" to report-record(1:31)
           move ws-recs-rejected to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CONTACTS FLAGGED ............" to report-record(1:31)
           move ws-recs-flagged to report-record(33:7)
           write report-record.
      ******************************************************************
      * a run spawned by the batch driver carries its processing
      * date through the FLATDATE environment setting, so a return
      * without its own date is stamped with the processing day
      * rather than the clock's
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
      * append one row to the shared run-log so a returned mail pass
      * can be reconstructed the next morning alongside every
      * csv2flat, sortflat and mergeflat run
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=RETURNFLAT" delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-applied delimited by size
              " REJECTED=" delimited by size
              ws-recs-rejected delimited by size
              " FLAGGED=" delimited by size
              ws-recs-flagged delimited by size
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
