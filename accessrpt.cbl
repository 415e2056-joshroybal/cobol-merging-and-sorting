      ******************************************************************
      * access log report program
      * inquireflat and entryflat sign every operator on and leave a
      * dated row on accesslog.txt for each sign-on, sign-off,
      * failed sign-on and refusal, for every contact record shown
      * and for every transaction queued. this program prints that
      * log - the first argument is OPERATOR followed by an operator
      * id for one operator's trail, CONTACT followed by a seven
      * digit contact id for everyone who saw or touched one
      * contact, or ALL for everything. the optional arguments after
      * that bound the run to a yyyymmdd date range and name the
      * report file. each row prints the date, time, operator,
      * program, what was done and the contact, and the report
      * closes with a count of rows by action - so a question of
      * who looked at a customer's details, or what one operator
      * did on a shift, is answered from the desk
      ******************************************************************
       identification division.
       program-id.    accessrpt.
       environment division.
       input-output section.
       file-control.
           select access-file assign to "accesslog.txt"
              organization is line sequential
              file status is ws-access-status.
           select report-file assign to ws-output-path
              organization is line sequential.

       data division.
       file section.

      * one access - S signed on, X signed off, F sign-on failed,
      * R refused for the role, V record viewed, A/C/D transaction
      * queued
       fd access-file.
       01 access-record.
          05 al-date                   pic x(8).
          05 al-time                   pic x(6).
          05 al-oper-id                pic x(8).
          05 al-program                pic x(12).
          05 al-action                 pic x(1).
          05 al-contact-id             pic 9(7).
          05 al-name                   pic x(30).

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       77 ws-report-by                 pic x(8).
       77 ws-report-key                pic x(8).
       77 ws-from-date                 pic x(8).
       77 ws-to-date                   pic x(8).
       77 ws-output-path               pic x(80) value "access.rpt".
       77 ws-action-idx                pic 99.
       77 ws-num-actions               pic 99 value 8.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-listed               pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-access-status             pic x(2).
       01 ws-selected                  pic x(1).
       01 ws-action-defs.
           05 pic x(17) value "SSIGNED ON       ".
           05 pic x(17) value "XSIGNED OFF      ".
           05 pic x(17) value "FSIGN-ON FAILED  ".
           05 pic x(17) value "RREFUSED         ".
           05 pic x(17) value "VVIEWED          ".
           05 pic x(17) value "AQUEUED ADD      ".
           05 pic x(17) value "CQUEUED CHANGE   ".
           05 pic x(17) value "DQUEUED DELETE   ".
       01 ws-action-table redefines ws-action-defs.
           05 ws-action-entry          occurs 8 times.
              10 ad-code               pic x(1).
              10 ad-desc               pic x(16).
       01 ws-action-counts.
           05 ws-action-count          pic 9(7) occurs 8 times.
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-report-by from argument-value
               on exception move "ALL" to ws-report-by
           end-accept
           if ws-report-by = spaces
              move "ALL" to ws-report-by
           end-if
           move spaces to ws-report-key
           evaluate ws-report-by
              when "ALL"
                 continue
              when "OPERATOR"
              when "CONTACT"
                 accept ws-report-key from argument-value
                     on exception move spaces to ws-report-key
                 end-accept
                 if ws-report-key = spaces
                    display "accessrpt: " function trim(ws-report-by)
                       " needs an id"
                    move 16 to return-code
                    stop run
                 end-if
                 inspect ws-report-key converting
                    "abcdefghijklmnopqrstuvwxyz"
                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              when other
                 display "accessrpt: report by OPERATOR, CONTACT or ALL"
                 move 16 to return-code
                 stop run
           end-evaluate
           accept ws-from-date from argument-value
               on exception move spaces to ws-from-date
           end-accept
           accept ws-to-date from argument-value
               on exception move spaces to ws-to-date
           end-accept
           accept ws-output-path from argument-value
               on exception move "access.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "access.rpt" to ws-output-path
           end-if
           move zero to ws-action-counts
           open input access-file
           if ws-access-status not = "00"
              display "accessrpt: no access log on file"
              move 20 to return-code
              stop run
           end-if
           open output report-file
           perform write-report-heading
           move spaces to access-record
           read access-file
             at end
                move 'y' to no-more-records
           end-read
           perform until no-more-records = 'y'
               if access-record not = spaces
                  set ws-recs-read up by 1
                  perform select-access-row
                  if ws-selected = 'Y'
                     perform print-access-row
                  end-if
               end-if
               move spaces to access-record
               read access-file
                 at end
                    move 'y' to no-more-records
               end-read
           end-perform
           close access-file
           perform write-report-totals
           close report-file
           display "accessrpt control report"
           display "  log rows read     : " ws-recs-read
           display "  accesses listed   : " ws-recs-listed
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * decide whether one log row falls in the key and date range
      * asked
      ******************************************************************
       select-access-row section.
           move 'Y' to ws-selected
           evaluate ws-report-by
              when "OPERATOR"
                 if al-oper-id not = ws-report-key
                    move 'N' to ws-selected
                 end-if
              when "CONTACT"
                 if al-contact-id not = ws-report-key(1:7)
                    move 'N' to ws-selected
                 end-if
           end-evaluate
           if ws-from-date not = spaces and al-date < ws-from-date
              move 'N' to ws-selected
           end-if
           if ws-to-date not = spaces and al-date > ws-to-date
              move 'N' to ws-selected
           end-if.
      ******************************************************************
      * print the report heading with the key and date range asked
      ******************************************************************
       write-report-heading section.
           move spaces to report-record
           move "OPERATOR ACCESS LOG - " to report-record(1:22)
           move ws-report-by to report-record(23:8)
           move ws-report-key to report-record(32:8)
           if ws-from-date not = spaces
              move ws-from-date to report-record(42:8)
              move "-" to report-record(51:1)
              move ws-to-date to report-record(53:8)
           end-if
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "DATE     TIME   OPERATOR PROGRAM      ACTION"
              to report-record(1:44)
           move "CONTACT NAME" to report-record(56:12)
           write report-record.
      ******************************************************************
      * print one access row and count it against its action
      ******************************************************************
       print-access-row section.
           set ws-recs-listed up by 1
           move spaces to report-record
           move al-date to report-record(1:8)
           move al-time to report-record(10:6)
           move al-oper-id to report-record(17:8)
           move al-program to report-record(26:12)
           move al-action to report-record(39:1)
           move 1 to ws-action-idx
           perform until ws-action-idx > ws-num-actions
               if ad-code(ws-action-idx) = al-action
                  move ad-desc(ws-action-idx) to report-record(39:16)
                  set ws-action-count(ws-action-idx) up by 1
                  move ws-num-actions to ws-action-idx
               end-if
               set ws-action-idx up by 1
           end-perform
           if al-contact-id not = zero
              move al-contact-id to report-record(56:7)
              move al-name to report-record(64:30)
           end-if
           write report-record.
      ******************************************************************
      * close the report with the rows listed and a count by action
      ******************************************************************
       write-report-totals section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  ACCESSES LISTED ............."
              to report-record(1:31)
           move ws-recs-listed to report-record(33:7)
           write report-record
           move 1 to ws-action-idx
           perform until ws-action-idx > ws-num-actions
               if ws-action-count(ws-action-idx) not = zero
                  move spaces to report-record
                  move ad-desc(ws-action-idx) to report-record(5:16)
                  move ws-action-count(ws-action-idx)
                     to report-record(33:7)
                  write report-record
               end-if
               set ws-action-idx up by 1
           end-perform.
