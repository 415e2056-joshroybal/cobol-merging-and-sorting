      ******************************************************************
      * supplier data quality scorecard program
      * the company pays per name for rented lists but had nothing
      * to show a supplier how bad a file was, so credits were
      * argued from memory. this program traces every problem the
      * pipeline has already found back to the SOURCE= code the
      * contact was loaded under (sourceref.txt) and scores each
      * source list. per source it counts the csv2flat rejects
      * (the REJECTED= count on each CSV2FLAT audit.txt row tagged
      * with the source, since a rejected row never got a contact
      * id), the validateflat exceptions.txt hits, the phoneflat,
      * addrflat, zipflat and countyflat exception listings (each
      * line carries the contact id after " ID "), the duplicates
      * dedupflat and matchflat retired through idxref.txt, and the
      * contacts in the flat file given as the first argument
      * (default merged.txt) with a blank email or phone field.
      * a contact with any problem counts once against its source,
      * and the quality percentage is the clean contacts over every
      * record the source delivered, rejects included. the
      * scorecard prints the sources ranked worst first so
      * purchasing can open the credit conversation at the top.
      * the exception listings hold the latest run of each program
      * - score after the night's cleanup steps have run
      ******************************************************************
       identification division.
       program-id.    scorerpt.
       environment division.
       input-output section.
       file-control.
           select sourceref-file assign to "sourceref.txt"
              organization is line sequential
              file status is ws-sourceref-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
           select exception-file assign to ws-exc-path
              organization is line sequential
              file status is ws-exc-status.
           select xref-file assign to "idxref.txt"
              organization is line sequential
              file status is ws-xref-status.
           select input-file assign to ws-file-path
              organization is line sequential
              file status is ws-input-status.
           select sort-work-file assign to work.
           select report-file assign to ws-output-path
              organization is line sequential.

       data division.
       file section.

       fd sourceref-file.
       01 sourceref-record.
          05 sr-contact-id             pic 9(7).
          05 sr-source                 pic x(10).
          05 sr-load-date              pic x(8).

       fd audit-file.
       01 audit-record                 pic x(600).

       fd exception-file.
       01 exception-record             pic x(340).

       fd xref-file.
       01 xref-record.
          05 xr-retired-id             pic 9(7).
          05 xr-survivor-id            pic 9(7).
          05 xr-date                   pic x(8).

       fd input-file.
       01 input-record.
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

       sd sort-work-file.
       01 sort-work-record.
          05 sw-quality                pic 9(3)v9.
          05 sw-source                 pic x(10).
          05 sw-loaded                 pic 9(7).
          05 sw-flagged                pic 9(7).
          05 sw-count                  pic 9(7) occurs 8 times.

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       77 ws-file-path                 pic x(80) value "merged.txt".
       77 ws-output-path               pic x(80) value "scorecard.rpt".
       77 ws-exc-path                  pic x(80).
       77 ws-max-sources               pic 9(3) value 200.
       77 ws-num-sources               pic 9(3) value zero.
       77 ws-source-idx                pic 9(3).
       77 ws-max-contacts              pic 9(5) value 50000.
       77 ws-num-contacts              pic 9(5) value zero.
       77 ws-contact-idx               pic 9(5).
       77 ws-cat-idx                   pic 9.
       77 ws-line-pos                  pic 999.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-sources-printed           pic 9(7) value zero.
       77 ws-delivered                 pic 9(7).
       77 ws-clean                     pic 9(7).
       01 no-more-records              pic x(1) value space.
       01 ws-sourceref-status          pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-exc-status                pic x(2).
       01 ws-xref-status               pic x(2).
       01 ws-input-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-find-source               pic x(10).
       01 ws-find-id                   pic 9(7).
       01 ws-found-id                  pic x(7).
       01 ws-parse-program             pic x(12).
       01 ws-parse-rest                pic x(600).
       01 ws-parse-junk                pic x(600).
       01 ws-parse-digits              pic x(7).
       01 ws-parse-rejected            pic 9(7).
       01 ws-edit-count                pic z(6)9.
       01 ws-edit-quality              pic zz9.9.
      * the eight problem categories counted per source
       01 ws-category-names.
           05 pic x(8) value "REJECTS".
           05 pic x(8) value "INVALID".
           05 pic x(8) value "PHONE".
           05 pic x(8) value "ADDRESS".
           05 pic x(8) value "ZIP".
           05 pic x(8) value "COUNTY".
           05 pic x(8) value "DUPS".
           05 pic x(8) value "BLANK".
       01 ws-category-table redefines ws-category-names.
           05 ws-category-name         pic x(8) occurs 8 times.
       01 ws-source-table.
           05 ws-source-entry          occurs 200 times.
              10 sc-source             pic x(10).
              10 sc-loaded             pic 9(7).
              10 sc-flagged            pic 9(7).
              10 sc-count              pic 9(7) occurs 8 times.
       01 ws-contact-table.
           05 ws-contact-entry         occurs 50000 times.
              10 ct-contact-id         pic 9(7).
              10 ct-source-idx         pic 9(3).
              10 ct-flagged            pic x(1).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-file-path from argument-value
               on exception move "merged.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "merged.txt" to ws-file-path
           end-if
           accept ws-output-path from argument-value
               on exception move "scorecard.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "scorecard.rpt" to ws-output-path
           end-if
           move function current-date to ws-timestamp
           perform load-source-cross-reference
           perform count-load-rejects
      * category 2 through 6 - the exception listings, each keyed by
      * the contact id its line carries
           move "exceptions.txt" to ws-exc-path
           move 2 to ws-cat-idx
           perform scan-exception-listing
           move "phoneexc.txt" to ws-exc-path
           move 3 to ws-cat-idx
           perform scan-exception-listing
           move "addrexc.txt" to ws-exc-path
           move 4 to ws-cat-idx
           perform scan-exception-listing
           move "zipexc.txt" to ws-exc-path
           move 5 to ws-cat-idx
           perform scan-exception-listing
           move "countyexc.txt" to ws-exc-path
           move 6 to ws-cat-idx
           perform scan-exception-listing
           perform count-retired-duplicates
           perform count-blank-fields
           sort sort-work-file
              on ascending key sw-quality
              on ascending key sw-source
              input procedure is scorecard-input-pass
              output procedure is scorecard-output-pass
           perform write-audit-record
           display "scorerpt control report"
           display "  contacts traced   : " ws-num-contacts
           display "  sources scored    : " ws-sources-printed
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * load the source cross-reference - one contact per row with
      * the list it came in on. with no cross-reference there is
      * nothing to score
      ******************************************************************
       load-source-cross-reference section.
           open input sourceref-file
           if ws-sourceref-status not = "00"
              display "scorerpt: no source cross-reference on file"
              move 20 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to sourceref-record
              read sourceref-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if sourceref-record not = spaces
                       perform add-contact-entry
                    end-if
              end-read
           end-perform
           close sourceref-file
           move space to no-more-records.
      ******************************************************************
      * add one cross-reference row to the contact table, counting
      * it as a name the source loaded
      ******************************************************************
       add-contact-entry section.
           if ws-num-contacts >= ws-max-contacts
              display "scorerpt: more than " ws-max-contacts
                 " source cross-reference rows"
              close sourceref-file
              move 20 to return-code
              stop run
           end-if
           move sr-source to ws-find-source
           perform find-source-entry
           set ws-num-contacts up by 1
           move sr-contact-id to ct-contact-id(ws-num-contacts)
           move ws-source-idx to ct-source-idx(ws-num-contacts)
           move 'N' to ct-flagged(ws-num-contacts)
           set sc-loaded(ws-source-idx) up by 1.
      ******************************************************************
      * find the table entry for the source in ws-find-source,
      * adding it the first time the code is seen
      ******************************************************************
       find-source-entry section.
           move 1 to ws-source-idx
           perform until ws-source-idx > ws-num-sources
              or sc-source(ws-source-idx) = ws-find-source
               set ws-source-idx up by 1
           end-perform
           if ws-source-idx > ws-num-sources
              if ws-num-sources >= ws-max-sources
                 display "scorerpt: more than " ws-max-sources
                    " source codes"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-sources up by 1
              move ws-num-sources to ws-source-idx
              move spaces to ws-source-entry(ws-source-idx)
              move ws-find-source to sc-source(ws-source-idx)
              move zero to sc-loaded(ws-source-idx)
              move zero to sc-flagged(ws-source-idx)
              move 1 to ws-cat-idx
              perform until ws-cat-idx > 8
                  move zero to sc-count(ws-source-idx, ws-cat-idx)
                  set ws-cat-idx up by 1
              end-perform
           end-if.
      ******************************************************************
      * category 1 - a row csv2flat rejected never got a contact id,
      * so the rejects are charged from the REJECTED= count on every
      * CSV2FLAT audit row that names a SOURCE= code
      ******************************************************************
       count-load-rejects section.
           open input audit-file
           if ws-audit-status = "00"
              perform until no-more-records = 'y'
                 move spaces to audit-record
                 read audit-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move spaces to ws-parse-program
                       unstring audit-record(31:240) delimited by space
                          into ws-parse-program
                       end-unstring
                       if ws-parse-program = "CSV2FLAT"
                          perform charge-load-rejects
                       end-if
                 end-read
              end-perform
              close audit-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * pull the source code and rejected count off one csv2flat row
      ******************************************************************
       charge-load-rejects section.
           move spaces to ws-parse-rest
           unstring audit-record delimited by " SOURCE="
              into ws-parse-junk ws-parse-rest
           end-unstring
           move spaces to ws-find-source
           unstring ws-parse-rest delimited by space
              into ws-find-source
           end-unstring
           if ws-find-source not = spaces
              move spaces to ws-parse-rest
              unstring audit-record delimited by " REJECTED="
                 into ws-parse-junk ws-parse-rest
              end-unstring
              move ws-parse-rest(1:7) to ws-parse-digits
              if ws-parse-digits numeric
                 move ws-parse-digits to ws-parse-rejected
                 perform find-source-entry
                 add ws-parse-rejected to sc-count(ws-source-idx, 1)
              end-if
           end-if.
      ******************************************************************
      * read one exception listing and charge every line to the
      * source of the contact id it names, under the category in
      * ws-cat-idx - a listing not produced yet counts nothing
      ******************************************************************
       scan-exception-listing section.
           open input exception-file
           if ws-exc-status = "00"
              perform until no-more-records = 'y'
                 move spaces to exception-record
                 read exception-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform find-exception-id
                       if ws-found-id not = spaces
                          move ws-found-id to ws-find-id
                          perform charge-contact
                       end-if
                 end-read
              end-perform
              close exception-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * the contact id follows the last " ID " on the line that is
      * followed by seven digits - taking the last one keeps a name
      * that happens to contain " ID " from confusing the scan
      ******************************************************************
       find-exception-id section.
           move spaces to ws-found-id
           move 1 to ws-line-pos
           perform until ws-line-pos > 330
               if exception-record(ws-line-pos:4) = " ID "
                  and exception-record(ws-line-pos + 4:7) numeric
                  move exception-record(ws-line-pos + 4:7)
                     to ws-found-id
               end-if
               set ws-line-pos up by 1
           end-perform.
      ******************************************************************
      * charge one problem in category ws-cat-idx against the source
      * of the contact in ws-find-id - a contact with no source row
      * was not loaded off a rented list and is not scored
      ******************************************************************
       charge-contact section.
           move 1 to ws-contact-idx
           perform until ws-contact-idx > ws-num-contacts
              or ct-contact-id(ws-contact-idx) = ws-find-id
               set ws-contact-idx up by 1
           end-perform
           if ws-contact-idx <= ws-num-contacts
              move ct-source-idx(ws-contact-idx) to ws-source-idx
              set sc-count(ws-source-idx, ws-cat-idx) up by 1
              if ct-flagged(ws-contact-idx) = 'N'
                 move 'Y' to ct-flagged(ws-contact-idx)
                 set sc-flagged(ws-source-idx) up by 1
              end-if
           end-if.
      ******************************************************************
      * category 7 - every contact dedupflat or matchflat retired as
      * a duplicate of another is charged to the list that sent it
      ******************************************************************
       count-retired-duplicates section.
           move 7 to ws-cat-idx
           open input xref-file
           if ws-xref-status = "00"
              perform until no-more-records = 'y'
                 move spaces to xref-record
                 read xref-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if xr-retired-id numeric
                          move xr-retired-id to ws-find-id
                          perform charge-contact
                       end-if
                 end-read
              end-perform
              close xref-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * category 8 - a contact in the flat file with a blank email
      * or a blank phone field is a name the list charged full price
      * for and delivered short
      ******************************************************************
       count-blank-fields section.
           move 8 to ws-cat-idx
           open input input-file
           if ws-input-status not = "00"
              display "scorerpt: input file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to input-record
              read input-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       set ws-recs-read up by 1
                       if (email-field = spaces
                          or phone-field = spaces)
                          and contact-id-field numeric
                          move contact-id-field to ws-find-id
                          perform charge-contact
                       end-if
                    end-if
              end-read
           end-perform
           close input-file
           move space to no-more-records.
      ******************************************************************
      * score each source and hand it to the sort - the quality
      * percentage is the clean contacts over every record the
      * source delivered, the load rejects included
      ******************************************************************
       scorecard-input-pass section.
           move 1 to ws-source-idx
           perform until ws-source-idx > ws-num-sources
               move spaces to sort-work-record
               move sc-source(ws-source-idx) to sw-source
               move sc-loaded(ws-source-idx) to sw-loaded
               move sc-flagged(ws-source-idx) to sw-flagged
               move 1 to ws-cat-idx
               perform until ws-cat-idx > 8
                   move sc-count(ws-source-idx, ws-cat-idx)
                      to sw-count(ws-cat-idx)
                   set ws-cat-idx up by 1
               end-perform
               compute ws-delivered =
                  sc-loaded(ws-source-idx) + sc-count(ws-source-idx, 1)
               compute ws-clean =
                  sc-loaded(ws-source-idx) - sc-flagged(ws-source-idx)
               move zero to sw-quality
               if ws-delivered > zero
                  compute sw-quality rounded =
                     ws-clean * 100 / ws-delivered
               end-if
               release sort-work-record
               set ws-source-idx up by 1
           end-perform.
      ******************************************************************
      * print the scorecard worst source first
      ******************************************************************
       scorecard-output-pass section.
           open output report-file
           perform write-report-heading
           perform until no-more-records = 'y'
               return sort-work-file
                   at end
                      move 'y' to no-more-records
                   not at end
                      perform write-source-line
               end-return
           end-perform
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  SOURCES SCORED .............." to report-record(1:31)
           move ws-sources-printed to report-record(33:7)
           write report-record
           close report-file.
      ******************************************************************
      * print the report and column headings
      ******************************************************************
       write-report-heading section.
           move spaces to report-record
           move "SUPPLIER DATA QUALITY SCORECARD" to report-record(1:31)
           move "RUN DATE " to report-record(50:9)
           move ws-timestamp(1:8) to report-record(59:8)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "SOURCE" to report-record(1:6)
           move "LOADED" to report-record(15:6)
           move 1 to ws-cat-idx
           perform until ws-cat-idx > 8
               compute ws-line-pos = 14 + ws-cat-idx * 9
               move ws-category-name(ws-cat-idx)
                  to report-record(ws-line-pos:8)
               set ws-cat-idx up by 1
           end-perform
           move "FLAGGED" to report-record(95:7)
           move "QUALITY" to report-record(105:7)
           write report-record
           move spaces to report-record
           write report-record.
      ******************************************************************
      * print one source's counts and quality percentage
      ******************************************************************
       write-source-line section.
           move spaces to report-record
           move sw-source to report-record(1:10)
           move sw-loaded to ws-edit-count
           move ws-edit-count to report-record(14:7)
           move 1 to ws-cat-idx
           perform until ws-cat-idx > 8
               move sw-count(ws-cat-idx) to ws-edit-count
               compute ws-line-pos = 14 + ws-cat-idx * 9
               move ws-edit-count to report-record(ws-line-pos:7)
               set ws-cat-idx up by 1
           end-perform
           move sw-flagged to ws-edit-count
           move ws-edit-count to report-record(95:7)
           move sw-quality to ws-edit-quality
           move ws-edit-quality to report-record(105:5)
           move "%" to report-record(110:1)
           write report-record
           set ws-sources-printed up by 1.
      ******************************************************************
      * append one row to the shared run-log so a scorecard run can
      * be reconstructed the next morning alongside the load runs
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=SCORERPT" delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-sources-printed delimited by size
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
