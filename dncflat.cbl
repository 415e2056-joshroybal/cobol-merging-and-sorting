      ******************************************************************
      * telephone do-not-call scrub and outbound call list program
      * the front office phones people off the same master the mail
      * comes from, but donotmail.txt only covers mail and nothing
      * checked a number against the national and state do-not-call
      * registries before a rep dialled it - and calling a
      * registered number is a fine per call. this program takes a
      * selectflat extract in the standard flat layout and scrubs
      * both phone-field and cell-field (already in the house
      * 999-999-9999 format from phoneflat) against the registry
      * file (the second argument, default dncreg.txt - one number
      * per line in columns 1-12 and the registry it came from,
      * US for the national list or the state code, in 14-15) and
      * the internal do-not-call list donotcall.txt (the number in
      * columns 1-12, a reason code in 14-16 and the date taken in
      * 18-25). numbers compare on their ten digits alone so
      * punctuation cannot beat the scrub. the office phone is
      * offered first and the cell second - the first number that
      * survives goes on the call list with the contact and the
      * rep's territory code terrflat stamped in territory.txt, and
      * a contact with no number left is dropped. the scrub report
      * dncscrub.rpt lists every number removed and why
      ******************************************************************
       identification division.
       program-id.    dncflat.
       environment division.
       input-output section.
       file-control.
           select input-file assign to ws-file-path
              organization is line sequential
              file status is ws-input-status.
           select registry-file assign to ws-registry-path
              organization is line sequential
              file status is ws-registry-status.
           select internal-file assign to "donotcall.txt"
              organization is line sequential
              file status is ws-internal-status.
           select territory-file assign to "territory.txt"
              organization is line sequential
              file status is ws-terr-status.
           select call-file assign to ws-output-path
              organization is line sequential.
           select report-file assign to "dncscrub.rpt"
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

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

       fd registry-file.
       01 registry-record.
          05 rg-number                 pic x(12).
          05 filler                    pic x(1).
          05 rg-registry               pic x(2).

       fd internal-file.
       01 internal-record.
          05 dc-number                 pic x(12).
          05 filler                    pic x(1).
          05 dc-reason                 pic x(3).
          05 filler                    pic x(1).
          05 dc-date                   pic x(8).

       fd territory-file.
       01 territory-record.
          05 filler                    pic x(301).
          05 tf-contact-id             pic 9(7).
          05 filler                    pic x(2).
          05 tf-territory              pic x(6).

       fd call-file.
       01 call-record.
          05 cl-contact-id             pic 9(7).
          05 cl-lastname               pic x(15).
          05 cl-firstname              pic x(15).
          05 cl-company                pic x(35).
          05 cl-number                 pic x(12).
          05 cl-number-type            pic x(4).
          05 cl-state                  pic x(2).
          05 cl-territory              pic x(6).

       fd report-file.
       01 report-record                pic x(132).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-file-path                 pic x(80) value "selected.txt".
       77 ws-registry-path             pic x(80) value "dncreg.txt".
       77 ws-output-path               pic x(80) value "calllist.txt".
       77 ws-max-numbers               pic 9(5) value 50000.
       77 ws-num-registry              pic 9(5) value zero.
       77 ws-num-internal              pic 9(5) value zero.
       77 ws-num-terr                  pic 9(5) value zero.
       77 ws-tbl-idx                   pic 9(5).
       77 ws-digit-idx                 pic 99.
       77 ws-digit-count               pic 99.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-recs-dropped              pic 9(7) value zero.
       77 ws-nums-registry             pic 9(7) value zero.
       77 ws-nums-internal             pic 9(7) value zero.
       77 ws-nums-invalid              pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-input-status              pic x(2).
       01 ws-registry-status           pic x(2).
       01 ws-internal-status           pic x(2).
       01 ws-terr-status               pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-raw-number                pic x(12).
       01 ws-digits                    pic x(10).
       01 ws-number-type               pic x(4).
       01 ws-scrub-reason              pic x(30).
       01 ws-usable                    pic x(1).
       01 ws-registry-table.
           05 ws-registry-entry        occurs 50000 times.
              10 rt-digits             pic x(10).
              10 rt-registry           pic x(2).
       01 ws-internal-table.
           05 ws-internal-entry        occurs 50000 times.
              10 it-digits             pic x(10).
              10 it-reason             pic x(3).
       01 ws-terr-table.
           05 ws-terr-entry            occurs 50000 times.
              10 tt-contact-id         pic 9(7).
              10 tt-territory          pic x(6).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-file-path from argument-value
               on exception move "selected.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "selected.txt" to ws-file-path
           end-if
           accept ws-registry-path from argument-value
               on exception move "dncreg.txt" to ws-registry-path
           end-accept
           if ws-registry-path = spaces
              move "dncreg.txt" to ws-registry-path
           end-if
           accept ws-output-path from argument-value
               on exception move "calllist.txt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "calllist.txt" to ws-output-path
           end-if
           perform load-registry-table
           perform load-internal-table
           perform load-territory-table
           open input input-file
           if ws-input-status not = "00"
              display "dncflat: input file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           open output call-file
           open output report-file
           perform write-report-heading
           move spaces to input-record
           read input-file into input-record
             at end
                move 'y' to no-more-records
           end-read
           perform until no-more-records = 'y'
               if input-record not = spaces
                  set ws-recs-read up by 1
                  perform scrub-one-contact
               end-if
               move spaces to input-record
               read input-file into input-record
                 at end
                    move 'y' to no-more-records
               end-read
           end-perform
           close input-file
           close call-file
           perform write-report-totals
           close report-file
           perform write-audit-record
           display "dncflat control report"
           display "  contacts read      : " ws-recs-read
           display "  contacts callable  : " ws-recs-written
           display "  contacts dropped   : " ws-recs-dropped
           display "  registry removals  : " ws-nums-registry
           display "  internal removals  : " ws-nums-internal
           display "  invalid numbers    : " ws-nums-invalid
           display function trim(ws-output-path) " written"
           display "dncscrub.rpt written"
           stop run.
      ******************************************************************
      * load the registry numbers as bare digits - without a
      * registry there is nothing to scrub against and no call list
      * can be trusted, so a missing file stops the run
      ******************************************************************
       load-registry-table section.
           open input registry-file
           if ws-registry-status not = "00"
              display "dncflat: registry file not found - "
                 function trim(ws-registry-path)
              move 20 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to registry-record
              read registry-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if registry-record not = spaces
                       perform add-registry-entry
                    end-if
              end-read
           end-perform
           close registry-file
           move space to no-more-records.
      ******************************************************************
      * add one registry number to the table - an overflow would
      * leave the scrub silently incomplete, which is a compliance
      * exposure worth stopping the run over
      ******************************************************************
       add-registry-entry section.
           if ws-num-registry >= ws-max-numbers
              display "dncflat: more than " ws-max-numbers
                 " registry numbers"
              close registry-file
              move 20 to return-code
              stop run
           end-if
           move rg-number to ws-raw-number
           perform extract-digits
           if ws-digit-count = 10
              set ws-num-registry up by 1
              move ws-digits to rt-digits(ws-num-registry)
              move rg-registry to rt-registry(ws-num-registry)
           end-if.
      ******************************************************************
      * load the internal do-not-call list - a missing file just
      * means nobody has asked the office not to call yet
      ******************************************************************
       load-internal-table section.
           open input internal-file
           if ws-internal-status = "00"
              perform until no-more-records = 'y'
                 move spaces to internal-record
                 read internal-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if internal-record not = spaces
                          perform add-internal-entry
                       end-if
                 end-read
              end-perform
              close internal-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one internal do-not-call number to the table
      ******************************************************************
       add-internal-entry section.
           if ws-num-internal >= ws-max-numbers
              display "dncflat: more than " ws-max-numbers
                 " internal do-not-call numbers"
              close internal-file
              move 20 to return-code
              stop run
           end-if
           move dc-number to ws-raw-number
           perform extract-digits
           if ws-digit-count = 10
              set ws-num-internal up by 1
              move ws-digits to it-digits(ws-num-internal)
              move dc-reason to it-reason(ws-num-internal)
           end-if.
      ******************************************************************
      * load the territory code terrflat stamped on each contact - a
      * missing territory file just leaves the code blank on the
      * call list
      ******************************************************************
       load-territory-table section.
           open input territory-file
           if ws-terr-status = "00"
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
           if ws-num-terr >= ws-max-numbers
              display "dncflat: more than " ws-max-numbers
                 " territory records"
              close territory-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-terr up by 1
           move tf-contact-id to tt-contact-id(ws-num-terr)
           move tf-territory to tt-territory(ws-num-terr).
      ******************************************************************
      * offer the office phone and then the cell - the first number
      * the scrub leaves standing is the one the rep dials
      ******************************************************************
       scrub-one-contact section.
           move 'N' to ws-usable
           if phone-field not = spaces
              move phone-field to ws-raw-number
              move "WORK" to ws-number-type
              perform scrub-one-number
           end-if
           if ws-usable = 'N' and cell-field not = spaces
              move cell-field to ws-raw-number
              move "CELL" to ws-number-type
              perform scrub-one-number
           end-if
           if ws-usable = 'Y'
              perform write-call-record
           else
              set ws-recs-dropped up by 1
           end-if.
      ******************************************************************
      * check one number against the registry and the internal list
      * - a number removed goes on the scrub report with its reason
      ******************************************************************
       scrub-one-number section.
           move spaces to ws-scrub-reason
           perform extract-digits
           if ws-digit-count not = 10
              move "NOT A TEN DIGIT NUMBER" to ws-scrub-reason
              set ws-nums-invalid up by 1
           else
              move 1 to ws-tbl-idx
              perform until ws-tbl-idx > ws-num-registry
                 or ws-scrub-reason not = spaces
                  if rt-digits(ws-tbl-idx) = ws-digits
                     if rt-registry(ws-tbl-idx) = "US"
                        or rt-registry(ws-tbl-idx) = spaces
                        move "NATIONAL REGISTRY" to ws-scrub-reason
                     else
                        string
                           "STATE REGISTRY " delimited by size
                           rt-registry(ws-tbl-idx) delimited by size
                           into ws-scrub-reason
                        end-string
                     end-if
                     set ws-nums-registry up by 1
                  end-if
                  set ws-tbl-idx up by 1
              end-perform
              move 1 to ws-tbl-idx
              perform until ws-tbl-idx > ws-num-internal
                 or ws-scrub-reason not = spaces
                  if it-digits(ws-tbl-idx) = ws-digits
                     string
                        "INTERNAL DO-NOT-CALL " delimited by size
                        it-reason(ws-tbl-idx) delimited by size
                        into ws-scrub-reason
                     end-string
                     set ws-nums-internal up by 1
                  end-if
                  set ws-tbl-idx up by 1
              end-perform
           end-if
           if ws-scrub-reason = spaces
              move 'Y' to ws-usable
           else
              perform write-scrub-line
           end-if.
      ******************************************************************
      * strip a number down to its digits - a leading 1 long distance
      * prefix is dropped so an eleven digit keying still compares
      ******************************************************************
       extract-digits section.
           move spaces to ws-digits
           move zero to ws-digit-count
           move 1 to ws-digit-idx
           perform until ws-digit-idx > 12
               if ws-raw-number(ws-digit-idx:1) >= '0'
                  and ws-raw-number(ws-digit-idx:1) <= '9'
                  if ws-digit-count = 1 and ws-digits(1:1) = '1'
                     move zero to ws-digit-count
                  end-if
                  if ws-digit-count < 10
                     set ws-digit-count up by 1
                     move ws-raw-number(ws-digit-idx:1)
                        to ws-digits(ws-digit-count:1)
                  else
                     move 11 to ws-digit-count
                  end-if
               end-if
               set ws-digit-idx up by 1
           end-perform.
      ******************************************************************
      * write the contact to the call list with the number that
      * survived and the rep's territory code
      ******************************************************************
       write-call-record section.
           move spaces to call-record
           move contact-id-field to cl-contact-id
           move lastname-field to cl-lastname
           move firstname-field to cl-firstname
           move company-field to cl-company
           move ws-raw-number to cl-number
           move ws-number-type to cl-number-type
           move state-field to cl-state
           move 1 to ws-tbl-idx
           perform until ws-tbl-idx > ws-num-terr
               if tt-contact-id(ws-tbl-idx) = contact-id-field
                  move tt-territory(ws-tbl-idx) to cl-territory
                  move ws-num-terr to ws-tbl-idx
               end-if
               set ws-tbl-idx up by 1
           end-perform
           write call-record
           set ws-recs-written up by 1.
      ******************************************************************
      * print the report heading
      ******************************************************************
       write-report-heading section.
           move spaces to report-record
           move "DO-NOT-CALL SCRUB REPORT" to report-record(1:24)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "CONTACT  NAME" to report-record(1:13)
           move "TYPE" to report-record(43:4)
           move "NUMBER" to report-record(48:6)
           move "REASON REMOVED" to report-record(62:14)
           write report-record.
      ******************************************************************
      * print one number removed by the scrub and why
      ******************************************************************
       write-scrub-line section.
           move spaces to report-record
           move contact-id-field to report-record(1:7)
           string
              function trim(lastname-field) delimited by size
              ", " delimited by size
              function trim(firstname-field) delimited by size
              into report-record(10:32)
           end-string
           move ws-number-type to report-record(43:4)
           move ws-raw-number to report-record(48:12)
           move ws-scrub-reason to report-record(62:30)
           write report-record.
      ******************************************************************
      * print the run totals at the foot of the report
      ******************************************************************
       write-report-totals section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  CONTACTS READ ..............." to report-record(1:31)
           move ws-recs-read to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CONTACTS CALLABLE ..........." to report-record(1:31)
           move ws-recs-written to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CONTACTS DROPPED ............" to report-record(1:31)
           move ws-recs-dropped to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  REGISTRY REMOVALS ..........." to report-record(1:31)
           move ws-nums-registry to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  INTERNAL LIST REMOVALS ......" to report-record(1:31)
           move ws-nums-internal to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  INVALID NUMBERS ............." to report-record(1:31)
           move ws-nums-invalid to report-record(33:7)
           write report-record.
      ******************************************************************
      * append one row to the shared run-log so a scrub can be
      * reconstructed the next morning - and shown to a regulator -
      * alongside every csv2flat, sortflat and mergeflat run
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=DNCFLAT" delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-written delimited by size
              " REJECTED=" delimited by size
              ws-recs-dropped delimited by size
              " REGISTRY=" delimited by size
              function trim(ws-registry-path) delimited by size
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
