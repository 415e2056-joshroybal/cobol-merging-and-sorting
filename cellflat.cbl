      ******************************************************************
      * test and control cell split program for campaign pulls
      * selectflat gives one selected file per pull, so a campaign's
      * responses could never be told apart from the people who
      * would have answered anyway. SPLIT takes a selectflat
      * extract and deals it into named cells off a small cell
      * parameter file (cells.txt) - one line per cell, a cell code,
      * its share of the pull in whole percent and the flat file the
      * cell's records go to, for instance
      *     HOLD   10  holdout.txt
      *     A      45  cella.txt
      *     B      45  cellb.txt
      * the cell coded HOLD is the holdout control group - it is
      * posted but never mailed - and every other cell is a test
      * cell, typically one per letterflat template. the shares must
      * come to 100. the deal is repeatable: NTH spreads each run of
      * one hundred names across the cells in proportion, name by
      * name in file order, and RANDOM draws each name's cell from a
      * seeded generator so the same seed over the same extract
      * always deals the same way. every record is posted to the
      * campaign history camphist.txt under the campaign with its
      * cell code, so run selectflat and labelflat for the cells
      * without a second posting - a pull already on the history is
      * refused. the cell balance report (cellbal.rpt) prints each
      * cell's count and share by state and by zip3 prefix so the
      * cells can be seen to be comparable before anything is
      * mailed. REPORT reads the history back for a campaign once
      * campflat has applied the responses and prints each cell's
      * pieces, responses and response rate with the lift over the
      * holdout - the campaign's real effect rather than its raw
      * response count. arguments are
      *     SPLIT campaign NTH [selected.txt] [cells.txt]
      *     SPLIT campaign RANDOM seed [selected.txt] [cells.txt]
      *     REPORT campaign [celllift.rpt]
      ******************************************************************
       identification division.
       program-id.    cellflat.
       environment division.
       input-output section.
       file-control.
           select input-file assign to ws-file-path
              organization is line sequential
              file status is ws-input-status.
           select cells-file assign to ws-cells-path
              organization is line sequential
              file status is ws-cells-status.
           select work-file assign to "cellflat.tmp"
              organization is line sequential
              file status is ws-work-status.
           select cell-out-file assign to ws-cell-out-path
              organization is line sequential.
           select hist-file assign to "camphist.txt"
              organization is line sequential
              file status is ws-hist-status.
           select report-file assign to ws-output-path
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

       fd cells-file.
       01 cells-record                 pic x(80).

       fd work-file.
       01 work-record.
          05 wk-cell                   pic x(4).
          05 wk-flat                   pic x(310).

       fd cell-out-file.
       01 cell-out-record              pic x(310).

       fd hist-file.
       01 hist-record.
          05 ch-contact-id             pic 9(7).
          05 ch-campaign               pic x(10).
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd report-file.
       01 report-record                pic x(132).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-campaign                  pic x(10) value spaces.
       77 ws-method                    pic x(8) value spaces.
       77 ws-seed-arg                  pic x(10) value spaces.
       77 ws-file-path                 pic x(80) value "selected.txt".
       77 ws-cells-path                pic x(80) value "cells.txt".
       77 ws-cell-out-path             pic x(80).
       77 ws-output-path               pic x(80).
       77 ws-max-cells                 pic 9 value 6.
       77 ws-num-cells                 pic 9 value zero.
       77 ws-cell-idx                  pic 9.
       77 ws-found-idx                 pic 9.
       77 ws-hold-idx                  pic 9 value zero.
       77 ws-total-pct                 pic 9(3) value zero.
       77 ws-slot                      pic 9(3) value zero.
       77 ws-slot-idx                  pic 9(3).
       77 ws-draw                      pic 9(3).
       77 ws-cum-pct                   pic 9(3).
       77 ws-max-states                pic 9(3) value 100.
       77 ws-num-states                pic 9(3) value zero.
       77 ws-max-zip3                  pic 9(4) value 1000.
       77 ws-num-zip3                  pic 9(4) value zero.
       77 ws-bal-idx                   pic 9(4).
       77 ws-bal-pos                   pic 9(4).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-recs-posted               pic 9(7) value zero.
       77 ws-parse-ptr                 pic 99.
       77 ws-col                       pic 9(3).
       77 ws-audit-ptr                 pic 9(3).
       01 no-more-records              pic x(1) value space.
       01 ws-input-status              pic x(2).
       01 ws-cells-status              pic x(2).
       01 ws-work-status               pic x(2).
       01 ws-hist-status               pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-cells-line                pic x(80).
       01 ws-token                     pic x(80).
       01 ws-pct-token                 pic x(3).
       01 ws-current-cell              pic x(4).
       01 ws-bal-key                   pic x(3).
       01 ws-bal-found                 pic x(1).
       01 ws-bal-label                 pic x(5).
       01 ws-rand-state                pic 9(10) value zero.
       01 ws-rand-product              pic 9(15).
       01 ws-rand-quotient             pic 9(15).
       01 ws-deficit                   pic s9(7).
       01 ws-best-deficit              pic s9(7).
       01 ws-rate                      pic 9(3)v9.
       01 ws-hold-rate                 pic 9(3)v9.
       01 ws-lift-points               pic s9(3)v9.
       01 ws-lift-pct                  pic s9(5)v9.
       01 ws-share                     pic 9(3)v9.
       01 ws-edit-count                pic z(6)9.
       01 ws-edit-rate                 pic zz9.9.
       01 ws-edit-points               pic -zz9.9.
       01 ws-edit-lift                 pic -(5)9.9.
       01 ws-cell-table.
           05 ws-cell-entry            occurs 6 times.
              10 ce-code               pic x(4).
              10 ce-pct                pic 9(3).
              10 ce-path               pic x(80).
              10 ce-count              pic 9(7).
              10 ce-slots              pic 9(3).
              10 ce-responses          pic 9(7).
      * the nth-name deal - which cell each of one hundred names in
      * a row goes to, spread so no cell gets its share in a lump
       01 ws-slot-table.
           05 ws-slot-cell             pic 9 occurs 100 times.
       01 ws-state-table.
           05 ws-state-entry           occurs 100 times.
              10 bs-state              pic x(3).
              10 bs-count              pic 9(7) occurs 6 times.
       01 ws-zip3-table.
           05 ws-zip3-entry            occurs 1000 times.
              10 bz-zip3               pic x(3).
              10 bz-count              pic 9(7) occurs 6 times.
       01 ws-bal-line.
           05 bl-key                   pic x(3).
           05 bl-count                 pic 9(7) occurs 6 times.
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-function from argument-value
               on exception move spaces to ws-function
           end-accept
           accept ws-campaign from argument-value
               on exception move spaces to ws-campaign
           end-accept
           if ws-campaign = spaces
              display "cellflat: a campaign code is required"
              move 16 to return-code
              stop run
           end-if
           move function current-date to ws-timestamp
           evaluate ws-function
              when "SPLIT"
                 perform split-pull
              when "REPORT"
                 perform report-cell-lift
              when other
                 display "cellflat: unknown function " ws-function
                 move 16 to return-code
           end-evaluate
           if return-code = zero
              perform write-audit-record
              display "cellflat " function trim(ws-function)
                 " complete"
           end-if
           stop run.
      ******************************************************************
      * deal the pull into its cells, post the history, write each
      * cell's flat file and print the balance report
      ******************************************************************
       split-pull section.
           accept ws-method from argument-value
               on exception move spaces to ws-method
           end-accept
           evaluate ws-method
              when "NTH"
                 continue
              when "RANDOM"
                 perform take-random-seed
              when other
                 display "cellflat: SPLIT takes NTH or RANDOM"
                 move 16 to return-code
                 stop run
           end-evaluate
           accept ws-file-path from argument-value
               on exception move "selected.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "selected.txt" to ws-file-path
           end-if
           accept ws-cells-path from argument-value
               on exception move "cells.txt" to ws-cells-path
           end-accept
           if ws-cells-path = spaces
              move "cells.txt" to ws-cells-path
           end-if
           move "cellbal.rpt" to ws-output-path
           perform load-cells
           perform build-slot-table
           perform check-campaign-not-posted
           open input input-file
           if ws-input-status not = "00"
              display "cellflat: input file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           open output work-file
           open extend hist-file
           if ws-hist-status = "35"
              open output hist-file
           end-if
           perform until no-more-records = 'y'
              move spaces to input-record
              read input-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       set ws-recs-read up by 1
                       perform deal-one-record
                    end-if
              end-read
           end-perform
           close input-file
           close work-file
           close hist-file
           move space to no-more-records
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               perform write-cell-file
               set ws-cell-idx up by 1
           end-perform
           move "rm -f cellflat.tmp" to ws-token
           call "SYSTEM" using ws-token
           perform write-balance-report
           display "cellflat split control report"
           display "  records read   : " ws-recs-read
           display "  rows posted    : " ws-recs-posted
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               display "  cell " ce-code(ws-cell-idx) "     : "
                  ce-count(ws-cell-idx) " "
                  function trim(ce-path(ws-cell-idx))
               set ws-cell-idx up by 1
           end-perform
           display function trim(ws-output-path) " written".
      ******************************************************************
      * the RANDOM deal needs a seed of one to nine digits - the same
      * seed over the same extract deals every name the same way
      ******************************************************************
       take-random-seed section.
           accept ws-seed-arg from argument-value
               on exception move spaces to ws-seed-arg
           end-accept
           move zero to ws-rand-state
           move 1 to ws-parse-ptr
           perform until ws-parse-ptr > 10
              or ws-seed-arg(ws-parse-ptr:1) = space
               if ws-seed-arg(ws-parse-ptr:1) numeric
                  and ws-parse-ptr < 10
                  compute ws-rand-state = ws-rand-state * 10
                     + function numval(ws-seed-arg(ws-parse-ptr:1))
                  set ws-parse-ptr up by 1
               else
                  move zero to ws-rand-state
                  move 11 to ws-parse-ptr
               end-if
           end-perform
           if ws-rand-state = zero
              display "cellflat: RANDOM needs a seed of 1 to 9 digits"
              move 16 to return-code
              stop run
           end-if.
      ******************************************************************
      * read the cell parameter file - code, share and output file
      * per line - and check the shares and the holdout before any
      * record moves
      ******************************************************************
       load-cells section.
           open input cells-file
           if ws-cells-status not = "00"
              display "cellflat: cell file not found - "
                 function trim(ws-cells-path)
              move 16 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to ws-cells-line
              read cells-file into ws-cells-line
                 at end
                    move 'y' to no-more-records
                 not at end
                    if ws-cells-line not = spaces
                       perform parse-cell-line
                    end-if
              end-read
           end-perform
           close cells-file
           move space to no-more-records
           if ws-hold-idx = zero or ws-num-cells < 2
              display "cellflat: a HOLD cell and at least one test "
                 "cell are required"
              move 16 to return-code
              stop run
           end-if
           if ws-total-pct not = 100
              display "cellflat: cell shares come to " ws-total-pct
                 " not 100"
              move 16 to return-code
              stop run
           end-if.
      ******************************************************************
      * break one cell line into its table entry
      ******************************************************************
       parse-cell-line section.
           if ws-num-cells >= ws-max-cells
              display "cellflat: more than " ws-max-cells " cells"
              close cells-file
              move 16 to return-code
              stop run
           end-if
           set ws-num-cells up by 1
           move spaces to ws-cell-entry(ws-num-cells)
           move zero to ce-count(ws-num-cells)
           move zero to ce-slots(ws-num-cells)
           move zero to ce-responses(ws-num-cells)
           move 1 to ws-parse-ptr
           perform next-token
           move ws-token to ce-code(ws-num-cells)
           if ws-token(5:1) not = space
              move spaces to ce-code(ws-num-cells)
           end-if
           perform next-token
           move ws-token to ws-pct-token
           if ws-token(4:1) not = space
              move "X" to ws-pct-token
           end-if
           perform next-token
           move ws-token to ce-path(ws-num-cells)
           if ce-code(ws-num-cells) = spaces
              or ce-path(ws-num-cells) = spaces
              display "cellflat: bad cell line - "
                 function trim(ws-cells-line)
              close cells-file
              move 16 to return-code
              stop run
           end-if
           if function trim(ws-pct-token) is not numeric
              display "cellflat: bad cell share - "
                 function trim(ws-cells-line)
              close cells-file
              move 16 to return-code
              stop run
           end-if
           compute ce-pct(ws-num-cells) = function numval(ws-pct-token)
           if ce-pct(ws-num-cells) = zero
              or ce-pct(ws-num-cells) > 99
              display "cellflat: bad cell share - "
                 function trim(ws-cells-line)
              close cells-file
              move 16 to return-code
              stop run
           end-if
           add ce-pct(ws-num-cells) to ws-total-pct
           move 1 to ws-cell-idx
           perform until ws-cell-idx >= ws-num-cells
               if ce-code(ws-cell-idx) = ce-code(ws-num-cells)
                  display "cellflat: cell " ce-code(ws-cell-idx)
                     " given twice"
                  close cells-file
                  move 16 to return-code
                  stop run
               end-if
               set ws-cell-idx up by 1
           end-perform
           if ce-code(ws-num-cells) = "HOLD"
              move ws-num-cells to ws-hold-idx
           end-if.
      ******************************************************************
      * pull the next space separated token off the cell line
      ******************************************************************
       next-token section.
           move spaces to ws-token
           perform until ws-parse-ptr > 80
              or ws-cells-line(ws-parse-ptr:1) not = space
               set ws-parse-ptr up by 1
           end-perform
           if ws-parse-ptr <= 80
              unstring ws-cells-line delimited by all spaces
                 into ws-token
                 with pointer ws-parse-ptr
              end-unstring
           end-if.
      ******************************************************************
      * lay out the nth-name deal - each of the one hundred slots
      * goes to the cell furthest behind its share at that point, so
      * a 10/45/45 split runs H A B A B ... rather than ten holdouts
      * followed by forty five of each
      ******************************************************************
       build-slot-table section.
           move 1 to ws-slot-idx
           perform until ws-slot-idx > 100
               move zero to ws-found-idx
               move -9999999 to ws-best-deficit
               move 1 to ws-cell-idx
               perform until ws-cell-idx > ws-num-cells
                   compute ws-deficit =
                      ce-pct(ws-cell-idx) * ws-slot-idx
                      - ce-slots(ws-cell-idx) * 100
                   if ws-deficit > ws-best-deficit
                      move ws-deficit to ws-best-deficit
                      move ws-cell-idx to ws-found-idx
                   end-if
                   set ws-cell-idx up by 1
               end-perform
               move ws-found-idx to ws-slot-cell(ws-slot-idx)
               set ce-slots(ws-found-idx) up by 1
               set ws-slot-idx up by 1
           end-perform.
      ******************************************************************
      * a campaign already on the history has been posted once - a
      * second deal would post every name twice, so refuse it
      ******************************************************************
       check-campaign-not-posted section.
           open input hist-file
           if ws-hist-status = "00"
              perform until no-more-records = 'y'
                 move spaces to hist-record
                 read hist-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if ch-campaign = ws-campaign
                          display "cellflat: campaign "
                             function trim(ws-campaign)
                             " is already on camphist.txt"
                          close hist-file
                          move 24 to return-code
                          stop run
                       end-if
                 end-read
              end-perform
              close hist-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * deal one record to its cell, post it to the history, tally
      * it for the balance report and hold it on the work file until
      * the cell files are written
      ******************************************************************
       deal-one-record section.
           if ws-method = "NTH"
              set ws-slot up by 1
              if ws-slot > 100
                 move 1 to ws-slot
              end-if
              move ws-slot-cell(ws-slot) to ws-found-idx
           else
              compute ws-rand-product = ws-rand-state * 16807
              divide ws-rand-product by 2147483647
                 giving ws-rand-quotient remainder ws-rand-state
              divide ws-rand-state by 100
                 giving ws-rand-quotient remainder ws-draw
              add 1 to ws-draw
              move zero to ws-cum-pct
              move zero to ws-found-idx
              move 1 to ws-cell-idx
              perform until ws-cell-idx > ws-num-cells
                 or ws-found-idx > zero
                  add ce-pct(ws-cell-idx) to ws-cum-pct
                  if ws-draw <= ws-cum-pct
                     move ws-cell-idx to ws-found-idx
                  end-if
                  set ws-cell-idx up by 1
              end-perform
           end-if
           set ce-count(ws-found-idx) up by 1
           move ce-code(ws-found-idx) to wk-cell
           move input-record to wk-flat
           write work-record
           move contact-id-field to ch-contact-id
           move ws-campaign to ch-campaign
           move ws-timestamp(1:8) to ch-mail-date
           move space to ch-response
           move spaces to ch-resp-date
           move ce-code(ws-found-idx) to ch-cell
           write hist-record
           set ws-recs-posted up by 1
           perform tally-state
           perform tally-zip3.
      ******************************************************************
      * add the record to its state's row of the balance table,
      * keeping the rows in state order as they are opened
      ******************************************************************
       tally-state section.
           move state-field to ws-bal-key
           if ws-bal-key = spaces
              move "??" to ws-bal-key
           end-if
           move 'N' to ws-bal-found
           move 1 to ws-bal-pos
           perform until ws-bal-pos > ws-num-states
              or bs-state(ws-bal-pos) >= ws-bal-key
               set ws-bal-pos up by 1
           end-perform
           if ws-bal-pos <= ws-num-states
              if bs-state(ws-bal-pos) = ws-bal-key
                 move 'Y' to ws-bal-found
              end-if
           end-if
           if ws-bal-found = 'N'
              if ws-num-states >= ws-max-states
                 display "cellflat: more than " ws-max-states
                    " states"
                 move 20 to return-code
                 stop run
              end-if
              move ws-num-states to ws-bal-idx
              perform until ws-bal-idx < ws-bal-pos
                  move ws-state-entry(ws-bal-idx)
                     to ws-state-entry(ws-bal-idx + 1)
                  subtract 1 from ws-bal-idx
              end-perform
              set ws-num-states up by 1
              move ws-bal-key to bs-state(ws-bal-pos)
              move 1 to ws-cell-idx
              perform until ws-cell-idx > ws-max-cells
                  move zero to bs-count(ws-bal-pos, ws-cell-idx)
                  set ws-cell-idx up by 1
              end-perform
           end-if
           set bs-count(ws-bal-pos, ws-found-idx) up by 1.
      ******************************************************************
      * add the record to its zip3 prefix's row of the balance
      * table the same way - a zip that does not start with three
      * digits tallies under ???
      ******************************************************************
       tally-zip3 section.
           move zip-field(1:3) to ws-bal-key
           if ws-bal-key not numeric
              move "???" to ws-bal-key
           end-if
           move 'N' to ws-bal-found
           move 1 to ws-bal-pos
           perform until ws-bal-pos > ws-num-zip3
              or bz-zip3(ws-bal-pos) >= ws-bal-key
               set ws-bal-pos up by 1
           end-perform
           if ws-bal-pos <= ws-num-zip3
              if bz-zip3(ws-bal-pos) = ws-bal-key
                 move 'Y' to ws-bal-found
              end-if
           end-if
           if ws-bal-found = 'N'
              if ws-num-zip3 >= ws-max-zip3
                 display "cellflat: more than " ws-max-zip3
                    " zip3 prefixes"
                 move 20 to return-code
                 stop run
              end-if
              move ws-num-zip3 to ws-bal-idx
              perform until ws-bal-idx < ws-bal-pos
                  move ws-zip3-entry(ws-bal-idx)
                     to ws-zip3-entry(ws-bal-idx + 1)
                  subtract 1 from ws-bal-idx
              end-perform
              set ws-num-zip3 up by 1
              move ws-bal-key to bz-zip3(ws-bal-pos)
              move 1 to ws-cell-idx
              perform until ws-cell-idx > ws-max-cells
                  move zero to bz-count(ws-bal-pos, ws-cell-idx)
                  set ws-cell-idx up by 1
              end-perform
           end-if
           set bz-count(ws-bal-pos, ws-found-idx) up by 1.
      ******************************************************************
      * write the flat file for the cell under ws-cell-idx off the
      * work file - the holdout's file is the record of who was held
      * back and is not for the printer
      ******************************************************************
       write-cell-file section.
           move ce-path(ws-cell-idx) to ws-cell-out-path
           move ce-code(ws-cell-idx) to ws-current-cell
           open input work-file
           open output cell-out-file
           perform until no-more-records = 'y'
              read work-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if wk-cell = ws-current-cell
                       write cell-out-record from wk-flat
                       set ws-recs-written up by 1
                    end-if
              end-read
           end-perform
           close work-file
           close cell-out-file
           move space to no-more-records.
      ******************************************************************
      * print the cell balance report - the cells across the page,
      * each with its count and its share of the cell, by state and
      * then by zip3 prefix
      ******************************************************************
       write-balance-report section.
           open output report-file
           move spaces to report-record
           move "CELL BALANCE REPORT - CAMPAIGN" to report-record(1:30)
           move ws-campaign to report-record(32:10)
           move "METHOD" to report-record(44:6)
           move ws-method to report-record(51:8)
           if ws-method = "RANDOM"
              move "SEED" to report-record(60:4)
              move ws-seed-arg to report-record(65:10)
           end-if
           move "RUN DATE" to report-record(80:8)
           move ws-timestamp(1:8) to report-record(89:8)
           write report-record
           move spaces to report-record
           write report-record
           perform write-balance-heading
           move "TOTAL" to ws-bal-label
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-max-cells
               if ws-cell-idx <= ws-num-cells
                  move ce-count(ws-cell-idx) to bl-count(ws-cell-idx)
               else
                  move zero to bl-count(ws-cell-idx)
               end-if
               set ws-cell-idx up by 1
           end-perform
           perform write-balance-line
           move spaces to report-record
           write report-record
           move "BY STATE" to report-record(1:8)
           write report-record
           move 1 to ws-bal-idx
           perform until ws-bal-idx > ws-num-states
               move ws-state-entry(ws-bal-idx) to ws-bal-line
               move bl-key to ws-bal-label
               perform write-balance-line
               set ws-bal-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           move "BY ZIP3" to report-record(1:7)
           write report-record
           move 1 to ws-bal-idx
           perform until ws-bal-idx > ws-num-zip3
               move ws-zip3-entry(ws-bal-idx) to ws-bal-line
               move bl-key to ws-bal-label
               perform write-balance-line
               set ws-bal-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           move "  RECORDS READ ..............." to report-record(1:30)
           move ws-recs-read to report-record(32:7)
           write report-record
           move spaces to report-record
           move "  HISTORY ROWS POSTED ........" to report-record(1:30)
           move ws-recs-posted to report-record(32:7)
           write report-record
           close report-file.
      ******************************************************************
      * the column heading - one block of count and share per cell
      ******************************************************************
       write-balance-heading section.
           move spaces to report-record
           move "KEY" to report-record(1:3)
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               compute ws-col = 8 + (ws-cell-idx - 1) * 18
               move "CELL" to report-record(ws-col + 4:4)
               move ce-code(ws-cell-idx) to report-record(ws-col + 9:4)
               set ws-cell-idx up by 1
           end-perform
           write report-record
           move spaces to report-record
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               compute ws-col = 8 + (ws-cell-idx - 1) * 18
               move "COUNT" to report-record(ws-col + 2:5)
               move "SHARE" to report-record(ws-col + 10:5)
               set ws-cell-idx up by 1
           end-perform
           write report-record.
      ******************************************************************
      * print one row of ws-bal-line - each cell's count and that
      * count as a share of the cell's total, which is the figure
      * to compare across cells
      ******************************************************************
       write-balance-line section.
           move spaces to report-record
           move ws-bal-label to report-record(1:5)
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               compute ws-col = 8 + (ws-cell-idx - 1) * 18
               move bl-count(ws-cell-idx) to ws-edit-count
               move ws-edit-count to report-record(ws-col:7)
               move zero to ws-share
               if ce-count(ws-cell-idx) > zero
                  compute ws-share rounded =
                     bl-count(ws-cell-idx) * 100
                        / ce-count(ws-cell-idx)
               end-if
               move ws-share to ws-edit-rate
               move ws-edit-rate to report-record(ws-col + 9:5)
               move "%" to report-record(ws-col + 14:1)
               set ws-cell-idx up by 1
           end-perform
           write report-record.
      ******************************************************************
      * read the history back for the campaign and print each cell's
      * pieces, responses and rate with the lift over the holdout -
      * the points the rate rose and that rise as a percent of the
      * holdout's own rate
      ******************************************************************
       report-cell-lift section.
           move "camphist.txt" to ws-file-path
           accept ws-output-path from argument-value
               on exception move "celllift.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "celllift.rpt" to ws-output-path
           end-if
           open input hist-file
           if ws-hist-status not = "00"
              display "cellflat: no campaign history on file"
              move 20 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to hist-record
              read hist-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if ch-campaign = ws-campaign
                       and ch-cell not = spaces
                       set ws-recs-read up by 1
                       perform tally-cell-response
                    end-if
              end-read
           end-perform
           close hist-file
           if ws-num-cells = zero
              display "cellflat: campaign " function trim(ws-campaign)
                 " has no cell rows on camphist.txt"
              move 20 to return-code
              stop run
           end-if
           move zero to ws-hold-rate
           if ws-hold-idx > zero
              if ce-count(ws-hold-idx) > zero
                 compute ws-hold-rate rounded =
                    ce-responses(ws-hold-idx) * 100
                       / ce-count(ws-hold-idx)
              end-if
           end-if
           open output report-file
           move spaces to report-record
           move "CELL LIFT REPORT - CAMPAIGN" to report-record(1:27)
           move ws-campaign to report-record(29:10)
           move "RUN DATE" to report-record(60:8)
           move ws-timestamp(1:8) to report-record(69:8)
           write report-record
           move spaces to report-record
           write report-record
           move "CELL" to report-record(1:4)
           move "PIECES" to report-record(11:6)
           move "RESPONSES" to report-record(19:9)
           move "RATE" to report-record(32:4)
           move "LIFT PTS" to report-record(40:8)
           move "LIFT %" to report-record(52:6)
           write report-record
           move spaces to report-record
           write report-record
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
               perform write-lift-line
               set ws-cell-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           if ws-hold-idx = zero
              move "  NO HOLD CELL ON FILE - LIFT NOT MEASURED"
                 to report-record(1:42)
              write report-record
           end-if
           move spaces to report-record
           move "  HISTORY ROWS ..............." to report-record(1:30)
           move ws-recs-read to report-record(32:7)
           write report-record
           close report-file
           display "cellflat lift control report"
           display "  history rows : " ws-recs-read
           display "  cells        : " ws-num-cells
           display function trim(ws-output-path) " written".
      ******************************************************************
      * count one history row into its cell, opening the cell the
      * first time it appears
      ******************************************************************
       tally-cell-response section.
           move zero to ws-found-idx
           move 1 to ws-cell-idx
           perform until ws-cell-idx > ws-num-cells
              or ws-found-idx > zero
               if ce-code(ws-cell-idx) = ch-cell
                  move ws-cell-idx to ws-found-idx
               end-if
               set ws-cell-idx up by 1
           end-perform
           if ws-found-idx = zero
              if ws-num-cells >= ws-max-cells
                 display "cellflat: more than " ws-max-cells " cells"
                 close hist-file
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-cells up by 1
              move ws-num-cells to ws-found-idx
              move spaces to ws-cell-entry(ws-found-idx)
              move ch-cell to ce-code(ws-found-idx)
              move zero to ce-count(ws-found-idx)
              move zero to ce-responses(ws-found-idx)
              if ch-cell = "HOLD"
                 move ws-found-idx to ws-hold-idx
              end-if
           end-if
           set ce-count(ws-found-idx) up by 1
           if ch-response = 'R'
              set ce-responses(ws-found-idx) up by 1
           end-if.
      ******************************************************************
      * print one cell's line of the lift report
      ******************************************************************
       write-lift-line section.
           move zero to ws-rate
           if ce-count(ws-cell-idx) > zero
              compute ws-rate rounded =
                 ce-responses(ws-cell-idx) * 100
                    / ce-count(ws-cell-idx)
           end-if
           move spaces to report-record
           move ce-code(ws-cell-idx) to report-record(1:4)
           move ce-count(ws-cell-idx) to ws-edit-count
           move ws-edit-count to report-record(10:7)
           move ce-responses(ws-cell-idx) to ws-edit-count
           move ws-edit-count to report-record(21:7)
           move ws-rate to ws-edit-rate
           move ws-edit-rate to report-record(31:5)
           move "%" to report-record(36:1)
           if ws-cell-idx = ws-hold-idx
              move "HOLDOUT" to report-record(41:7)
           else
              if ws-hold-idx > zero
                 compute ws-lift-points = ws-rate - ws-hold-rate
                 move ws-lift-points to ws-edit-points
                 move ws-edit-points to report-record(42:6)
                 if ws-hold-rate > zero
                    compute ws-lift-pct rounded =
                       ws-lift-points * 100 / ws-hold-rate
                    move ws-lift-pct to ws-edit-lift
                    move ws-edit-lift to report-record(50:8)
                    move "%" to report-record(58:1)
                 else
                    move "N/A" to report-record(55:3)
                 end-if
              end-if
           end-if
           write report-record
           set ws-recs-written up by 1.
      ******************************************************************
      * append one row to the shared run-log so a split or a lift
      * report can be reconstructed alongside every other run
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           move 1 to ws-audit-ptr
           string
              ws-timestamp delimited by size
              " PROGRAM=CELLFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-written delimited by size
              " CAMPAIGN=" delimited by size
              function trim(ws-campaign) delimited by size
              into audit-record
              with pointer ws-audit-ptr
           end-string
           if ws-function = "SPLIT"
              string
                 " METHOD=" delimited by size
                 function trim(ws-method) delimited by size
                 " CELLS=" delimited by size
                 ws-num-cells delimited by size
                 into audit-record
                 with pointer ws-audit-ptr
              end-string
           end-if
      * the audit file does not exist yet on its very first run, so
      * fall back to opening it fresh before writing the row
           open extend audit-file
           if ws-audit-status = "35"
              open output audit-file
           end-if
           write audit-record
           close audit-file.
