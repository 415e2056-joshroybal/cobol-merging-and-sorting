      ******************************************************************
      * mail house transmission and acknowledgement program
      * the mail house was sent a bare merged.txt or flat2csv dump,
      * and a file cut short in transit only came to light when
      * they billed a short count. SEND wraps a selection extract
      * in a transmission file - a header record carrying the
      * sender, the campaign code, the processing date and the file
      * sequence number, one detail record per contact, and a
      * trailer record carrying the record count and a hash total
      * of the contact ids plus the five digit zips - and records
      * the transmission in the register xmitreg.txt. the sender
      * code is FLATPIPE unless the FLATSENDER environment setting
      * names another. ACK reads back the acknowledgement file the
      * mail house returns - one line per transmission giving the
      * sequence number, A (accepted) or R (rejected), the record
      * count and hash total they received, the date and a reason -
      * matches it to the register by sequence number, and reports
      * every transmission not yet settled as accepted, rejected,
      * mismatched (counts that do not agree with what was sent) or
      * never acknowledged once the days allowed have passed. a
      * missing or mismatched acknowledgement is logged to audit.txt
      * as an out-of-balance row so balanceflat reports it, and the
      * run ends with return code 8. arguments are
      *     SEND campaign [extract] [transmission file]
      *     ACK [ack file] [days allowed] [report]
      * defaults selected.txt, xmit.txt, xmitack.txt, 002 days and
      * xmitack.rpt
      ******************************************************************
       identification division.
       program-id.    xmitflat.
       environment division.
       input-output section.
       file-control.
           select input-file assign to ws-file-path
              organization is line sequential
              file status is ws-input-status.
           select xmit-file assign to ws-output-path
              organization is line sequential.
           select register-file assign to "xmitreg.txt"
              organization is line sequential
              file status is ws-register-status.
           select newreg-file assign to "xmitreg.tmp"
              organization is line sequential.
           select ack-file assign to ws-file-path
              organization is line sequential
              file status is ws-ack-status.
           select report-file assign to ws-output-path
              organization is line sequential.
           select runctl-file assign to "runctl.dat"
              organization is line sequential
              file status is ws-runctl-status.
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
          05 contact-id-field          pic x(7).
          05 country-field             pic x(2).

      * the transmission file - a header (H), the details (D) each
      * carrying one record in the standard flat layout, and a
      * trailer (T)
       fd xmit-file.
       01 xmit-record.
          05 xm-type                   pic x(1).
          05 xm-data                   pic x(310).
       01 xmit-header.
          05 filler                    pic x(1).
          05 xh-sender                 pic x(10).
          05 xh-campaign               pic x(10).
          05 xh-proc-date              pic x(8).
          05 xh-sequence               pic 9(6).
          05 filler                    pic x(276).
       01 xmit-trailer.
          05 filler                    pic x(1).
          05 xt-count                  pic 9(7).
          05 xt-hash                   pic 9(15).
          05 filler                    pic x(288).

       fd register-file.
       01 register-record              pic x(135).

       fd newreg-file.
       01 newreg-record                pic x(135).

       fd ack-file.
       01 ack-record.
          05 ak-sequence               pic x(6).
          05 ak-result                 pic x(1).
          05 ak-count                  pic x(7).
          05 ak-hash                   pic x(15).
          05 ak-date                   pic x(8).
          05 ak-reason                 pic x(30).

       fd report-file.
       01 report-record                pic x(132).

       fd runctl-file.
       01 runctl-record.
          05 rc-proc-date              pic x(8).
          05 filler                    pic x(1).
          05 rc-status                 pic x(1).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-campaign                  pic x(10) value spaces.
       77 ws-file-path                 pic x(80) value spaces.
       77 ws-output-path               pic x(80).
       77 ws-sender                    pic x(10).
       77 ws-days-arg                  pic x(3) value spaces.
       77 ws-days-allowed              pic 9(3) value 2.
       77 ws-sequence                  pic 9(6) value zero.
       77 ws-hash                      pic 9(15) value zero.
       77 ws-zip-num                   pic 9(5).
       77 ws-id-num                    pic 9(7).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-acks-read                 pic 9(7) value zero.
       77 ws-acks-bad                  pic 9(7) value zero.
       77 ws-max-acks                  pic 9(4) value 2000.
       77 ws-num-acks                  pic 9(4) value zero.
       77 ws-ack-idx                   pic 9(4).
       77 ws-found-idx                 pic 9(4).
       77 ws-max-breaks                pic 9(3) value 200.
       77 ws-num-breaks                pic 9(3) value zero.
       77 ws-break-idx                 pic 9(3).
       77 ws-accepted                  pic 9(5) value zero.
       77 ws-rejected                  pic 9(5) value zero.
       77 ws-mismatched                pic 9(5) value zero.
       77 ws-not-acked                 pic 9(5) value zero.
       77 ws-awaiting                  pic 9(5) value zero.
       77 ws-unknown                   pic 9(5) value zero.
       77 ws-settled                   pic 9(7) value zero.
       77 ws-today-int                 pic 9(8).
       77 ws-sent-int                  pic 9(8).
       77 ws-days-out                  pic s9(8).
       77 ws-date-num                  pic 9(8).
       77 ws-audit-ptr                 pic 9(3).
       77 ws-command                   pic x(120).
       01 no-more-records              pic x(1) value space.
       01 ws-input-status              pic x(2).
       01 ws-register-status           pic x(2).
       01 ws-ack-status                pic x(2).
       01 ws-runctl-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-balanced                  pic x(1) value 'Y'.
       01 ws-result                    pic x(10).
       01 ws-ack-hit                   pic x(1).
      * one register row - status S sent, A accepted, R rejected,
      * M mismatched, N never acknowledged
       01 ws-register-row.
          05 xr-sequence               pic 9(6).
          05 xr-campaign               pic x(10).
          05 xr-proc-date              pic x(8).
          05 xr-count                  pic 9(7).
          05 xr-hash                   pic 9(15).
          05 xr-status                 pic x(1).
          05 xr-ack-date               pic x(8).
          05 xr-file                   pic x(80).
       01 ws-ack-table.
           05 ws-ack-entry             occurs 2000 times.
              10 at-sequence           pic 9(6).
              10 at-result             pic x(1).
              10 at-count              pic x(7).
              10 at-hash               pic x(15).
              10 at-date               pic x(8).
              10 at-reason             pic x(30).
              10 at-used               pic x(1).
              10 at-known              pic x(1).
      * the transmissions that are out of balance this run, kept
      * for the audit rows written after the run's own row
       01 ws-break-table.
           05 ws-break-entry           occurs 200 times.
              10 bk-sequence           pic 9(6).
              10 bk-campaign           pic x(10).
              10 bk-result             pic x(10).
              10 bk-sent               pic 9(7).
              10 bk-acked              pic 9(7).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-function from argument-value
               on exception move spaces to ws-function
           end-accept
           move function current-date to ws-timestamp
           perform resolve-processing-date
           evaluate ws-function
              when "SEND"
                 perform send-transmission
              when "ACK"
                 perform reconcile-acknowledgements
              when other
                 display "xmitflat: unknown function " ws-function
                 move 16 to return-code
           end-evaluate
           if return-code = zero
              perform write-audit-record
              display "xmitflat " function trim(ws-function)
                 " complete"
              if ws-balanced not = 'Y'
                 display "xmitflat: transmissions out of balance - "
                    "see " function trim(ws-output-path)
                 move 8 to return-code
              end-if
           end-if
           stop run.
      ******************************************************************
      * a run spawned by the batch driver carries its processing
      * date through the FLATDATE environment setting - otherwise
      * the day batchflat last recorded on runctl.dat, and failing
      * both the clock
      ******************************************************************
       resolve-processing-date section.
           move spaces to ws-proc-date
           accept ws-proc-date from environment "FLATDATE"
               on exception move spaces to ws-proc-date
           end-accept
           if ws-proc-date = spaces or ws-proc-date not numeric
              move spaces to ws-proc-date
              open input runctl-file
              if ws-runctl-status = "00"
                 move spaces to runctl-record
                 read runctl-file
                    at end
                       continue
                    not at end
                       move rc-proc-date to ws-proc-date
                 end-read
                 close runctl-file
              end-if
           end-if
           if ws-proc-date = spaces or ws-proc-date not numeric
              move ws-timestamp(1:8) to ws-proc-date
           end-if.
      ******************************************************************
      * wrap one selection extract in a transmission file under the
      * next file sequence number and register it
      ******************************************************************
       send-transmission section.
           accept ws-campaign from argument-value
               on exception move spaces to ws-campaign
           end-accept
           if ws-campaign = spaces
              display "xmitflat: SEND needs a campaign code"
              move 16 to return-code
              stop run
           end-if
           accept ws-file-path from argument-value
               on exception move "selected.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "selected.txt" to ws-file-path
           end-if
           accept ws-output-path from argument-value
               on exception move "xmit.txt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "xmit.txt" to ws-output-path
           end-if
           if ws-output-path = ws-file-path
              display "xmitflat: the transmission file cannot "
                 "overwrite the extract"
              move 16 to return-code
              stop run
           end-if
           move spaces to ws-sender
           accept ws-sender from environment "FLATSENDER"
               on exception move spaces to ws-sender
           end-accept
           if ws-sender = spaces
              move "FLATPIPE" to ws-sender
           end-if
           open input input-file
           if ws-input-status not = "00"
              display "xmitflat: input file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           perform find-last-sequence
           add 1 to ws-sequence
           open output xmit-file
           move spaces to xmit-header
           move "H" to xm-type
           move ws-sender to xh-sender
           move ws-campaign to xh-campaign
           move ws-proc-date to xh-proc-date
           move ws-sequence to xh-sequence
           write xmit-header
           perform until no-more-records = 'y'
              move spaces to input-record
              read input-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       perform write-detail-record
                    end-if
              end-read
           end-perform
           close input-file
           move space to no-more-records
           move spaces to xmit-trailer
           move "T" to xm-type
           move ws-recs-written to xt-count
           move ws-hash to xt-hash
           write xmit-trailer
           close xmit-file
           perform register-transmission
           display "xmitflat send control report"
           display "  sequence       : " ws-sequence
           display "  campaign       : " function trim(ws-campaign)
           display "  records read   : " ws-recs-read
           display "  records sent   : " ws-recs-written
           display "  hash total     : " ws-hash
           display function trim(ws-output-path) " written".
      ******************************************************************
      * the next sequence number follows the highest on the
      * register - no register yet means this is the first file
      ******************************************************************
       find-last-sequence section.
           move zero to ws-sequence
           open input register-file
           if ws-register-status = "00"
              perform until no-more-records = 'y'
                 move spaces to ws-register-row
                 read register-file into ws-register-row
                    at end
                       move 'y' to no-more-records
                    not at end
                       if xr-sequence numeric
                          and xr-sequence > ws-sequence
                          move xr-sequence to ws-sequence
                       end-if
                 end-read
              end-perform
              close register-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * one detail record - the hash total adds the contact id and
      * the five digit zip of each record, the parts that are not
      * numbers counting as zero
      ******************************************************************
       write-detail-record section.
           set ws-recs-read up by 1
           move "D" to xm-type
           move input-record to xm-data
           write xmit-record
           set ws-recs-written up by 1
           if contact-id-field numeric
              move contact-id-field to ws-id-num
              add ws-id-num to ws-hash
           end-if
           if zip-field(1:5) numeric
              move zip-field(1:5) to ws-zip-num
              add ws-zip-num to ws-hash
           end-if.
      ******************************************************************
      * append the transmission to the register as sent
      ******************************************************************
       register-transmission section.
           open extend register-file
           if ws-register-status = "35"
              open output register-file
           end-if
           move spaces to ws-register-row
           move ws-sequence to xr-sequence
           move ws-campaign to xr-campaign
           move ws-proc-date to xr-proc-date
           move ws-recs-written to xr-count
           move ws-hash to xr-hash
           move "S" to xr-status
           move ws-output-path to xr-file
           write register-record from ws-register-row
           close register-file.
      ******************************************************************
      * settle the register against the acknowledgement file - the
      * register is copied forward with each outstanding row's new
      * status, then put in place the way campflat puts the
      * campaign history away
      ******************************************************************
       reconcile-acknowledgements section.
           accept ws-file-path from argument-value
               on exception move "xmitack.txt" to ws-file-path
           end-accept
           if ws-file-path = spaces
              move "xmitack.txt" to ws-file-path
           end-if
           accept ws-days-arg from argument-value
               on exception move spaces to ws-days-arg
           end-accept
           if ws-days-arg not = spaces
              if function trim(ws-days-arg) is not numeric
                 display "xmitflat: days allowed must be a number"
                 move 16 to return-code
                 stop run
              end-if
              compute ws-days-allowed = function numval(ws-days-arg)
           end-if
           accept ws-output-path from argument-value
               on exception move "xmitack.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "xmitack.rpt" to ws-output-path
           end-if
           move ws-proc-date to ws-date-num
           compute ws-today-int = function integer-of-date(ws-date-num)
           perform load-ack-table
           open input register-file
           if ws-register-status not = "00"
              display "xmitflat: no transmission register xmitreg.txt"
              move 28 to return-code
              stop run
           end-if
           open output newreg-file
           open output report-file
           perform write-ack-heading
           perform until no-more-records = 'y'
              move spaces to ws-register-row
              read register-file into ws-register-row
                 at end
                    move 'y' to no-more-records
                 not at end
                    if ws-register-row not = spaces
                       perform settle-register-row
                       write newreg-record from ws-register-row
                    end-if
              end-read
           end-perform
           close register-file
           close newreg-file
           move space to no-more-records
           move "mv -f 'xmitreg.tmp' 'xmitreg.txt'" to ws-command
           call "SYSTEM" using ws-command
           perform report-unknown-acks
           perform write-ack-totals
           close report-file
           display "xmitflat ack control report"
           display "  acks read      : " ws-acks-read
           display "  accepted       : " ws-accepted
           display "  rejected       : " ws-rejected
           display "  mismatched     : " ws-mismatched
           display "  unacknowledged : " ws-not-acked
           display "  awaiting       : " ws-awaiting
           display "  unknown acks   : " ws-unknown
           display function trim(ws-output-path) " written".
      ******************************************************************
      * load the acknowledgement file - a later line for the same
      * sequence number replaces an earlier one, and a line whose
      * sequence number is not a number is counted and skipped
      ******************************************************************
       load-ack-table section.
           open input ack-file
           if ws-ack-status not = "00"
              display "xmitflat: acknowledgement file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to ack-record
              read ack-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if ack-record not = spaces
                       set ws-acks-read up by 1
                       if ak-sequence numeric
                          perform add-ack-entry
                       else
                          set ws-acks-bad up by 1
                       end-if
                    end-if
              end-read
           end-perform
           close ack-file
           move space to no-more-records.
      ******************************************************************
      * add one acknowledgement to the table, or replace the one
      * already held for its sequence number
      ******************************************************************
       add-ack-entry section.
           move zero to ws-found-idx
           move 1 to ws-ack-idx
           perform until ws-ack-idx > ws-num-acks
              or ws-found-idx > zero
               if at-sequence(ws-ack-idx) = ak-sequence
                  move ws-ack-idx to ws-found-idx
               end-if
               set ws-ack-idx up by 1
           end-perform
           if ws-found-idx = zero
              if ws-num-acks >= ws-max-acks
                 display "xmitflat: more than " ws-max-acks
                    " acknowledgements"
                 close ack-file
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-acks up by 1
              move ws-num-acks to ws-found-idx
           end-if
           move ak-sequence to at-sequence(ws-found-idx)
           move ak-result to at-result(ws-found-idx)
           move ak-count to at-count(ws-found-idx)
           move ak-hash to at-hash(ws-found-idx)
           move ak-date to at-date(ws-found-idx)
           move ak-reason to at-reason(ws-found-idx)
           move 'N' to at-used(ws-found-idx)
           move 'N' to at-known(ws-found-idx).
      ******************************************************************
      * settle one register row. a row already accepted or rejected
      * is left as it is; any other is matched to its
      * acknowledgement - accepted with the count and hash total
      * that were sent, accepted with different ones (mismatched),
      * or rejected - and one with no acknowledgement is never
      * acknowledged once the days allowed have gone by, awaiting
      * until then
      ******************************************************************
       settle-register-row section.
           perform find-ack-entry
           if xr-status = "A" or xr-status = "R"
              continue
           else
              move spaces to ws-result
              if ws-ack-hit = 'Y'
                 move 'Y' to at-used(ws-found-idx)
                 move at-date(ws-found-idx) to xr-ack-date
                 evaluate true
                    when at-result(ws-found-idx) = "R"
                       move "R" to xr-status
                       move "REJECTED" to ws-result
                       set ws-rejected up by 1
                       set ws-settled up by 1
                    when at-result(ws-found-idx) = "A"
                       and at-count(ws-found-idx) = xr-count
                       and at-hash(ws-found-idx) = xr-hash
                       move "A" to xr-status
                       move "ACCEPTED" to ws-result
                       set ws-accepted up by 1
                       set ws-settled up by 1
                    when other
                       move "M" to xr-status
                       move "MISMATCH" to ws-result
                       set ws-mismatched up by 1
                       perform note-break
                 end-evaluate
              else
                 move zero to ws-days-out
                 if xr-proc-date numeric
                    move xr-proc-date to ws-date-num
                    compute ws-sent-int =
                       function integer-of-date(ws-date-num)
                    compute ws-days-out = ws-today-int - ws-sent-int
                 end-if
                 if ws-days-out > ws-days-allowed
                    move "N" to xr-status
                    move "UNACKED" to ws-result
                    set ws-not-acked up by 1
                    perform note-break
                 else
                    move "AWAITING" to ws-result
                    set ws-awaiting up by 1
                 end-if
              end-if
              perform write-ack-line
           end-if.
      ******************************************************************
      * find the acknowledgement for the register row's sequence
      * number, marking it as belonging to a known transmission
      ******************************************************************
       find-ack-entry section.
           move 'N' to ws-ack-hit
           move 1 to ws-ack-idx
           perform until ws-ack-idx > ws-num-acks
              or ws-ack-hit = 'Y'
               if at-sequence(ws-ack-idx) = xr-sequence
                  move 'Y' to ws-ack-hit
                  move ws-ack-idx to ws-found-idx
                  move 'Y' to at-known(ws-ack-idx)
               end-if
               set ws-ack-idx up by 1
           end-perform.
      ******************************************************************
      * keep an out-of-balance transmission for its audit row
      ******************************************************************
       note-break section.
           move 'N' to ws-balanced
           if ws-num-breaks < ws-max-breaks
              set ws-num-breaks up by 1
              move xr-sequence to bk-sequence(ws-num-breaks)
              move xr-campaign to bk-campaign(ws-num-breaks)
              move ws-result to bk-result(ws-num-breaks)
              move xr-count to bk-sent(ws-num-breaks)
              move zero to bk-acked(ws-num-breaks)
              if ws-ack-hit = 'Y'
                 and at-count(ws-found-idx) numeric
                 move at-count(ws-found-idx) to bk-acked(ws-num-breaks)
              end-if
           end-if.
      ******************************************************************
      * acknowledgements for a sequence number we never sent are
      * out of balance too - the mail house is holding a file that
      * is not ours, or has misnumbered one of ours
      ******************************************************************
       report-unknown-acks section.
           move 1 to ws-ack-idx
           perform until ws-ack-idx > ws-num-acks
               if at-known(ws-ack-idx) = 'N'
                  set ws-unknown up by 1
                  move spaces to ws-register-row
                  move at-sequence(ws-ack-idx) to xr-sequence
                  move "UNKNOWN" to xr-campaign
                  move zero to xr-count
                  move zero to xr-hash
                  move 'Y' to ws-ack-hit
                  move ws-ack-idx to ws-found-idx
                  move "UNKNOWN" to ws-result
                  move at-date(ws-ack-idx) to xr-ack-date
                  perform note-break
                  perform write-ack-line
               end-if
               set ws-ack-idx up by 1
           end-perform.
      ******************************************************************
      * print the acknowledgement report heading
      ******************************************************************
       write-ack-heading section.
           move spaces to report-record
           move "MAIL HOUSE TRANSMISSION ACKNOWLEDGEMENTS"
              to report-record(1:40)
           move "PROCESSING DATE " to report-record(50:16)
           move ws-proc-date to report-record(66:8)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "SEQ" to report-record(1:3)
           move "CAMPAIGN" to report-record(9:8)
           move "SENT" to report-record(21:4)
           move "RECORDS" to report-record(31:7)
           move "HASH TOTAL" to report-record(45:10)
           move "ACK DATE" to report-record(57:8)
           move "ACK RECS" to report-record(67:8)
           move "ACK HASH" to report-record(83:8)
           move "RESULT" to report-record(93:6)
           move "REASON" to report-record(104:6)
           write report-record.
      ******************************************************************
      * one transmission's line on the acknowledgement report
      ******************************************************************
       write-ack-line section.
           move spaces to report-record
           move xr-sequence to report-record(1:6)
           move xr-campaign to report-record(9:10)
           move xr-proc-date to report-record(21:8)
           move xr-count to report-record(31:7)
           move xr-hash to report-record(40:15)
           if ws-ack-hit = 'Y'
              move at-date(ws-found-idx) to report-record(57:8)
              move at-count(ws-found-idx) to report-record(67:7)
              move at-hash(ws-found-idx) to report-record(76:15)
              move at-reason(ws-found-idx) to report-record(104:28)
           end-if
           move ws-result to report-record(93:10)
           write report-record.
      ******************************************************************
      * print the run totals and the verdict
      ******************************************************************
       write-ack-totals section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  ACKNOWLEDGEMENTS READ ......." to report-record(1:31)
           move ws-acks-read to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  UNREADABLE LINES ............" to report-record(1:31)
           move ws-acks-bad to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  ACCEPTED ...................." to report-record(1:31)
           move ws-accepted to report-record(35:5)
           write report-record
           move spaces to report-record
           move "  REJECTED ...................." to report-record(1:31)
           move ws-rejected to report-record(35:5)
           write report-record
           move spaces to report-record
           move "  MISMATCHED .................." to report-record(1:31)
           move ws-mismatched to report-record(35:5)
           write report-record
           move spaces to report-record
           move "  NEVER ACKNOWLEDGED .........." to report-record(1:31)
           move ws-not-acked to report-record(35:5)
           write report-record
           move spaces to report-record
           move "  AWAITING ACKNOWLEDGEMENT ...." to report-record(1:31)
           move ws-awaiting to report-record(35:5)
           write report-record
           move spaces to report-record
           move "  UNKNOWN SEQUENCE NUMBERS ...." to report-record(1:31)
           move ws-unknown to report-record(35:5)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           if ws-balanced = 'Y'
              move "RESULT - TRANSMISSIONS IN BALANCE"
                 to report-record(1:33)
           else
              move "RESULT - TRANSMISSIONS OUT OF BALANCE"
                 to report-record(1:37)
           end-if
           write report-record.
      ******************************************************************
      * append the run's row to the shared run-log, and after an
      * acknowledgement run one out-of-balance row per transmission
      * missing or mismatched for balanceflat to pick up
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
      * the audit file does not exist yet on its very first run, so
      * fall back to opening it fresh before writing the row
           open extend audit-file
           if ws-audit-status = "35"
              open output audit-file
           end-if
           move spaces to audit-record
           move 1 to ws-audit-ptr
           if ws-function = "SEND"
              string
                 ws-timestamp delimited by size
                 " PROGRAM=XMITFLAT" delimited by size
                 " FUNCTION=SEND" delimited by size
                 " INPUT=" delimited by size
                 function trim(ws-file-path) delimited by size
                 " READ=" delimited by size
                 ws-recs-read delimited by size
                 " WRITTEN=" delimited by size
                 ws-recs-written delimited by size
                 " SEQUENCE=" delimited by size
                 ws-sequence delimited by size
                 " HASH=" delimited by size
                 ws-hash delimited by size
                 " CAMPAIGN=" delimited by size
                 function trim(ws-campaign) delimited by size
                 into audit-record
                 with pointer ws-audit-ptr
              end-string
              write audit-record
           else
              string
                 ws-timestamp delimited by size
                 " PROGRAM=XMITFLAT" delimited by size
                 " FUNCTION=ACK" delimited by size
                 " INPUT=" delimited by size
                 function trim(ws-file-path) delimited by size
                 " READ=" delimited by size
                 ws-acks-read delimited by size
                 " WRITTEN=" delimited by size
                 ws-settled delimited by size
                 " ACCEPTED=" delimited by size
                 ws-accepted delimited by size
                 " REJECTED=" delimited by size
                 ws-rejected delimited by size
                 " MISMATCHED=" delimited by size
                 ws-mismatched delimited by size
                 " NOACK=" delimited by size
                 ws-not-acked delimited by size
                 " UNKNOWN=" delimited by size
                 ws-unknown delimited by size
                 " BALANCED=" delimited by size
                 ws-balanced delimited by size
                 into audit-record
                 with pointer ws-audit-ptr
              end-string
              write audit-record
              move 1 to ws-break-idx
              perform until ws-break-idx > ws-num-breaks
                  perform write-break-audit-row
                  set ws-break-idx up by 1
              end-perform
           end-if
           close audit-file.
      ******************************************************************
      * one out-of-balance row - READ= is what was sent and
      * WRITTEN= what the mail house says it received
      ******************************************************************
       write-break-audit-row section.
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=XMITFLAT" delimited by size
              " FUNCTION=ACK" delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              bk-sent(ws-break-idx) delimited by size
              " WRITTEN=" delimited by size
              bk-acked(ws-break-idx) delimited by size
              " SEQUENCE=" delimited by size
              bk-sequence(ws-break-idx) delimited by size
              " RESULT=" delimited by size
              function trim(bk-result(ws-break-idx))
                 delimited by size
              " BALANCED=N" delimited by size
              " CAMPAIGN=" delimited by size
              function trim(bk-campaign(ws-break-idx))
                 delimited by size
              into audit-record
           end-string
           write audit-record.
