      * history rows for one contact id or one campaign code.
      * selectflat posts its own rows when given a campaign code and
      * reads this same file for its mailed-within/campaign
      * suppression criteria, and cellflat posts a split pull with
      * each contact's test or holdout cell code on the row. seed
      * names planted in an extract by seedflat are never posted
      ******************************************************************
       identification division.
       program-id.    campflat.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
           select seed-file assign to "seeds.ref"
              organization is line sequential
              file status is ws-seed-status.

       data division.
       file section.
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd newhist-file.
       01 newhist-record               pic x(38).

       fd input-file.
       01 input-record.
       fd audit-file.
       01 audit-record                 pic x(250).

       fd seed-file.
       01 seed-record.
          05 filler                    pic x(301).
          05 sd-seed-id                pic x(7).
          05 filler                    pic x(2).

       working-storage section.
       77 ws-function                  pic x(8) value "REPORT".
       77 ws-file-path                 pic x(80).
       77 ws-recs-matched              pic 9(7) value zero.
       77 ws-recs-unmatched            pic 9(7) value zero.
       77 ws-command                   pic x(120).
       77 ws-max-seeds                 pic 9(3) value 100.
       77 ws-num-seeds                 pic 9(3) value zero.
       77 ws-seed-idx                  pic 9(3).
       77 ws-recs-seeds                pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-hist-status               pic x(2).
       01 ws-input-status              pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-seed-status               pic x(2).
       01 ws-seed-hit                  pic x(1).
       01 ws-timestamp                 pic x(21).
       01 ws-report-key                pic x(10).
       01 ws-resp-line                 pic x(40).
              10 rp-contact-id         pic x(7).
              10 rp-campaign           pic x(10).
              10 rp-applied            pic x(1).
       01 ws-seed-table.
           05 ws-seed-id               pic x(7) occurs 100 times.
      ******************************************************************
      * main program section
      ******************************************************************
      * the standard flat layout, under the campaign code given as
      * the third argument - an optional fourth argument overrides
      * the mail date for posting a pull that actually hit the mail
      * stream on an earlier day. seed names in the extract are
      * skipped
      ******************************************************************
       post-campaign section.
           accept ws-file-path from argument-value
              move 28 to return-code
              stop run
           end-if
           perform load-seed-table
      * the history file does not exist yet on the very first post,
      * so fall back to opening it fresh before appending rows
           open extend hist-file
           perform until no-more-records = 'y'
               if input-record not = spaces
                  set ws-recs-read up by 1
                  perform check-seed
                  if ws-seed-hit = 'Y'
                     set ws-recs-seeds up by 1
                  else
                     move contact-id-field to ch-contact-id
                     move ws-campaign to ch-campaign
                     move ws-mail-date to ch-mail-date
                     move space to ch-response
                     move spaces to ch-resp-date
                     move spaces to ch-cell
                     write hist-record
                     set ws-recs-written up by 1
                  end-if
               end-if
               move spaces to input-record
               read input-file into input-record
           display "campflat post control report"
           display "  records read   : " ws-recs-read
           display "  rows posted    : " ws-recs-written
           display "  seeds skipped  : " ws-recs-seeds
           display "  campaign       : " function trim(ws-campaign)
           display "  mail date      : " ws-mail-date.
      ******************************************************************
      * load the seed ids from seeds.ref - a seed name seedflat put
      * in an extract is not a contact and gets no history row. a
      * missing seed file just means no seeds are in use
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
      * apply a response file back against the history - each line
      * carries a seven digit contact id, a space and the campaign
      * code - by copying the history forward with the matching rows
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "CONTACT  CAMPAIGN    MAILED    RESP  RESPONDED CELL"
              to report-record(1:51)
           write report-record
           move spaces to hist-record
           read hist-file
           move ch-mail-date to report-record(22:8)
           move ch-response to report-record(33:1)
           move ch-resp-date to report-record(39:8)
           move ch-cell to report-record(49:4)
           write report-record
           set ws-recs-written up by 1.
      ******************************************************************
