      * what it read, and mergeflat must write what its inputs read.
      * prints a one page in-balance/out-of-balance report and ends
      * with a nonzero return code on any break, so the operators
      * catch a short file the night it happens. the latest xmitflat
      * acknowledgement run is footed too - each transmission it
      * logged as missing or mismatched at the mail house is a
      * break, whichever chain it falls in
      ******************************************************************
       identification division.
       program-id.    balanceflat.
       77 ws-merge-written             pic 9(7) value zero.
       77 ws-expected                  pic 9(7) value zero.
       77 ws-actual                    pic 9(7) value zero.
       77 ws-max-xmit                  pic 9(3) value 100.
       77 ws-num-xmit                  pic 9(3) value zero.
       77 ws-xmit-idx                  pic 9(3).
       01 no-more-records              pic x(1) value space.
       01 ws-audit-status              pic x(2).
       01 ws-have-csv                  pic x(1) value 'N'.
       01 ws-parse-rejected            pic 9(7).
       01 ws-merge-input               pic x(80) value spaces.
       01 ws-check-label               pic x(40).
       01 ws-have-xmit                 pic x(1) value 'N'.
       01 ws-xmit-sequence             pic x(6).
       01 ws-xmit-result               pic x(10).
       01 ws-xmit-table.
           05 ws-xmit-entry            occurs 100 times.
              10 xb-sequence           pic x(6).
              10 xb-result             pic x(10).
      ******************************************************************
      * main program section
      ******************************************************************
           else
              perform cross-foot-chain
           end-if
           if ws-have-xmit = 'Y'
              perform check-transmissions
           end-if
           perform print-report-footing
           close report-file
           display "balanceflat control report"
                 move ws-parse-written to ws-merge-written
                 move 'Y' to ws-have-merge
                 perform parse-merge-input
              when "XMITFLAT"
                 perform collect-xmit-row
              when other
                 continue
           end-evaluate.
              into ws-merge-input
           end-unstring.
      ******************************************************************
      * an xmitflat acknowledgement run logs its own row and then
      * one BALANCED=N row per transmission out of balance - its
      * own row starts the list afresh, so only the latest run's
      * breaks are kept. SEND rows carry nothing to foot
      ******************************************************************
       collect-xmit-row section.
           move spaces to ws-parse-rest
           unstring ws-audit-line delimited by " FUNCTION="
              into ws-parse-junk ws-parse-rest
           end-unstring
           if ws-parse-rest(1:4) = "ACK "
              move spaces to ws-parse-rest
              unstring ws-audit-line delimited by " SEQUENCE="
                 into ws-parse-junk ws-parse-rest
              end-unstring
              if ws-parse-rest = spaces
                 move 'Y' to ws-have-xmit
                 move zero to ws-num-xmit
              else
                 move ws-parse-rest(1:6) to ws-xmit-sequence
                 move spaces to ws-parse-rest
                 unstring ws-audit-line delimited by " RESULT="
                    into ws-parse-junk ws-parse-rest
                 end-unstring
                 move spaces to ws-xmit-result
                 unstring ws-parse-rest delimited by space
                    into ws-xmit-result
                 end-unstring
                 if ws-num-xmit < ws-max-xmit
                    set ws-num-xmit up by 1
                    move ws-xmit-sequence to xb-sequence(ws-num-xmit)
                    move ws-xmit-result to xb-result(ws-num-xmit)
                 end-if
              end-if
           end-if.
      ******************************************************************
      * one break line per transmission the latest acknowledgement
      * run left out of balance, or one in-balance line for a run
      * that settled everything
      ******************************************************************
       check-transmissions section.
           if ws-num-xmit = zero
              move "XMITFLAT ACKNOWLEDGEMENTS AGREE" to ws-check-label
              perform report-balance-line
           else
              move 1 to ws-xmit-idx
              perform until ws-xmit-idx > ws-num-xmit
                  move spaces to ws-check-label
                  string
                     "XMITFLAT SEQUENCE " delimited by size
                     xb-sequence(ws-xmit-idx) delimited by size
                     " " delimited by size
                     xb-result(ws-xmit-idx) delimited by space
                     into ws-check-label
                  end-string
                  perform report-break-line
                  set ws-xmit-idx up by 1
              end-perform
           end-if.
      ******************************************************************
      * run every cross foot the chain's rows allow, writing one
      * in-balance or out-of-balance line per check
      ******************************************************************
