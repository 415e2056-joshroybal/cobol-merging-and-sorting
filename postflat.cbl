      ******************************************************************
      * postage statement and mail house invoice reconciliation
      * presortrpt works out what a mailing should qualify for at
      * the automation rates and labelflat and letterflat count the
      * pieces they print, but the mail house invoice was approved
      * without anyone holding it up against either - and we have
      * been billed the single-piece rate for pieces our own sort
      * qualified for automation. this program takes a campaign
      * code and builds the postage statement for it from the audit
      * trail - the latest PRESORTRPT row for the campaign gives the
      * 5-digit, 3-digit and residual piece counts with the bundles
      * and trays, the LABELFLAT and LETTERFLAT rows give the
      * highest piece number printed (a restarted run carries on
      * the numbering, so that is the pieces produced) - and prices
      * each tier from the postage rate table postrate.ref at the
      * rate in effect on the processing date. it then reads the
      * mail house's invoice file, totals what was billed per tier
      * for the campaign, and prints the reconciliation - pieces
      * billed against pieces produced, each tier's billed pieces
      * and rate against what qualified, and the dollar difference.
      * an invoice that does not agree ends the run with return
      * code 8 so it is not paid as it stands. the first argument
      * is the campaign code, the optional second the invoice file
      * (default invoice.txt) and the third the report file
      * (default postage.rpt). seed names planted in the mailing
      * are counted by presortrpt apart from the sort; they are
      * priced at the single-piece rate and allowed for in the
      * pieces billed, since they carry no piece number
      ******************************************************************
       identification division.
       program-id.    postflat.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
           select rate-file assign to "postrate.ref"
              organization is line sequential
              file status is ws-rate-status.
           select invoice-file assign to ws-invoice-path
              organization is line sequential
              file status is ws-invoice-status.
           select report-file assign to ws-output-path
              organization is line sequential.

       data division.
       file section.

       fd audit-file.
       01 audit-record                 pic x(600).

      * one row per tier per rate change - the rate is dollars per
      * piece with four implied decimals, 004230 being $0.4230
       fd rate-file.
       01 rate-record.
          05 rt-tier                   pic x(8).
          05 filler                    pic x(1).
          05 rt-effective              pic x(8).
          05 filler                    pic x(1).
          05 rt-rate                   pic 9(2)v9(4).

      * one row per tier billed on the mail house invoice - the
      * amount carries two implied decimals
       fd invoice-file.
       01 invoice-record.
          05 inv-campaign              pic x(10).
          05 filler                    pic x(1).
          05 inv-number                pic x(10).
          05 filler                    pic x(1).
          05 inv-tier                  pic x(8).
          05 filler                    pic x(1).
          05 inv-pieces                pic 9(7).
          05 filler                    pic x(1).
          05 inv-rate                  pic 9(2)v9(4).
          05 filler                    pic x(1).
          05 inv-amount                pic 9(7)v99.

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       77 ws-campaign                  pic x(10).
       77 ws-invoice-path              pic x(80) value "invoice.txt".
       77 ws-output-path               pic x(80) value "postage.rpt".
       77 ws-max-tiers                 pic 99 value 10.
       77 ws-num-tiers                 pic 99 value zero.
       77 ws-tier-idx                  pic 99.
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-presort-read              pic 9(7) value zero.
       77 ws-bundles                   pic 9(7) value zero.
       77 ws-trays                     pic 9(7) value zero.
       77 ws-pieces-produced           pic 9(7) value zero.
       77 ws-seed-pieces               pic 9(7) value zero.
       77 ws-qualified-total           pic 9(7) value zero.
       77 ws-billed-total              pic 9(7) value zero.
       77 ws-parse-value               pic 9(7).
       77 ws-key-len                   pic 99.
       77 ws-delim-len                 pic 99.
       01 no-more-records              pic x(1) value space.
       01 ws-audit-status              pic x(2).
       01 ws-rate-status               pic x(2).
       01 ws-invoice-status            pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-presort-found             pic x(1) value 'N'.
       01 ws-balanced                  pic x(1) value 'Y'.
       01 ws-tier-flag                 pic x(2).
       01 ws-find-tier                 pic x(8).
       01 ws-parse-program             pic x(12).
       01 ws-parse-campaign            pic x(10).
       01 ws-parse-key                 pic x(12).
       01 ws-parse-delim               pic x(13).
       01 ws-parse-rest                pic x(600).
       01 ws-parse-junk                pic x(600).
       01 ws-parse-digits              pic x(7).
       01 ws-piece-diff                pic s9(7).
       01 ws-statement-total           pic 9(7)v99 value zero.
       01 ws-billed-amount-total       pic 9(7)v99 value zero.
       01 ws-dollar-diff               pic s9(7)v99.
       01 ws-edit-pieces               pic z,zzz,zz9.
       01 ws-edit-diff                 pic z,zzz,zz9-.
       01 ws-edit-rate                 pic z9.9999.
       01 ws-edit-amount               pic zz,zzz,zz9.99.
       01 ws-edit-dollars              pic zz,zzz,zz9.99-.
       01 ws-tier-table.
           05 ws-tier-entry            occurs 10 times.
              10 tr-tier               pic x(8).
              10 tr-rate-date          pic x(8).
              10 tr-rate               pic 9(2)v9(4).
              10 tr-qualified          pic 9(7).
              10 tr-amount             pic 9(7)v99.
              10 tr-billed             pic 9(7).
              10 tr-billed-rate        pic 9(2)v9(4).
              10 tr-billed-amount      pic 9(7)v99.
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-campaign from argument-value
               on exception move spaces to ws-campaign
           end-accept
           if ws-campaign = spaces
              display "postflat: campaign code required"
              move 16 to return-code
              stop run
           end-if
           accept ws-invoice-path from argument-value
               on exception move "invoice.txt" to ws-invoice-path
           end-accept
           if ws-invoice-path = spaces
              move "invoice.txt" to ws-invoice-path
           end-if
           accept ws-output-path from argument-value
               on exception move "postage.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "postage.rpt" to ws-output-path
           end-if
           move function current-date to ws-timestamp
           perform resolve-processing-date
      * the three tiers presortrpt qualifies pieces into
           move "AUTO5" to ws-find-tier
           perform find-tier-entry
           move "AUTO3" to ws-find-tier
           perform find-tier-entry
           move "SINGLE" to ws-find-tier
           perform find-tier-entry
           perform scan-audit-trail
           if ws-presort-found not = 'Y'
              display "postflat: no presortrpt run on file for "
                 "campaign " function trim(ws-campaign)
              move 20 to return-code
              stop run
           end-if
      * seed names go out scattered across the zips and are paid
      * for at the single-piece rate
           add ws-seed-pieces to tr-qualified(3)
           perform load-invoice
           perform price-tiers
           open output report-file
           perform write-statement
           perform write-reconciliation
           close report-file
           perform write-audit-record
           display "postflat control report"
           display "  pieces qualified  : " ws-qualified-total
           display "  pieces produced   : " ws-pieces-produced
           display "  seed pieces       : " ws-seed-pieces
           display "  pieces billed     : " ws-billed-total
           display "  invoice lines read: " ws-recs-read
           display function trim(ws-output-path) " written"
           if ws-balanced not = 'Y'
              display "postflat: invoice does not agree with the "
                 "postage statement"
              move 8 to return-code
           end-if
           stop run.
      ******************************************************************
      * a run spawned by the batch driver carries its processing
      * date through the FLATDATE environment setting, so the rate
      * in effect is the one for the processing day rather than
      * the clock's
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
      * find the table entry for the tier in ws-find-tier, adding
      * it the first time the tier is seen
      ******************************************************************
       find-tier-entry section.
           move 1 to ws-tier-idx
           perform until ws-tier-idx > ws-num-tiers
              or tr-tier(ws-tier-idx) = ws-find-tier
               set ws-tier-idx up by 1
           end-perform
           if ws-tier-idx > ws-num-tiers
              if ws-num-tiers >= ws-max-tiers
                 display "postflat: more than " ws-max-tiers
                    " rate tiers"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-tiers up by 1
              move ws-num-tiers to ws-tier-idx
              move ws-find-tier to tr-tier(ws-tier-idx)
              move spaces to tr-rate-date(ws-tier-idx)
              move zero to tr-rate(ws-tier-idx)
              move zero to tr-qualified(ws-tier-idx)
              move zero to tr-amount(ws-tier-idx)
              move zero to tr-billed(ws-tier-idx)
              move zero to tr-billed-rate(ws-tier-idx)
              move zero to tr-billed-amount(ws-tier-idx)
           end-if.
      ******************************************************************
      * read the audit trail for the campaign's presortrpt and
      * label/letter rows - the latest presort run wins, and the
      * highest last piece number printed is the pieces produced
      ******************************************************************
       scan-audit-trail section.
           open input audit-file
           if ws-audit-status = "00"
              perform until no-more-records = 'y'
                 move spaces to audit-record
                 read audit-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform classify-audit-row
                 end-read
              end-perform
              close audit-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * pick up one audit row if it belongs to this campaign
      ******************************************************************
       classify-audit-row section.
           move spaces to ws-parse-program
           unstring audit-record(31:240) delimited by space
              into ws-parse-program
           end-unstring
           move spaces to ws-parse-rest
           unstring audit-record delimited by " CAMPAIGN="
              into ws-parse-junk ws-parse-rest
           end-unstring
           move spaces to ws-parse-campaign
           unstring ws-parse-rest delimited by space
              into ws-parse-campaign
           end-unstring
           if ws-parse-campaign = ws-campaign
              evaluate ws-parse-program
                 when "PRESORTRPT"
                    move 'Y' to ws-presort-found
                    move "READ=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to ws-presort-read
                    move "AUTO5=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to tr-qualified(1)
                    move "AUTO3=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to tr-qualified(2)
                    move "RESIDUAL=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to tr-qualified(3)
                    move "BUNDLES=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to ws-bundles
                    move "TRAYS=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to ws-trays
                    move "SEEDS=" to ws-parse-key
                    perform parse-audit-value
                    move ws-parse-value to ws-seed-pieces
                 when "LABELFLAT"
                 when "LETTERFLAT"
                    move "LASTPIECE=" to ws-parse-key
                    perform parse-audit-value
                    if ws-parse-value > ws-pieces-produced
                       move ws-parse-value to ws-pieces-produced
                    end-if
              end-evaluate
           end-if.
      ******************************************************************
      * take the seven digit count following " KEY=" on the current
      * audit row, zero when the key is missing
      ******************************************************************
       parse-audit-value section.
           move zero to ws-parse-value
           move zero to ws-key-len
           inspect ws-parse-key tallying ws-key-len
              for characters before initial space
           move spaces to ws-parse-delim
           move ws-parse-key to ws-parse-delim(2:12)
           compute ws-delim-len = ws-key-len + 1
           move spaces to ws-parse-rest
           unstring audit-record
              delimited by ws-parse-delim(1:ws-delim-len)
              into ws-parse-junk ws-parse-rest
           end-unstring
           move ws-parse-rest(1:7) to ws-parse-digits
           if ws-parse-digits numeric
              move ws-parse-digits to ws-parse-value
           end-if.
      ******************************************************************
      * total what the mail house billed for this campaign by tier -
      * a tier we never qualify for is added to the table so the
      * charge still shows
      ******************************************************************
       load-invoice section.
           open input invoice-file
           if ws-invoice-status not = "00"
              display "postflat: invoice file not found - "
                 function trim(ws-invoice-path)
              move 28 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to invoice-record
              read invoice-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if invoice-record not = spaces
                       set ws-recs-read up by 1
                       if inv-campaign = ws-campaign
                          perform add-invoice-line
                       end-if
                    end-if
              end-read
           end-perform
           close invoice-file
           move space to no-more-records.
      ******************************************************************
      * add one invoice line to its tier - a non-numeric line is
      * billed nothing we can check, so it is counted against the
      * balance without adding to any tier
      ******************************************************************
       add-invoice-line section.
           if inv-pieces not numeric or inv-rate not numeric
              or inv-amount not numeric
              display "postflat: unreadable invoice line - "
                 inv-number " " inv-tier
              move 'N' to ws-balanced
           else
              move inv-tier to ws-find-tier
              perform find-tier-entry
              add inv-pieces to tr-billed(ws-tier-idx)
              move inv-rate to tr-billed-rate(ws-tier-idx)
              add inv-amount to tr-billed-amount(ws-tier-idx)
              add inv-pieces to ws-billed-total
              add inv-amount to ws-billed-amount-total
           end-if.
      ******************************************************************
      * price every tier at the latest rate effective on or before
      * the processing date
      ******************************************************************
       price-tiers section.
           open input rate-file
           if ws-rate-status not = "00"
              display "postflat: postage rate table postrate.ref "
                 "not found"
              move 20 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to rate-record
              read rate-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if rate-record not = spaces
                       and rt-rate numeric
                       and rt-effective <= ws-proc-date
                       perform apply-rate-row
                    end-if
              end-read
           end-perform
           close rate-file
           move space to no-more-records
           move 1 to ws-tier-idx
           perform until ws-tier-idx > ws-num-tiers
               compute tr-amount(ws-tier-idx) rounded =
                  tr-qualified(ws-tier-idx) * tr-rate(ws-tier-idx)
               add tr-qualified(ws-tier-idx) to ws-qualified-total
               add tr-amount(ws-tier-idx) to ws-statement-total
               set ws-tier-idx up by 1
           end-perform.
      ******************************************************************
      * keep a rate row if it is for a tier in the table and newer
      * than the rate already held for it
      ******************************************************************
       apply-rate-row section.
           move 1 to ws-tier-idx
           perform until ws-tier-idx > ws-num-tiers
              or tr-tier(ws-tier-idx) = rt-tier
               set ws-tier-idx up by 1
           end-perform
           if ws-tier-idx <= ws-num-tiers
              if tr-rate-date(ws-tier-idx) = spaces
                 or rt-effective > tr-rate-date(ws-tier-idx)
                 move rt-effective to tr-rate-date(ws-tier-idx)
                 move rt-rate to tr-rate(ws-tier-idx)
              end-if
           end-if.
      ******************************************************************
      * print the postage statement - what the campaign qualified
      * for, tier by tier, at our rates
      ******************************************************************
       write-statement section.
           move spaces to report-record
           move "POSTAGE STATEMENT - CAMPAIGN " to report-record(1:29)
           move ws-campaign to report-record(30:10)
           move "PROCESSING DATE " to report-record(50:16)
           move ws-proc-date to report-record(66:8)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  PRESORTED PIECES ............" to report-record(1:31)
           move ws-presort-read to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  BUNDLES ....................." to report-record(1:31)
           move ws-bundles to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  TRAYS ......................." to report-record(1:31)
           move ws-trays to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  PIECES PRODUCED ............." to report-record(1:31)
           move ws-pieces-produced to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  SEED PIECES (SINGLE) ........" to report-record(1:31)
           move ws-seed-pieces to report-record(33:7)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "TIER" to report-record(1:4)
           move "QUALIFIED" to report-record(13:9)
           move "RATE" to report-record(28:4)
           move "EFFECTIVE" to report-record(35:9)
           move "POSTAGE" to report-record(53:7)
           write report-record
           move 1 to ws-tier-idx
           perform until ws-tier-idx > ws-num-tiers
               if tr-qualified(ws-tier-idx) > zero
                  or tr-billed(ws-tier-idx) = zero
                  move spaces to report-record
                  move tr-tier(ws-tier-idx) to report-record(1:8)
                  move tr-qualified(ws-tier-idx) to ws-edit-pieces
                  move ws-edit-pieces to report-record(13:9)
                  if tr-rate-date(ws-tier-idx) = spaces
                     move "NO RATE ON FILE" to report-record(25:15)
                  else
                     move tr-rate(ws-tier-idx) to ws-edit-rate
                     move ws-edit-rate to report-record(25:7)
                     move tr-rate-date(ws-tier-idx)
                        to report-record(35:8)
                  end-if
                  move tr-amount(ws-tier-idx) to ws-edit-amount
                  move ws-edit-amount to report-record(47:13)
                  write report-record
               end-if
               set ws-tier-idx up by 1
           end-perform
           move spaces to report-record
           move "TOTAL" to report-record(1:5)
           move ws-qualified-total to ws-edit-pieces
           move ws-edit-pieces to report-record(13:9)
           move ws-statement-total to ws-edit-amount
           move ws-edit-amount to report-record(47:13)
           write report-record
           if ws-qualified-total not =
              ws-pieces-produced + ws-seed-pieces
              move spaces to report-record
              move "** PIECES PRODUCED DO NOT MATCH THE PRESORT **"
                 to report-record(1:46)
              write report-record
           end-if.
      ******************************************************************
      * print the invoice reconciliation - billed against qualified
      * tier by tier, then pieces and dollars overall. a tier line
      * whose pieces or rate disagree is marked with **
      ******************************************************************
       write-reconciliation section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "INVOICE RECONCILIATION - " to report-record(1:25)
           move ws-invoice-path to report-record(26:60)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "TIER" to report-record(1:4)
           move "BILLED" to report-record(14:6)
           move "QUALIFIED" to report-record(22:9)
           move "DIFF" to report-record(39:4)
           move "BILLED RATE" to report-record(45:11)
           move "OUR RATE" to report-record(58:8)
           move "BILLED AMT" to report-record(71:10)
           move "STATEMENT AMT" to report-record(84:13)
           move "DIFFERENCE" to report-record(101:10)
           write report-record
           move 1 to ws-tier-idx
           perform until ws-tier-idx > ws-num-tiers
               perform write-tier-reconciliation
               set ws-tier-idx up by 1
           end-perform
           compute ws-dollar-diff =
              ws-billed-amount-total - ws-statement-total
           move spaces to report-record
           move "TOTAL" to report-record(1:5)
           move ws-billed-total to ws-edit-pieces
           move ws-edit-pieces to report-record(11:9)
           move ws-qualified-total to ws-edit-pieces
           move ws-edit-pieces to report-record(22:9)
           move ws-billed-amount-total to ws-edit-amount
           move ws-edit-amount to report-record(68:13)
           move ws-statement-total to ws-edit-amount
           move ws-edit-amount to report-record(84:13)
           move ws-dollar-diff to ws-edit-dollars
           move ws-edit-dollars to report-record(97:14)
           write report-record
           compute ws-piece-diff =
              ws-billed-total - ws-pieces-produced - ws-seed-pieces
           if ws-piece-diff not = zero or ws-dollar-diff not = zero
              move 'N' to ws-balanced
           end-if
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  PIECES BILLED ..............." to report-record(1:31)
           move ws-billed-total to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  PIECES PRODUCED ............." to report-record(1:31)
           move ws-pieces-produced to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  SEED PIECES ................." to report-record(1:31)
           move ws-seed-pieces to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  PIECE DIFFERENCE ............" to report-record(1:31)
           move ws-piece-diff to ws-edit-diff
           move ws-edit-diff to report-record(33:10)
           write report-record
           move spaces to report-record
           move "  DOLLAR DIFFERENCE ..........." to report-record(1:31)
           move ws-dollar-diff to ws-edit-dollars
           move ws-edit-dollars to report-record(33:14)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           if ws-balanced = 'Y'
              move "RESULT - INVOICE AGREES" to report-record(1:23)
           else
              move "RESULT - INVOICE DOES NOT AGREE" to
                 report-record(1:31)
           end-if
           write report-record.
      ******************************************************************
      * print one tier's billed and qualified pieces, rates and
      * postage with the difference
      ******************************************************************
       write-tier-reconciliation section.
           move spaces to ws-tier-flag
           compute ws-piece-diff =
              tr-billed(ws-tier-idx) - tr-qualified(ws-tier-idx)
           compute ws-dollar-diff =
              tr-billed-amount(ws-tier-idx) - tr-amount(ws-tier-idx)
           if ws-piece-diff not = zero
              or (tr-billed(ws-tier-idx) > zero
              and tr-billed-rate(ws-tier-idx)
                 not = tr-rate(ws-tier-idx))
              move "**" to ws-tier-flag
              move 'N' to ws-balanced
           end-if
           move spaces to report-record
           move tr-tier(ws-tier-idx) to report-record(1:8)
           move tr-billed(ws-tier-idx) to ws-edit-pieces
           move ws-edit-pieces to report-record(11:9)
           move tr-qualified(ws-tier-idx) to ws-edit-pieces
           move ws-edit-pieces to report-record(22:9)
           move ws-piece-diff to ws-edit-diff
           move ws-edit-diff to report-record(33:10)
           if tr-billed(ws-tier-idx) > zero
              move tr-billed-rate(ws-tier-idx) to ws-edit-rate
              move ws-edit-rate to report-record(49:7)
           end-if
           move tr-rate(ws-tier-idx) to ws-edit-rate
           move ws-edit-rate to report-record(59:7)
           move tr-billed-amount(ws-tier-idx) to ws-edit-amount
           move ws-edit-amount to report-record(68:13)
           move tr-amount(ws-tier-idx) to ws-edit-amount
           move ws-edit-amount to report-record(84:13)
           move ws-dollar-diff to ws-edit-dollars
           move ws-edit-dollars to report-record(97:14)
           move ws-tier-flag to report-record(113:2)
           write report-record.
      ******************************************************************
      * append one row to the shared run-log so the reconciliation
      * can be traced alongside the presort and print runs it used
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=POSTFLAT" delimited by size
              " INPUT=" delimited by size
              function trim(ws-invoice-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-qualified-total delimited by size
              " BILLED=" delimited by size
              ws-billed-total delimited by size
              " PRODUCED=" delimited by size
              ws-pieces-produced delimited by size
              " BALANCED=" delimited by size
              ws-balanced delimited by size
              " CAMPAIGN=" delimited by size
              function trim(ws-campaign) delimited by size
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
