      ******************************************************************
      * daily report bundle program
      * each processing day leaves a dozen separate reports and
      * exception listings on disk - presort.rpt, terrroster.rpt,
      * exceptions.txt, zipexc.txt, terrexc.txt, camphist.rpt,
      * balance.rpt and the rest - and they were mailed around by
      * hand, so some always went missing. this program runs at the
      * end of batchflat's day and gathers them into one dated
      * bundle for the processing date on runctl.dat (FLATDATE when
      * the batch driver exports it). the report catalog bundle.ref
      * names the reports the bundle collects, one per line - the
      * file name, the program that produces it, and E when the
      * report is expected every processing day or O when it only
      * appears on the days its program is run, separated by
      * spaces:
      *     presort.rpt PRESORTRPT E
      *     camphist.rpt CAMPFLAT O
      * a report counts as produced for the day when its file was
      * written on or after the processing date - a copy left from
      * an earlier day is not the day's report. any other .rpt file
      * written that day is collected as well under UNLISTED, so a
      * new report is not lost before the catalog catches up. the
      * bundle bundle-yyyymmdd.rpt opens with a cover page and a
      * table of contents giving each report's name, producing
      * program, page count and starting page, and marks every
      * expected report that was not produced; each report then
      * starts on a fresh page of 60 lines. the distribution list
      * distrib.ref says who gets what - a recipient and a report
      * name (or * for every report) per line:
      *     MAILROOM presort.rpt
      *     AUDITOR *
      * and each recipient gets a print file of their own,
      * bundle-yyyymmdd-recipient.rpt, with its own cover page and
      * contents. archflat files the bundles under the same
      * retention as the extracts
      ******************************************************************
       identification division.
       program-id.    bundleflat.
       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "bundle.ref"
              organization is line sequential
              file status is ws-catalog-status.
           select distrib-file assign to "distrib.ref"
              organization is line sequential
              file status is ws-distrib-status.
           select list-file assign to "bundleflat.lst"
              organization is line sequential
              file status is ws-list-status.
           select report-file assign to ws-report-path
              organization is line sequential
              file status is ws-report-status.
           select bundle-file assign to ws-bundle-path
              organization is line sequential.
           select runctl-file assign to "runctl.dat"
              organization is line sequential
              file status is ws-runctl-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

       fd catalog-file.
       01 catalog-record               pic x(80).

       fd distrib-file.
       01 distrib-record               pic x(80).

       fd list-file.
       01 list-record                  pic x(80).

       fd report-file.
       01 report-record                pic x(340).

       fd bundle-file.
       01 bundle-record                pic x(340).

       fd runctl-file.
       01 runctl-record.
          05 rc-proc-date              pic x(8).
          05 filler                    pic x(1).
          05 rc-status                 pic x(1).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-report-path               pic x(80).
       77 ws-bundle-path               pic x(80).
       77 ws-command                   pic x(200).
       77 ws-max-reports               pic 99 value 60.
       77 ws-num-reports               pic 99 value zero.
       77 ws-num-catalog               pic 99 value zero.
       77 ws-rpt-idx                   pic 99.
       77 ws-max-produced              pic 9(3) value 500.
       77 ws-num-produced-files        pic 9(3) value zero.
       77 ws-prod-idx                  pic 9(3).
       77 ws-max-distrib               pic 9(3) value 500.
       77 ws-num-distrib               pic 9(3) value zero.
       77 ws-dist-idx                  pic 9(3).
       77 ws-max-recipients            pic 99 value 50.
       77 ws-num-recipients            pic 99 value zero.
       77 ws-recip-idx                 pic 99.
       77 ws-body-lines                pic 99 value 58.
       77 ws-body-count                pic 99.
       77 ws-page-no                   pic 9(5).
       77 ws-next-page                 pic 9(5).
       77 ws-toc-pages                 pic 9(5).
       77 ws-total-pages               pic 9(5).
       77 ws-selected-count            pic 99.
       77 ws-name-len                  pic 99.
       77 ws-recs-produced             pic 9(7) value zero.
       77 ws-recs-missing              pic 9(7) value zero.
       77 ws-bundles-written           pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-catalog-status            pic x(2).
       01 ws-distrib-status            pic x(2).
       01 ws-list-status               pic x(2).
       01 ws-report-status             pic x(2).
       01 ws-runctl-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-find-date                 pic x(10).
       01 ws-recipient                 pic x(12).
       01 ws-section-name              pic x(30).
       01 ws-held-line                 pic x(340).
       01 ws-found                     pic x(1).
       01 ws-ref-name                  pic x(30).
       01 ws-ref-program               pic x(12).
       01 ws-ref-expected              pic x(1).
       01 ws-ref-recipient             pic x(12).
       01 ws-edit-count                pic z(4)9.
       01 ws-edit-lines                pic z(6)9.
       01 ws-report-table.
           05 ws-report-entry          occurs 60 times.
              10 rt-name               pic x(30).
              10 rt-program            pic x(12).
              10 rt-expected           pic x(1).
      * P produced for the day, S only a copy from an earlier day,
      * M not on disk at all
              10 rt-status             pic x(1).
              10 rt-lines              pic 9(7).
              10 rt-pages              pic 9(5).
              10 rt-start              pic 9(5).
              10 rt-selected           pic x(1).
       01 ws-produced-table.
           05 pf-name                  pic x(80) occurs 500 times.
       01 ws-distrib-table.
           05 ws-distrib-entry         occurs 500 times.
              10 dt-recipient          pic x(12).
              10 dt-report             pic x(30).
       01 ws-recipient-table.
           05 rp-recipient             pic x(12) occurs 50 times.
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           move function current-date to ws-timestamp
           perform resolve-processing-date
           display "bundleflat processing date: " ws-proc-date
           perform load-catalog
           perform list-produced-files
           perform check-catalog-reports
           perform add-unlisted-reports
      * the full bundle carries every report
           move "ALL" to ws-recipient
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               move 'Y' to rt-selected(ws-rpt-idx)
               set ws-rpt-idx up by 1
           end-perform
           move spaces to ws-bundle-path
           string
              "bundle-" delimited by size
              ws-proc-date delimited by size
              ".rpt" delimited by size
              into ws-bundle-path
           end-string
           perform write-bundle
           perform load-distribution
           move 1 to ws-recip-idx
           perform until ws-recip-idx > ws-num-recipients
               perform write-recipient-bundle
               set ws-recip-idx up by 1
           end-perform
           perform write-audit-record
           display "bundleflat control report"
           display "  reports in catalog     : " ws-num-catalog
           display "  reports produced       : " ws-recs-produced
           display "  expected, not produced : " ws-recs-missing
           display "  recipients             : " ws-num-recipients
           display "  bundle files written   : " ws-bundles-written
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
      * read the report catalog - without it there is nothing to
      * say what the day's reports are
      ******************************************************************
       load-catalog section.
           open input catalog-file
           if ws-catalog-status not = "00"
              display "bundleflat: report catalog bundle.ref not found"
              move 20 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to catalog-record
              read catalog-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if catalog-record not = spaces
                       perform add-catalog-entry
                    end-if
              end-read
           end-perform
           close catalog-file
           move space to no-more-records
           move ws-num-reports to ws-num-catalog.
      ******************************************************************
      * add one catalog line to the report table
      ******************************************************************
       add-catalog-entry section.
           if ws-num-reports >= ws-max-reports
              display "bundleflat: more than " ws-max-reports
                 " reports in bundle.ref"
              close catalog-file
              move 20 to return-code
              stop run
           end-if
           move spaces to ws-ref-name ws-ref-program ws-ref-expected
           unstring catalog-record delimited by all spaces
              into ws-ref-name ws-ref-program ws-ref-expected
           end-unstring
           inspect ws-ref-program converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect ws-ref-expected converting "eo" to "EO"
           if ws-ref-program = spaces
              or (ws-ref-expected not = 'E'
              and ws-ref-expected not = 'O')
              display "bundleflat: bad bundle.ref line - "
                 function trim(catalog-record)
              close catalog-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-reports up by 1
           move ws-ref-name to rt-name(ws-num-reports)
           move ws-ref-program to rt-program(ws-num-reports)
           move ws-ref-expected to rt-expected(ws-num-reports)
           move 'M' to rt-status(ws-num-reports)
           move zero to rt-lines(ws-num-reports)
           move 1 to rt-pages(ws-num-reports).
      ******************************************************************
      * list the files in the run directory written on or after the
      * processing date - there is no file-date verb in this
      * dialect, so the listing is handed to the host shell the way
      * archflat hands it the purge
      ******************************************************************
       list-produced-files section.
           move spaces to ws-find-date
           string
              ws-proc-date(1:4) delimited by size
              "-" delimited by size
              ws-proc-date(5:2) delimited by size
              "-" delimited by size
              ws-proc-date(7:2) delimited by size
              into ws-find-date
           end-string
           move spaces to ws-command
           string
              "find . -maxdepth 1 -type f -newermt '" delimited by size
              ws-find-date delimited by size
              "' -printf '%f\n' > bundleflat.lst 2>/dev/null"
                 delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           open input list-file
           if ws-list-status = "00"
              perform until no-more-records = 'y'
                 move spaces to list-record
                 read list-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if list-record not = spaces
                          and ws-num-produced-files < ws-max-produced
                          set ws-num-produced-files up by 1
                          move list-record
                             to pf-name(ws-num-produced-files)
                       end-if
                 end-read
              end-perform
              close list-file
              move space to no-more-records
           end-if
           move "rm -f bundleflat.lst" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * settle each catalog report - produced for the day, a stale
      * copy from an earlier day, or not on disk at all - and count
      * the lines and pages of the ones produced
      ******************************************************************
       check-catalog-reports section.
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               move rt-name(ws-rpt-idx) to ws-ref-name
               perform find-produced-file
               move rt-name(ws-rpt-idx) to ws-report-path
               open input report-file
               if ws-report-status = "00"
                  close report-file
                  if ws-found = 'Y'
                     move 'P' to rt-status(ws-rpt-idx)
                     perform count-report-lines
                  else
                     move 'S' to rt-status(ws-rpt-idx)
                  end-if
               end-if
               if rt-status(ws-rpt-idx) = 'P'
                  set ws-recs-produced up by 1
               else
                  if rt-expected(ws-rpt-idx) = 'E'
                     set ws-recs-missing up by 1
                     display "bundleflat: expected report "
                        function trim(rt-name(ws-rpt-idx))
                        " not produced"
                  end-if
               end-if
               set ws-rpt-idx up by 1
           end-perform.
      ******************************************************************
      * is the file in ws-ref-name on the produced-today listing
      ******************************************************************
       find-produced-file section.
           move 'N' to ws-found
           move 1 to ws-prod-idx
           perform until ws-prod-idx > ws-num-produced-files
              or ws-found = 'Y'
               if pf-name(ws-prod-idx) = ws-ref-name
                  move 'Y' to ws-found
               end-if
               set ws-prod-idx up by 1
           end-perform.
      ******************************************************************
      * collect any other .rpt written for the day that the catalog
      * does not name yet - the bundles themselves excepted
      ******************************************************************
       add-unlisted-reports section.
           move 1 to ws-prod-idx
           perform until ws-prod-idx > ws-num-produced-files
               move function length(function trim(
                  pf-name(ws-prod-idx))) to ws-name-len
               if ws-name-len > 4 and ws-name-len <= 30
                  if pf-name(ws-prod-idx)(ws-name-len - 3:4) = ".rpt"
                     and pf-name(ws-prod-idx)(1:7) not = "bundle-"
                     perform add-unlisted-entry
                  end-if
               end-if
               set ws-prod-idx up by 1
           end-perform.
      ******************************************************************
      * add one uncatalogued report to the table unless the catalog
      * already has it
      ******************************************************************
       add-unlisted-entry section.
           move 'N' to ws-found
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports or ws-found = 'Y'
               if rt-name(ws-rpt-idx) = pf-name(ws-prod-idx)
                  move 'Y' to ws-found
               end-if
               set ws-rpt-idx up by 1
           end-perform
           if ws-found = 'N' and ws-num-reports < ws-max-reports
              set ws-num-reports up by 1
              move pf-name(ws-prod-idx) to rt-name(ws-num-reports)
              move "UNLISTED" to rt-program(ws-num-reports)
              move 'O' to rt-expected(ws-num-reports)
              move 'P' to rt-status(ws-num-reports)
              move ws-num-reports to ws-rpt-idx
              perform count-report-lines
              set ws-recs-produced up by 1
           end-if.
      ******************************************************************
      * count the lines of the report under ws-rpt-idx and work out
      * the pages it fills - an empty report still takes a page to
      * say so
      ******************************************************************
       count-report-lines section.
           move rt-name(ws-rpt-idx) to ws-report-path
           move zero to rt-lines(ws-rpt-idx)
           open input report-file
           perform until no-more-records = 'y'
              read report-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    add 1 to rt-lines(ws-rpt-idx)
              end-read
           end-perform
           close report-file
           move space to no-more-records
           compute rt-pages(ws-rpt-idx) =
              (rt-lines(ws-rpt-idx) + ws-body-lines - 1)
                 / ws-body-lines
           if rt-pages(ws-rpt-idx) = zero
              move 1 to rt-pages(ws-rpt-idx)
           end-if.
      ******************************************************************
      * read the distribution list - no list just means the full
      * bundle is the only one written
      ******************************************************************
       load-distribution section.
           open input distrib-file
           if ws-distrib-status not = "00"
              display "bundleflat: no distribution list distrib.ref "
                 "- full bundle only"
           else
              perform until no-more-records = 'y'
                 move spaces to distrib-record
                 read distrib-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if distrib-record not = spaces
                          perform add-distrib-entry
                       end-if
                 end-read
              end-perform
              close distrib-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one distribution line, and the recipient the first time
      * they appear
      ******************************************************************
       add-distrib-entry section.
           if ws-num-distrib >= ws-max-distrib
              display "bundleflat: more than " ws-max-distrib
                 " lines in distrib.ref"
              close distrib-file
              move 20 to return-code
              stop run
           end-if
           move spaces to ws-ref-recipient ws-ref-name
           unstring distrib-record delimited by all spaces
              into ws-ref-recipient ws-ref-name
           end-unstring
           inspect ws-ref-recipient converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-ref-name = spaces
              display "bundleflat: bad distrib.ref line - "
                 function trim(distrib-record)
              close distrib-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-distrib up by 1
           move ws-ref-recipient to dt-recipient(ws-num-distrib)
           move ws-ref-name to dt-report(ws-num-distrib)
           if ws-ref-name not = "*"
              move 'N' to ws-found
              move 1 to ws-rpt-idx
              perform until ws-rpt-idx > ws-num-reports
                 or ws-found = 'Y'
                  if rt-name(ws-rpt-idx) = ws-ref-name
                     move 'Y' to ws-found
                  end-if
                  set ws-rpt-idx up by 1
              end-perform
              if ws-found = 'N'
                 display "bundleflat: distrib.ref names "
                    function trim(ws-ref-name)
                    " - not in bundle.ref or produced today"
              end-if
           end-if
           move 'N' to ws-found
           move 1 to ws-recip-idx
           perform until ws-recip-idx > ws-num-recipients
              or ws-found = 'Y'
               if rp-recipient(ws-recip-idx) = ws-ref-recipient
                  move 'Y' to ws-found
               end-if
               set ws-recip-idx up by 1
           end-perform
           if ws-found = 'N'
              if ws-num-recipients >= ws-max-recipients
                 display "bundleflat: more than " ws-max-recipients
                    " recipients in distrib.ref"
                 close distrib-file
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-recipients up by 1
              move ws-ref-recipient to rp-recipient(ws-num-recipients)
           end-if.
      ******************************************************************
      * write one recipient's bundle - the reports the distribution
      * list gives them, or every report for a * line
      ******************************************************************
       write-recipient-bundle section.
           move rp-recipient(ws-recip-idx) to ws-recipient
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               move 'N' to rt-selected(ws-rpt-idx)
               set ws-rpt-idx up by 1
           end-perform
           move 1 to ws-dist-idx
           perform until ws-dist-idx > ws-num-distrib
               if dt-recipient(ws-dist-idx) = ws-recipient
                  move 1 to ws-rpt-idx
                  perform until ws-rpt-idx > ws-num-reports
                      if dt-report(ws-dist-idx) = "*"
                         or dt-report(ws-dist-idx) = rt-name(ws-rpt-idx)
                         move 'Y' to rt-selected(ws-rpt-idx)
                      end-if
                      set ws-rpt-idx up by 1
                  end-perform
               end-if
               set ws-dist-idx up by 1
           end-perform
           move spaces to ws-bundle-path
           string
              "bundle-" delimited by size
              ws-proc-date delimited by size
              "-" delimited by size
              ws-recipient delimited by space
              ".rpt" delimited by size
              into ws-bundle-path
           end-string
           perform write-bundle.
      ******************************************************************
      * write one bundle file: the cover page, the table of contents
      * and every selected report produced, each on fresh pages. a
      * report only counts in a bundle when it was produced, or when
      * it was expected and its absence has to be shown
      ******************************************************************
       write-bundle section.
           move zero to ws-selected-count
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               if rt-selected(ws-rpt-idx) = 'Y'
                  if rt-status(ws-rpt-idx) = 'P'
                     or rt-expected(ws-rpt-idx) = 'E'
                     set ws-selected-count up by 1
                  else
                     move 'N' to rt-selected(ws-rpt-idx)
                  end-if
               end-if
               set ws-rpt-idx up by 1
           end-perform
      * the cover is page 1 and the contents follow it, so the first
      * report starts after however many pages the contents take
           compute ws-toc-pages =
              (ws-selected-count + 4 + ws-body-lines - 1)
                 / ws-body-lines
           compute ws-next-page = ws-toc-pages + 2
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               if rt-selected(ws-rpt-idx) = 'Y'
                  and rt-status(ws-rpt-idx) = 'P'
                  move ws-next-page to rt-start(ws-rpt-idx)
                  add rt-pages(ws-rpt-idx) to ws-next-page
               end-if
               set ws-rpt-idx up by 1
           end-perform
           compute ws-total-pages = ws-next-page - 1
           move zero to ws-page-no
           open output bundle-file
           perform write-cover-page
           perform write-contents
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               if rt-selected(ws-rpt-idx) = 'Y'
                  and rt-status(ws-rpt-idx) = 'P'
                  perform copy-report
               end-if
               set ws-rpt-idx up by 1
           end-perform
           close bundle-file
           set ws-bundles-written up by 1
           display function trim(ws-bundle-path) " written".
      ******************************************************************
      * the cover page - the day, who the bundle is for, and what is
      * and is not in it
      ******************************************************************
       write-cover-page section.
           move "COVER" to ws-section-name
           perform new-bundle-page
           move spaces to bundle-record
           perform write-bundle-line
           move "DAILY REPORT BUNDLE" to bundle-record(21:19)
           perform write-bundle-line
           move spaces to bundle-record
           perform write-bundle-line
           move "PROCESSING DATE ............." to bundle-record(1:29)
           move ws-proc-date to bundle-record(31:8)
           perform write-bundle-line
           move "PREPARED FOR ................" to bundle-record(1:29)
           if ws-recipient = "ALL"
              move "ALL RECIPIENTS" to bundle-record(31:14)
           else
              move ws-recipient to bundle-record(31:12)
           end-if
           perform write-bundle-line
           move "PRODUCED ...................." to bundle-record(1:29)
           move ws-timestamp(1:8) to bundle-record(31:8)
           move ws-timestamp(9:6) to bundle-record(40:6)
           perform write-bundle-line
           move spaces to bundle-record
           perform write-bundle-line
           move zero to ws-prod-idx
           move zero to ws-dist-idx
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               if rt-selected(ws-rpt-idx) = 'Y'
                  if rt-status(ws-rpt-idx) = 'P'
                     set ws-prod-idx up by 1
                  else
                     set ws-dist-idx up by 1
                  end-if
               end-if
               set ws-rpt-idx up by 1
           end-perform
           move "REPORTS ENCLOSED ............" to bundle-record(1:29)
           move ws-prod-idx to ws-edit-count
           move ws-edit-count to bundle-record(31:5)
           perform write-bundle-line
           move "EXPECTED, NOT PRODUCED ......" to bundle-record(1:29)
           move ws-dist-idx to ws-edit-count
           move ws-edit-count to bundle-record(31:5)
           perform write-bundle-line
           move "PAGES IN THIS BUNDLE ........" to bundle-record(1:29)
           move ws-total-pages to ws-edit-count
           move ws-edit-count to bundle-record(31:5)
           perform write-bundle-line
           if ws-dist-idx > zero
              move spaces to bundle-record
              perform write-bundle-line
              move "*** SOME EXPECTED REPORTS WERE NOT PRODUCED - "
                 to bundle-record(1:46)
              move "SEE THE CONTENTS ***" to bundle-record(47:20)
              perform write-bundle-line
           end-if.
      ******************************************************************
      * the table of contents - every selected report with its
      * producing program, page count and starting page, and the
      * expected ones that were not produced marked as such
      ******************************************************************
       write-contents section.
           move "CONTENTS" to ws-section-name
           perform new-bundle-page
           move "TABLE OF CONTENTS" to bundle-record(1:17)
           perform write-bundle-line
           move spaces to bundle-record
           perform write-bundle-line
           move "REPORT" to bundle-record(1:6)
           move "PRODUCED BY" to bundle-record(32:11)
           move "LINES" to bundle-record(47:5)
           move "PAGES" to bundle-record(54:5)
           move "PAGE" to bundle-record(61:4)
           move "STATUS" to bundle-record(67:6)
           perform write-bundle-line
           move spaces to bundle-record
           perform write-bundle-line
           move 1 to ws-rpt-idx
           perform until ws-rpt-idx > ws-num-reports
               if rt-selected(ws-rpt-idx) = 'Y'
                  perform write-contents-line
               end-if
               set ws-rpt-idx up by 1
           end-perform.
      ******************************************************************
      * one contents line for the report under ws-rpt-idx
      ******************************************************************
       write-contents-line section.
           move spaces to bundle-record
           move rt-name(ws-rpt-idx) to bundle-record(1:30)
           move rt-program(ws-rpt-idx) to bundle-record(32:12)
           evaluate rt-status(ws-rpt-idx)
              when 'P'
                 move rt-lines(ws-rpt-idx) to ws-edit-lines
                 move ws-edit-lines to bundle-record(45:7)
                 move rt-pages(ws-rpt-idx) to ws-edit-count
                 move ws-edit-count to bundle-record(54:5)
                 move rt-start(ws-rpt-idx) to ws-edit-count
                 move ws-edit-count to bundle-record(60:5)
                 move "ENCLOSED" to bundle-record(67:8)
              when 'S'
                 move "*** NOT PRODUCED - OLD COPY ONLY"
                    to bundle-record(45:32)
              when other
                 move "*** NOT PRODUCED" to bundle-record(45:16)
           end-evaluate
           perform write-bundle-line.
      ******************************************************************
      * copy one report into the bundle starting on a fresh page
      ******************************************************************
       copy-report section.
           move rt-name(ws-rpt-idx) to ws-section-name
           move rt-name(ws-rpt-idx) to ws-report-path
           perform new-bundle-page
           if rt-lines(ws-rpt-idx) = zero
              move "*** REPORT PRODUCED EMPTY ***" to bundle-record
              perform write-bundle-line
           else
              open input report-file
              perform until no-more-records = 'y'
                 move spaces to report-record
                 read report-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move report-record to bundle-record
                       perform write-bundle-line
                 end-read
              end-perform
              close report-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * write one body line, turning the page when it is full
      ******************************************************************
       write-bundle-line section.
           if ws-body-count >= ws-body-lines
              move bundle-record to ws-held-line
              perform new-bundle-page
              move ws-held-line to bundle-record
           end-if
           write bundle-record before advancing 1 line
           set ws-body-count up by 1
           move spaces to bundle-record.
      ******************************************************************
      * start a fresh page with the running heading. every line
      * writes before-advancing so page 1 starts at the very top of
      * the file - a later page opens with a page advance instead,
      * and the empty follow-up write closes the line the page
      * advance leaves open
      ******************************************************************
       new-bundle-page section.
           set ws-page-no up by 1
           move spaces to bundle-record
           move "DAILY REPORT BUNDLE" to bundle-record(1:19)
           move ws-proc-date to bundle-record(21:8)
           move ws-section-name to bundle-record(31:30)
           move "PAGE" to bundle-record(63:4)
           move ws-page-no to ws-edit-count
           move ws-edit-count to bundle-record(68:5)
           if ws-page-no = 1
              write bundle-record before advancing 1 line
           else
              write bundle-record after advancing page
              move spaces to bundle-record
              write bundle-record before advancing 1 line
           end-if
           move spaces to bundle-record
           write bundle-record before advancing 1 line
           move zero to ws-body-count.
      ******************************************************************
      * append one row to the shared run-log
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=BUNDLEFLAT" delimited by size
              " INPUT=bundle.ref" delimited by size
              " READ=" delimited by size
              ws-recs-produced delimited by size
              " WRITTEN=" delimited by size
              ws-bundles-written delimited by size
              " DATE=" delimited by size
              ws-proc-date delimited by size
              " MISSING=" delimited by size
              ws-recs-missing delimited by size
              " RECIPIENTS=" delimited by size
              ws-num-recipients delimited by size
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
