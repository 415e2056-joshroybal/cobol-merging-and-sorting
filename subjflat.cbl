      ******************************************************************
      * subject access report and right to erasure program
      * when a person asked what we hold about them, or asked to be
      * forgotten, the answer meant grepping a dozen files by hand.
      * this program takes a contact id, follows idxref.txt both
      * ways to every id the person has carried (a duplicate dedup
      * or match retired into them, or the survivor they were
      * retired into), and prints one subject access report of
      * every record held under any of those ids - the master
      * record, the masthist.txt change images, the camphist.txt
      * mailings and responses, the sourceref.txt loads, the
      * idxref.txt links, the acctlink.txt company account links,
      * the donotmail.txt entries, the accesslog.txt rows showing
      * which operator viewed or changed the person's record and
      * when, every copy in the live flat.txt, sorted.txt and
      * merged.txt and in the dated extracts archflat keeps, and
      * every line carrying one of the ids in the daily report
      * bundles bundleflat writes, live and archived. the ERASE
      * function then deletes the master record, blanks the before
      * and after images on masthist.txt, blanks the name on the
      * person's accesslog.txt rows - keeping the id, date, time,
      * operator and action as the trail of who saw them - drops
      * the person from the live and archived extracts, and cuts
      * their do-not-mail entries down to one minimal suppression
      * entry - the id with the name and address the selection
      * programs match a re-arrival on, and nothing more - so they
      * do not come straight back in on the next supplier csv.
      * camphist.txt, sourceref.txt, idxref.txt and acctlink.txt
      * carry only ids, codes and dates, so they are reported but
      * left in place to keep the campaign and source counts whole
      * - the next acctflat MATCH drops the account link of a
      * contact no longer on the master. the report bundles are
      * print files whose report lines cannot be told apart
      * reliably enough to cut one person out, so they are listed
      * but not cleansed - the certificate says so, and they leave
      * the archive under archflat's retention purge. an erasure
      * certificate is printed on the report and written to
      * audit.txt as the record the request was met. the first
      * argument is the seven digit contact id, the second REPORT
      * (the default) or ERASE, the third the report file (default
      * subject.rpt) and the fourth the archive directory (default
      * archive)
      ******************************************************************
       identification division.
       program-id.    subjflat.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select chg-file assign to "masthist.txt"
              organization is line sequential
              file status is ws-chg-status.
           select newchg-file assign to "masthist.tmp"
              organization is line sequential.
           select history-file assign to "camphist.txt"
              organization is line sequential
              file status is ws-history-status.
           select sourceref-file assign to "sourceref.txt"
              organization is line sequential
              file status is ws-sourceref-status.
           select xref-file assign to "idxref.txt"
              organization is line sequential
              file status is ws-xref-status.
           select acctlink-file assign to "acctlink.txt"
              organization is line sequential
              file status is ws-acctlink-status.
           select access-file assign to "accesslog.txt"
              organization is line sequential
              file status is ws-access-status.
           select newaccess-file assign to "accesslog.tmp"
              organization is line sequential.
           select bundle-file assign to ws-extract-path
              organization is line sequential
              file status is ws-bundle-status.
           select optout-file assign to "donotmail.txt"
              organization is line sequential
              file status is ws-optout-status.
           select newoptout-file assign to "donotmail.tmp"
              organization is line sequential.
           select list-file assign to "subjflat.lst"
              organization is line sequential
              file status is ws-list-status.
           select extract-file assign to ws-extract-path
              organization is line sequential
              file status is ws-extract-status.
           select newextract-file assign to "subjflat.tmp"
              organization is line sequential.
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

       fd chg-file.
       01 chg-record.
          05 hx-date                   pic x(8).
          05 hx-time                   pic x(6).
          05 hx-program                pic x(10).
          05 hx-action                 pic x(1).
          05 hx-contact-id             pic 9(7).
          05 hx-before                 pic x(310).
          05 hx-after                  pic x(310).

       fd newchg-file.
       01 newchg-record                pic x(652).

       fd history-file.
       01 history-record.
          05 ch-contact-id             pic 9(7).
          05 ch-campaign               pic x(10).
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd sourceref-file.
       01 sourceref-record.
          05 sr-contact-id             pic 9(7).
          05 sr-source                 pic x(10).
          05 sr-load-date              pic x(8).

       fd xref-file.
       01 xref-record.
          05 xr-retired-id             pic 9(7).
          05 xr-survivor-id            pic 9(7).
          05 xr-date                   pic x(8).

      * one contact's company account - E matched on name and zip,
      * N opened the account, M linked by a reviewer
       fd acctlink-file.
       01 acctlink-record.
          05 lk-contact-id             pic 9(7).
          05 lk-account-id             pic 9(7).
          05 lk-how                    pic x(1).
          05 lk-date                   pic x(8).

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

       fd newaccess-file.
       01 newaccess-record             pic x(72).

       fd bundle-file.
       01 bundle-record                pic x(340).

       fd optout-file.
       01 optout-record.
          05 dn-contact-id             pic x(7).
          05 dn-lastname               pic x(15).
          05 dn-firstname              pic x(15).
          05 dn-address                pic x(35).
          05 dn-zip                    pic x(10).
          05 dn-reason                 pic x(3).
          05 dn-date                   pic x(8).

       fd newoptout-file.
       01 newoptout-record             pic x(93).

       fd list-file.
       01 list-record                  pic x(120).

       fd extract-file.
       01 extract-record.
          05 ex-firstname              pic x(15).
          05 ex-lastname               pic x(15).
          05 ex-company-thru-www       pic x(271).
          05 ex-contact-id             pic x(7).
          05 ex-country                pic x(2).

       fd newextract-file.
       01 newextract-record            pic x(310).

       fd report-file.
       01 report-record                pic x(132).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-target-id                 pic x(7).
       77 ws-function                  pic x(8) value "REPORT".
       77 ws-output-path               pic x(80) value "subject.rpt".
       77 ws-archive-dir               pic x(80) value "archive".
       77 ws-extract-path              pic x(120).
       77 ws-command                   pic x(300).
       77 ws-max-ids                   pic 99 value 50.
       77 ws-num-ids                   pic 99 value zero.
       77 ws-id-idx                    pic 99.
       77 ws-num-fields                pic 99 value 14.
       77 ws-field-idx                 pic 99.
       77 ws-field-off                 pic 9(3).
       77 ws-field-len                 pic 99.
       77 ws-found-master              pic 9(7) value zero.
       77 ws-found-history             pic 9(7) value zero.
       77 ws-found-campaign            pic 9(7) value zero.
       77 ws-found-source              pic 9(7) value zero.
       77 ws-found-xref                pic 9(7) value zero.
       77 ws-found-account             pic 9(7) value zero.
       77 ws-found-access              pic 9(7) value zero.
       77 ws-found-optout              pic 9(7) value zero.
       77 ws-found-extract             pic 9(7) value zero.
       77 ws-found-bundle              pic 9(7) value zero.
       77 ws-found-total               pic 9(7) value zero.
       77 ws-erased-total              pic 9(7) value zero.
       77 ws-extract-hits              pic 9(7).
       77 ws-bundle-hits               pic 9(7).
       77 ws-id-tally                  pic 9(3).
       77 ws-seg-off                   pic 9(3).
       01 no-more-records              pic x(1) value space.
       01 no-more-files                pic x(1) value space.
       01 ws-master-status             pic x(2).
       01 ws-chg-status                pic x(2).
       01 ws-history-status            pic x(2).
       01 ws-sourceref-status          pic x(2).
       01 ws-xref-status               pic x(2).
       01 ws-acctlink-status           pic x(2).
       01 ws-access-status             pic x(2).
       01 ws-bundle-status             pic x(2).
       01 ws-optout-status             pic x(2).
       01 ws-list-status               pic x(2).
       01 ws-extract-status            pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-id-added                  pic x(1).
       01 ws-check-id                  pic x(7).
       01 ws-id-hit                    pic x(1).
       01 ws-retired-hit               pic x(1).
       01 ws-survivor-hit              pic x(1).
       01 ws-image                     pic x(310).
       01 ws-bundle-line               pic x(340).
      * the minimal suppression entry left behind by an erasure -
      * only what the selection programs match a re-arrival on
       01 ws-suppress-entry.
          05 su-lastname               pic x(15) value spaces.
          05 su-firstname              pic x(15) value spaces.
          05 su-address                pic x(35) value spaces.
       01 ws-id-table.
          05 ws-id-entry               pic x(7) occurs 50 times.
       01 ws-field-defs.
           05 pic x(15) value "CONTACT-ID00107".
           05 pic x(15) value "LASTNAME  00815".
           05 pic x(15) value "FIRSTNAME 02315".
           05 pic x(15) value "COMPANY   03835".
           05 pic x(15) value "ADDRESS   07335".
           05 pic x(15) value "CITY      10835".
           05 pic x(15) value "COUNTY    14335".
           05 pic x(15) value "STATE     17802".
           05 pic x(15) value "ZIP       18010".
           05 pic x(15) value "PHONE     19012".
           05 pic x(15) value "CELL      20212".
           05 pic x(15) value "EMAIL     21445".
           05 pic x(15) value "WWW       25950".
           05 pic x(15) value "COUNTRY   30902".
       01 ws-field-table redefines ws-field-defs.
           05 ws-field-entry           occurs 14 times.
              10 fd-name               pic x(10).
              10 fd-offset             pic 9(3).
              10 fd-length             pic 9(2).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-target-id from argument-value
               on exception move spaces to ws-target-id
           end-accept
           if ws-target-id not numeric
              or ws-target-id = "0000000"
              display "subjflat: a seven digit contact id is required"
              move 16 to return-code
              stop run
           end-if
           accept ws-function from argument-value
               on exception move "REPORT" to ws-function
           end-accept
           if ws-function = spaces
              move "REPORT" to ws-function
           end-if
           if ws-function not = "REPORT" and ws-function not = "ERASE"
              display "subjflat: unknown function " ws-function
              move 16 to return-code
              stop run
           end-if
           accept ws-output-path from argument-value
               on exception move "subject.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "subject.rpt" to ws-output-path
           end-if
           accept ws-archive-dir from argument-value
               on exception move "archive" to ws-archive-dir
           end-accept
           if ws-archive-dir = spaces
              move "archive" to ws-archive-dir
           end-if
           move function current-date to ws-timestamp
           perform collect-related-ids
           open output report-file
           perform write-report-heading
           perform report-master-record
           perform report-change-history
           perform report-campaign-history
           perform report-source-loads
           perform report-index-links
           perform report-account-links
           perform report-access-log
           perform report-optout-entries
           perform report-extract-copies
           perform report-bundle-copies
           compute ws-found-total = ws-found-master + ws-found-history
              + ws-found-campaign + ws-found-source + ws-found-xref
              + ws-found-account + ws-found-access
              + ws-found-optout + ws-found-extract + ws-found-bundle
           perform write-report-totals
           if ws-function = "ERASE"
              perform write-erasure-certificate
           end-if
           close report-file
           perform write-audit-record
           display "subjflat control report"
           display "  ids covered     : " ws-num-ids
           display "  records found   : " ws-found-total
           if ws-function = "ERASE"
              display "  records erased  : " ws-erased-total
           end-if
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
      * start from the id asked about and follow idxref.txt both
      * ways - retired into, and retired from - until a pass over
      * the links adds no new id, so a chain of merges is followed
      * to its end
      ******************************************************************
       collect-related-ids section.
           move 1 to ws-num-ids
           move ws-target-id to ws-id-entry(1)
           move 'Y' to ws-id-added
           perform until ws-id-added = 'N'
               move 'N' to ws-id-added
               open input xref-file
               if ws-xref-status = "00"
                  perform until no-more-records = 'y'
                     move spaces to xref-record
                     read xref-file
                        at end
                           move 'y' to no-more-records
                        not at end
                           perform follow-index-link
                     end-read
                  end-perform
                  close xref-file
                  move space to no-more-records
               end-if
           end-perform.
      ******************************************************************
      * add the other end of a link when one end is already held
      ******************************************************************
       follow-index-link section.
           move xr-retired-id to ws-check-id
           perform check-id-set
           move ws-id-hit to ws-retired-hit
           move xr-survivor-id to ws-check-id
           perform check-id-set
           move ws-id-hit to ws-survivor-hit
           if ws-retired-hit = 'Y' and ws-survivor-hit = 'N'
              move xr-survivor-id to ws-check-id
              perform add-related-id
           end-if
           if ws-survivor-hit = 'Y' and ws-retired-hit = 'N'
              move xr-retired-id to ws-check-id
              perform add-related-id
           end-if.
      ******************************************************************
      * add ws-check-id to the set of ids the person has carried
      ******************************************************************
       add-related-id section.
           if ws-num-ids >= ws-max-ids
              display "subjflat: more than " ws-max-ids
                 " linked contact ids"
              move 20 to return-code
              stop run
           end-if
           set ws-num-ids up by 1
           move ws-check-id to ws-id-entry(ws-num-ids)
           move 'Y' to ws-id-added.
      ******************************************************************
      * is ws-check-id one of the person's ids
      ******************************************************************
       check-id-set section.
           move 'N' to ws-id-hit
           move 1 to ws-id-idx
           perform until ws-id-idx > ws-num-ids or ws-id-hit = 'Y'
               if ws-id-entry(ws-id-idx) = ws-check-id
                  move 'Y' to ws-id-hit
               end-if
               set ws-id-idx up by 1
           end-perform.
      ******************************************************************
      * print the report heading and the ids the report covers
      ******************************************************************
       write-report-heading section.
           move spaces to report-record
           if ws-function = "ERASE"
              move "SUBJECT ACCESS REPORT AND ERASURE - CONTACT "
                 to report-record(1:44)
              move ws-target-id to report-record(45:7)
           else
              move "SUBJECT ACCESS REPORT - CONTACT "
                 to report-record(1:32)
              move ws-target-id to report-record(33:7)
           end-if
           move "RUN DATE " to report-record(60:9)
           move ws-timestamp(1:8) to report-record(69:8)
           write report-record
           move spaces to report-record
           move "IDS COVERED:" to report-record(1:12)
           move 14 to ws-field-off
           move 1 to ws-id-idx
           perform until ws-id-idx > ws-num-ids
               if ws-field-off > 124
                  write report-record
                  move spaces to report-record
                  move 14 to ws-field-off
               end-if
               move ws-id-entry(ws-id-idx)
                  to report-record(ws-field-off:7)
               add 8 to ws-field-off
               set ws-id-idx up by 1
           end-perform
           write report-record.
      ******************************************************************
      * print a section title with a blank line ahead of it
      ******************************************************************
       write-section-title section.
           write report-record
           move spaces to report-record
           write report-record.
      ******************************************************************
      * the master record for each id - ERASE deletes it without a
      * change history image, since that image would be one more
      * copy of what the person asked us to forget
      ******************************************************************
       report-master-record section.
           move spaces to report-record
           write report-record
           move "MASTER.DAT" to report-record(1:10)
           perform write-section-title
           if ws-function = "ERASE"
              open i-o master-file
           else
              open input master-file
           end-if
           if ws-master-status not = "00"
              move spaces to report-record
              move "  MASTER FILE NOT AVAILABLE" to report-record(1:27)
              write report-record
           else
              move 1 to ws-id-idx
              perform until ws-id-idx > ws-num-ids
                  move ws-id-entry(ws-id-idx) to mk-contact-id
                  read master-file
                     invalid key
                        continue
                     not invalid key
                        perform print-master-record
                  end-read
                  set ws-id-idx up by 1
              end-perform
              close master-file
           end-if.
      ******************************************************************
      * print one master record and, for ERASE, capture its name and
      * address for the suppression entry and delete it
      ******************************************************************
       print-master-record section.
           set ws-found-master up by 1
           move master-record(1:310) to ws-image
           perform print-image-fields
           if mk-deliv-status not = space
              move spaces to report-record
              move "DELIVERY" to report-record(5:8)
              move mk-deliv-status to report-record(16:1)
              move "RETURNS" to report-record(19:7)
              move mk-return-count to report-record(27:3)
              move mk-last-return to report-record(31:8)
              write report-record
           end-if
           if su-lastname = spaces and su-address = spaces
              move mk-lastname to su-lastname
              move mk-firstname to su-firstname
              move mk-address to su-address
           end-if
           if ws-function = "ERASE"
              delete master-file record
                 invalid key
                    continue
                 not invalid key
                    set ws-erased-total up by 1
                    move spaces to report-record
                    move "ERASED" to report-record(5:6)
                    write report-record
              end-delete
           end-if.
      ******************************************************************
      * print every populated field of the image in ws-image, one
      * labelled line each
      ******************************************************************
       print-image-fields section.
           move 1 to ws-field-idx
           perform until ws-field-idx > ws-num-fields
               move fd-offset(ws-field-idx) to ws-field-off
               move fd-length(ws-field-idx) to ws-field-len
               if ws-image(ws-field-off:ws-field-len) not = spaces
                  move spaces to report-record
                  move fd-name(ws-field-idx) to report-record(5:10)
                  move ws-image(ws-field-off:ws-field-len)
                     to report-record(16:ws-field-len)
                  write report-record
               end-if
               set ws-field-idx up by 1
           end-perform.
      ******************************************************************
      * the change history - every before and after image held for
      * the person. ERASE copies the file forward with those images
      * blanked past the contact id, so the row still shows that a
      * change was made and when, but no longer what it said
      ******************************************************************
       report-change-history section.
           move spaces to report-record
           write report-record
           move "MASTHIST.TXT" to report-record(1:12)
           perform write-section-title
           open input chg-file
           if ws-chg-status = "00"
              if ws-function = "ERASE"
                 open output newchg-file
              end-if
              perform until no-more-records = 'y'
                 move spaces to chg-record
                 read chg-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform take-change-row
                 end-read
              end-perform
              close chg-file
              move space to no-more-records
              if ws-function = "ERASE"
                 close newchg-file
                 move "mv -f 'masthist.tmp' 'masthist.txt'"
                    to ws-command
                 call "SYSTEM" using ws-command
              end-if
           end-if.
      ******************************************************************
      * print one change history row if it is the person's, and for
      * ERASE carry it forward blanked
      ******************************************************************
       take-change-row section.
           move hx-contact-id to ws-check-id
           perform check-id-set
           if ws-id-hit = 'Y'
              set ws-found-history up by 1
              move spaces to report-record
              move hx-date to report-record(3:8)
              move hx-time to report-record(12:6)
              move hx-program to report-record(19:10)
              move hx-action to report-record(30:1)
              move "ID" to report-record(33:2)
              move hx-contact-id to report-record(36:7)
              write report-record
              if hx-before not = spaces
                 move spaces to report-record
                 move "BEFORE" to report-record(3:6)
                 write report-record
                 move hx-before to ws-image
                 perform print-image-fields
              end-if
              if hx-after not = spaces
                 move spaces to report-record
                 move "AFTER" to report-record(3:5)
                 write report-record
                 move hx-after to ws-image
                 perform print-image-fields
              end-if
              if ws-function = "ERASE"
                 if hx-before not = spaces
                    move spaces to hx-before(8:303)
                 end-if
                 if hx-after not = spaces
                    move spaces to hx-after(8:303)
                 end-if
                 set ws-erased-total up by 1
              end-if
           end-if
           if ws-function = "ERASE" and chg-record not = spaces
              write newchg-record from chg-record
           end-if.
      ******************************************************************
      * the campaigns the person was mailed and their responses
      ******************************************************************
       report-campaign-history section.
           move spaces to report-record
           write report-record
           move "CAMPHIST.TXT" to report-record(1:12)
           perform write-section-title
           open input history-file
           if ws-history-status = "00"
              perform until no-more-records = 'y'
                 move spaces to history-record
                 read history-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move ch-contact-id to ws-check-id
                       perform check-id-set
                       if ws-id-hit = 'Y'
                          set ws-found-campaign up by 1
                          move spaces to report-record
                          move ch-contact-id to report-record(3:7)
                          move "CAMPAIGN" to report-record(12:8)
                          move ch-campaign to report-record(21:10)
                          move "MAILED" to report-record(33:6)
                          move ch-mail-date to report-record(40:8)
                          if ch-response = 'R'
                             move "RESPONDED" to report-record(50:9)
                             move ch-resp-date to report-record(60:8)
                          end-if
                          if ch-cell not = spaces
                             move "CELL" to report-record(70:4)
                             move ch-cell to report-record(75:4)
                          end-if
                          write report-record
                       end-if
                 end-read
              end-perform
              close history-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * the supplier lists the person was loaded from
      ******************************************************************
       report-source-loads section.
           move spaces to report-record
           write report-record
           move "SOURCEREF.TXT" to report-record(1:13)
           perform write-section-title
           open input sourceref-file
           if ws-sourceref-status = "00"
              perform until no-more-records = 'y'
                 move spaces to sourceref-record
                 read sourceref-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move sr-contact-id to ws-check-id
                       perform check-id-set
                       if ws-id-hit = 'Y'
                          set ws-found-source up by 1
                          move spaces to report-record
                          move sr-contact-id to report-record(3:7)
                          move "SOURCE" to report-record(12:6)
                          move sr-source to report-record(19:10)
                          move "LOADED" to report-record(31:6)
                          move sr-load-date to report-record(38:8)
                          write report-record
                       end-if
                 end-read
              end-perform
              close sourceref-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * the duplicate links between the person's ids
      ******************************************************************
       report-index-links section.
           move spaces to report-record
           write report-record
           move "IDXREF.TXT" to report-record(1:10)
           perform write-section-title
           open input xref-file
           if ws-xref-status = "00"
              perform until no-more-records = 'y'
                 move spaces to xref-record
                 read xref-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move xr-retired-id to ws-check-id
                       perform check-id-set
                       if ws-id-hit = 'Y'
                          set ws-found-xref up by 1
                          move spaces to report-record
                          move "RETIRED" to report-record(3:7)
                          move xr-retired-id to report-record(11:7)
                          move "INTO" to report-record(19:4)
                          move xr-survivor-id to report-record(24:7)
                          move "ON" to report-record(32:2)
                          move xr-date to report-record(35:8)
                          write report-record
                       end-if
                 end-read
              end-perform
              close xref-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * the company accounts the person is linked to
      ******************************************************************
       report-account-links section.
           move spaces to report-record
           write report-record
           move "ACCTLINK.TXT" to report-record(1:12)
           perform write-section-title
           open input acctlink-file
           if ws-acctlink-status = "00"
              perform until no-more-records = 'y'
                 move spaces to acctlink-record
                 read acctlink-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       move lk-contact-id to ws-check-id
                       perform check-id-set
                       if ws-id-hit = 'Y'
                          set ws-found-account up by 1
                          move spaces to report-record
                          move lk-contact-id to report-record(3:7)
                          move "ACCOUNT" to report-record(12:7)
                          move lk-account-id to report-record(20:7)
                          move "LINKED" to report-record(31:6)
                          move lk-date to report-record(38:8)
                          write report-record
                       end-if
                 end-read
              end-perform
              close acctlink-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * who viewed or changed the person's record - ERASE copies the
      * log forward with the name blanked on the person's rows, and
      * the rest of each row kept as the trail
      ******************************************************************
       report-access-log section.
           move spaces to report-record
           write report-record
           move "ACCESSLOG.TXT" to report-record(1:13)
           perform write-section-title
           open input access-file
           if ws-access-status = "00"
              if ws-function = "ERASE"
                 open output newaccess-file
              end-if
              perform until no-more-records = 'y'
                 move spaces to access-record
                 read access-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform take-access-row
                 end-read
              end-perform
              close access-file
              move space to no-more-records
              if ws-function = "ERASE"
                 close newaccess-file
                 move "mv -f 'accesslog.tmp' 'accesslog.txt'"
                    to ws-command
                 call "SYSTEM" using ws-command
              end-if
           end-if.
      ******************************************************************
      * print one access row if it is the person's, and for ERASE
      * carry it forward with the name blanked
      ******************************************************************
       take-access-row section.
           if al-contact-id is numeric and al-contact-id not = zero
              move al-contact-id to ws-check-id
              perform check-id-set
           else
              move 'N' to ws-id-hit
           end-if
           if ws-id-hit = 'Y'
              set ws-found-access up by 1
              move spaces to report-record
              move al-date to report-record(3:8)
              move al-time to report-record(12:6)
              move al-oper-id to report-record(19:8)
              move al-program to report-record(28:12)
              move al-action to report-record(41:1)
              move "ID" to report-record(44:2)
              move al-contact-id to report-record(47:7)
              move al-name to report-record(55:30)
              write report-record
              if ws-function = "ERASE" and al-name not = spaces
                 move spaces to al-name
                 set ws-erased-total up by 1
              end-if
           end-if
           if ws-function = "ERASE" and access-record not = spaces
              write newaccess-record from access-record
           end-if.
      ******************************************************************
      * the do-not-mail entries - ERASE copies the file forward
      * without them and adds back the one minimal suppression entry
      ******************************************************************
       report-optout-entries section.
           move spaces to report-record
           write report-record
           move "DONOTMAIL.TXT" to report-record(1:13)
           perform write-section-title
           if ws-function = "ERASE"
              open output newoptout-file
           end-if
           open input optout-file
           if ws-optout-status = "00"
              perform until no-more-records = 'y'
                 move spaces to optout-record
                 read optout-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform take-optout-entry
                 end-read
              end-perform
              close optout-file
              move space to no-more-records
           end-if
           if ws-function = "ERASE"
              move spaces to optout-record
              move ws-target-id to dn-contact-id
              move su-lastname to dn-lastname
              move su-firstname to dn-firstname
              move su-address to dn-address
              move "ERA" to dn-reason
              move ws-timestamp(1:8) to dn-date
              write newoptout-record from optout-record
              close newoptout-file
              move "mv -f 'donotmail.tmp' 'donotmail.txt'"
                 to ws-command
              call "SYSTEM" using ws-command
              move spaces to report-record
              move "SUPPRESSION ENTRY KEPT" to report-record(3:22)
              move dn-contact-id to report-record(27:7)
              move dn-lastname to report-record(36:15)
              move dn-firstname to report-record(52:15)
              move dn-address to report-record(68:35)
              write report-record
           end-if.
      ******************************************************************
      * print one do-not-mail entry if it is the person's - their
      * entries drop out of an erased copy, everyone else's carry
      ******************************************************************
       take-optout-entry section.
           move dn-contact-id to ws-check-id
           perform check-id-set
           if ws-id-hit = 'Y'
              set ws-found-optout up by 1
              move spaces to report-record
              move dn-contact-id to report-record(3:7)
              move dn-lastname to report-record(12:15)
              move dn-firstname to report-record(28:15)
              move dn-address to report-record(44:35)
              move dn-zip to report-record(80:10)
              move dn-reason to report-record(91:3)
              move dn-date to report-record(95:8)
              write report-record
              if su-lastname = spaces and su-address = spaces
                 move dn-lastname to su-lastname
                 move dn-firstname to su-firstname
                 move dn-address to su-address
              end-if
              if ws-function = "ERASE"
                 set ws-erased-total up by 1
              end-if
           else
              if ws-function = "ERASE" and optout-record not = spaces
                 write newoptout-record from optout-record
              end-if
           end-if.
      ******************************************************************
      * the live extracts and every dated copy archflat keeps - the
      * directory is listed by the host shell, the same way archflat
      * hands it the retention purge
      ******************************************************************
       report-extract-copies section.
           move spaces to report-record
           write report-record
           move "EXTRACTS AND ARCHIVES" to report-record(1:21)
           perform write-section-title
           move spaces to ws-command
           string
              "ls -1 flat.txt sorted.txt merged.txt '" delimited by size
              function trim(ws-archive-dir) delimited by size
              "'/*-*.txt > subjflat.lst 2>/dev/null" delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           open input list-file
           if ws-list-status = "00"
              perform until no-more-files = 'y'
                 move spaces to list-record
                 read list-file
                    at end
                       move 'y' to no-more-files
                    not at end
                       if list-record not = spaces
                          move list-record to ws-extract-path
                          perform scan-extract-file
                       end-if
                 end-read
              end-perform
              close list-file
           end-if
           move "rm -f subjflat.lst" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * print every copy of the person in one extract - ERASE copies
      * the file forward without them and puts the copy in place
      ******************************************************************
       scan-extract-file section.
           move zero to ws-extract-hits
           open input extract-file
           if ws-extract-status = "00"
              if ws-function = "ERASE"
                 open output newextract-file
              end-if
              perform until no-more-records = 'y'
                 move spaces to extract-record
                 read extract-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform take-extract-record
                 end-read
              end-perform
              close extract-file
              move space to no-more-records
              if ws-function = "ERASE"
                 close newextract-file
                 if ws-extract-hits > zero
                    move spaces to ws-command
                    string
                       "mv -f 'subjflat.tmp' '" delimited by size
                       function trim(ws-extract-path) delimited by size
                       "'" delimited by size
                       into ws-command
                    end-string
                 else
                    move "rm -f subjflat.tmp" to ws-command
                 end-if
                 call "SYSTEM" using ws-command
              end-if
           end-if.
      ******************************************************************
      * print one extract record if it is the person's, turning the
      * flat layout round into the master layout the field table
      * describes
      ******************************************************************
       take-extract-record section.
           move ex-contact-id to ws-check-id
           perform check-id-set
           if ws-id-hit = 'Y'
              set ws-found-extract up by 1
              set ws-extract-hits up by 1
              move spaces to report-record
              move ws-extract-path to report-record(3:120)
              write report-record
              move spaces to ws-image
              move ex-contact-id to ws-image(1:7)
              move ex-lastname to ws-image(8:15)
              move ex-firstname to ws-image(23:15)
              move ex-company-thru-www to ws-image(38:271)
              move ex-country to ws-image(309:2)
              perform print-image-fields
              if ws-function = "ERASE"
                 set ws-erased-total up by 1
              end-if
           else
              if ws-function = "ERASE" and extract-record not = spaces
                 write newextract-record from extract-record
              end-if
           end-if.
      ******************************************************************
      * the daily report bundles, live and archived - every line that
      * carries one of the person's ids is printed. a bundle is a
      * print file of many report layouts, so it is only read, never
      * rewritten - the certificate says the bundles were not
      * cleansed
      ******************************************************************
       report-bundle-copies section.
           move spaces to report-record
           write report-record
           move "REPORT BUNDLES" to report-record(1:14)
           perform write-section-title
           move spaces to ws-command
           string
              "ls -1 bundle-*.rpt '" delimited by size
              function trim(ws-archive-dir) delimited by size
              "'/bundle-*.rpt > subjflat.lst 2>/dev/null"
                 delimited by size
              into ws-command
           end-string
           call "SYSTEM" using ws-command
           move space to no-more-files
           open input list-file
           if ws-list-status = "00"
              perform until no-more-files = 'y'
                 move spaces to list-record
                 read list-file
                    at end
                       move 'y' to no-more-files
                    not at end
                       if list-record not = spaces
                          move list-record to ws-extract-path
                          perform scan-bundle-file
                       end-if
                 end-read
              end-perform
              close list-file
           end-if
           move "rm -f subjflat.lst" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * print every line of one bundle that carries one of the ids,
      * under the bundle's name
      ******************************************************************
       scan-bundle-file section.
           move zero to ws-bundle-hits
           open input bundle-file
           if ws-bundle-status = "00"
              perform until no-more-records = 'y'
                 move spaces to bundle-record
                 read bundle-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       perform take-bundle-line
                 end-read
              end-perform
              close bundle-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * print one bundle line if any of the person's ids appears in
      * it - the page advances are shown as spaces, and a line wider
      * than the report is printed in pieces
      ******************************************************************
       take-bundle-line section.
           move zero to ws-id-tally
           move 1 to ws-id-idx
           perform until ws-id-idx > ws-num-ids
               inspect bundle-record tallying ws-id-tally
                  for all ws-id-entry(ws-id-idx)
               set ws-id-idx up by 1
           end-perform
           if ws-id-tally > zero
              if ws-bundle-hits = zero
                 move spaces to report-record
                 move ws-extract-path to report-record(3:120)
                 write report-record
              end-if
              set ws-bundle-hits up by 1
              set ws-found-bundle up by 1
              move bundle-record to ws-bundle-line
              inspect ws-bundle-line converting x"0C" to space
              move 1 to ws-seg-off
              perform until ws-seg-off > 340
                  if ws-seg-off = 1
                     or ws-bundle-line(ws-seg-off:) not = spaces
                     move spaces to report-record
                     if ws-seg-off = 1
                        move ws-bundle-line(1:85)
                           to report-record(5:85)
                     else
                        move ws-bundle-line(ws-seg-off:85)
                           to report-record(8:85)
                     end-if
                     write report-record
                  end-if
                  add 85 to ws-seg-off
              end-perform
           end-if.
      ******************************************************************
      * print the count found in each file
      ******************************************************************
       write-report-totals section.
           move spaces to report-record
           write report-record
           write report-record
           move "  MASTER RECORDS .............." to report-record(1:31)
           move ws-found-master to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CHANGE HISTORY ROWS ........." to report-record(1:31)
           move ws-found-history to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CAMPAIGN HISTORY ROWS ......." to report-record(1:31)
           move ws-found-campaign to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  SOURCE LOADS ................" to report-record(1:31)
           move ws-found-source to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  DUPLICATE LINKS ............." to report-record(1:31)
           move ws-found-xref to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  ACCOUNT LINKS ..............." to report-record(1:31)
           move ws-found-account to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  ACCESS LOG ROWS ............." to report-record(1:31)
           move ws-found-access to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  DO-NOT-MAIL ENTRIES ........." to report-record(1:31)
           move ws-found-optout to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  EXTRACT AND ARCHIVE COPIES .." to report-record(1:31)
           move ws-found-extract to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  REPORT BUNDLE LINES ........." to report-record(1:31)
           move ws-found-bundle to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  RECORDS FOUND ..............." to report-record(1:31)
           move ws-found-total to report-record(33:7)
           write report-record.
      ******************************************************************
      * print the erasure certificate - what was removed, what was
      * kept and why, and when
      ******************************************************************
       write-erasure-certificate section.
           move spaces to report-record
           write report-record
           write report-record
           move "ERASURE CERTIFICATE" to report-record(1:19)
           write report-record
           move spaces to report-record
           move "  CONTACT ID ......................" to
              report-record(1:35)
           move ws-target-id to report-record(37:7)
           write report-record
           move spaces to report-record
           move "  ERASED ON ......................." to
              report-record(1:35)
           move ws-timestamp(1:8) to report-record(37:8)
           move ws-timestamp(9:6) to report-record(46:6)
           write report-record
           move spaces to report-record
           move "  RECORDS REMOVED OR BLANKED ......" to
              report-record(1:35)
           move ws-erased-total to report-record(37:7)
           write report-record
           move spaces to report-record
           move "  MASTER, CHANGE IMAGES, EXTRACTS, ARCHIVES AND "
              to report-record(1:48)
           move "DO-NOT-MAIL ENTRIES ERASED" to report-record(49:26)
           write report-record
           move spaces to report-record
           move "  KEPT - ONE SUPPRESSION ENTRY (ID, NAME, ADDRESS) "
              to report-record(1:51)
           move "SO THE PERSON IS NOT MAILED AGAIN" to
              report-record(52:33)
           write report-record
           move spaces to report-record
           move "  KEPT - CAMPAIGN, SOURCE, ACCOUNT AND DUPLICATE ROWS "
              to report-record(1:54)
           move "HOLDING ONLY IDS, CODES AND DATES" to
              report-record(55:33)
           write report-record
           move spaces to report-record
           move "  KEPT - ACCESS LOG ROWS WITH THE NAME BLANKED, AS "
              to report-record(1:51)
           move "THE TRAIL OF WHO VIEWED THE RECORD" to
              report-record(52:34)
           write report-record
           if ws-found-bundle > zero
              move spaces to report-record
              move "  NOT CLEANSED - REPORT BUNDLE LINES ......"
                 to report-record(1:43)
              move ws-found-bundle to report-record(45:7)
              write report-record
              move spaces to report-record
              move "    BUNDLES ARE PRINT FILES KEPT AS PRINTED - "
                 to report-record(1:46)
              move "THEY LEAVE THE ARCHIVE UNDER ITS RETENTION PURGE"
                 to report-record(47:48)
              write report-record
           end-if.
      ******************************************************************
      * append one row to the shared run-log - for ERASE this row is
      * the erasure certificate of record
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=SUBJFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=" delimited by size
              ws-target-id delimited by size
              " READ=" delimited by size
              ws-found-total delimited by size
              " WRITTEN=" delimited by size
              ws-erased-total delimited by size
              " IDS=" delimited by size
              ws-num-ids delimited by size
              into audit-record
           end-string
           if ws-function = "ERASE"
              move spaces to ws-command
              string
                 function trim(audit-record) delimited by size
                 " CERTIFICATE=ERASED MASTER=" delimited by size
                 ws-found-master delimited by size
                 " HISTORY=" delimited by size
                 ws-found-history delimited by size
                 " EXTRACTS=" delimited by size
                 ws-found-extract delimited by size
                 " OPTOUT=" delimited by size
                 ws-found-optout delimited by size
                 " ACCESSLOG=" delimited by size
                 ws-found-access delimited by size
                 " BUNDLELINES=" delimited by size
                 ws-found-bundle delimited by size
                 " SUPPRESSED=Y" delimited by size
                 into ws-command
              end-string
              move ws-command to audit-record
           end-if
      * the audit file does not exist yet on its very first run, so
      * fall back to opening it fresh before writing the row
           open extend audit-file
           if ws-audit-status = "35"
              open output audit-file
           end-if
           write audit-record
           close audit-file.
