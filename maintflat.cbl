      * archived extract. histrpt prints that history by contact or
      * by date range. the LOAD function rebuilds the whole file
      * from scratch and writes no history - the load source itself
      * is the before image of that event. MAINT applies only a
      * transaction file proofflat has proved and a supervisor has
      * released on approval.txt, and only while the file still
      * holds the add, change and delete counts that were released -
      * once applied the approval is marked used, so the next batch
      * written under the same name has to be proved again
      ******************************************************************
       identification division.
       program-id.    maintflat.
           select load-file assign to ws-file-path
              organization is line sequential.
           select trans-file assign to ws-file-path
              organization is line sequential
              file status is ws-trans-status.
           select extract-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
           select chg-file assign to "masthist.txt"
              organization is line sequential
              file status is ws-chg-status.
           select approval-file assign to "approval.txt"
              organization is line sequential
              file status is ws-approval-status.

       data division.
       file section.
          05 mk-email                  pic x(45).
          05 mk-www                    pic x(50).
          05 mk-country                pic x(2).
      * deliverability - returnflat counts the pieces the post office
      * sends back and marks the contact undeliverable (U) once the
      * returns reach its limit - an address change clears all three
          05 mk-deliv-status           pic x(1).
          05 mk-return-count           pic 9(3).
          05 mk-last-return            pic x(8).

       fd load-file.
       01 load-record.
          05 hx-before                 pic x(310).
          05 hx-after                  pic x(310).

      * one row per proof, release and apply of a transaction file -
      * the latest row for a file is its current approval state
       fd approval-file.
       01 approval-record.
          05 ap-trans-file             pic x(80).
          05 ap-status                 pic x(1).
          05 ap-adds                   pic 9(7).
          05 ap-changes                pic 9(7).
          05 ap-deletes                pic 9(7).
          05 ap-total                  pic 9(7).
          05 ap-date                   pic x(8).
          05 ap-time                   pic x(6).
          05 ap-operator               pic x(8).
          05 ap-program                pic x(10).

       working-storage section.
       77 ws-function                  pic x(8) value "EXTRACT".
       77 ws-file-path                 pic x(80).
       77 ws-recs-rejected             pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-last-contact-id           pic 9(7) value zero.
       77 ws-trans-status              pic x(2).
       77 ws-approval-status           pic x(2).
       77 ws-count-adds                pic 9(7) value zero.
       77 ws-count-changes             pic 9(7) value zero.
       77 ws-count-deletes             pic 9(7) value zero.
       77 ws-count-total               pic 9(7) value zero.
       01 no-more-records              pic x(1) value space.
       01 ws-seq-status                pic x(2).
       01 ws-chg-status                pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-before-image              pic x(310).
       01 ws-after-image               pic x(310).
       01 ws-approval-found            pic x(1).
       01 ws-latest-approval.
          05 la-trans-file             pic x(80).
          05 la-status                 pic x(1).
          05 la-adds                   pic 9(7).
          05 la-changes                pic 9(7).
          05 la-deletes                pic 9(7).
          05 la-total                  pic 9(7).
          05 la-date                   pic x(8).
          05 la-time                   pic x(6).
          05 la-operator               pic x(8).
          05 la-program                pic x(10).
      ******************************************************************
      * main program section
      ******************************************************************
                 move email-field     to mk-email
                 move www-field       to mk-www
                 move country-field   to mk-country
                 move space           to mk-deliv-status
                 move zero            to mk-return-count
                 move spaces          to mk-last-return
                 write master-record
                    invalid key
                       set ws-recs-rejected up by 1
      * against the existing indexed master file
      ******************************************************************
       maintain-master section.
           perform check-batch-release
           if return-code not = zero
              stop run
           end-if
           open i-o master-file
           if ws-master-status not = "00"
              display "maintflat: master file not found - run LOAD"
              close chg-file
              close master-file
              perform write-contact-sequence
              perform mark-batch-applied
              display "maintflat maintenance control report"
              display "  transactions read : " ws-recs-read
              display "  records added     : " ws-recs-added
              display "  records rejected  : " ws-recs-rejected
           end-if.
      ******************************************************************
      * refuse a transaction file that has not been released, or
      * whose add, change, delete or total counts are no longer the
      * ones the supervisor released
      ******************************************************************
       check-batch-release section.
           open input trans-file
           if ws-trans-status not = "00"
              display "maintflat: transaction file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
           else
              perform until no-more-records = 'y'
                 move spaces to trans-record
                 read trans-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if trans-record not = spaces
                          set ws-count-total up by 1
                          evaluate trans-action
                             when 'A'
                                set ws-count-adds up by 1
                             when 'C'
                                set ws-count-changes up by 1
                             when 'D'
                                set ws-count-deletes up by 1
                          end-evaluate
                       end-if
                 end-read
              end-perform
              close trans-file
              move space to no-more-records
              perform find-latest-approval
              evaluate true
                 when ws-approval-found not = 'Y'
                    display "maintflat: " function trim(ws-file-path)
                       " has no proof listing - run proofflat PROOF"
                    move 24 to return-code
                 when la-status = 'A'
                    display "maintflat: " function trim(ws-file-path)
                       " was already applied - run proofflat PROOF"
                    move 24 to return-code
                 when la-status not = 'R'
                    display "maintflat: " function trim(ws-file-path)
                       " is held - awaiting supervisor release"
                    move 24 to return-code
                 when la-adds not = ws-count-adds
                    or la-changes not = ws-count-changes
                    or la-deletes not = ws-count-deletes
                    or la-total not = ws-count-total
                    display "maintflat: " function trim(ws-file-path)
                       " has changed since it was released"
                    move 24 to return-code
              end-evaluate
           end-if.
      ******************************************************************
      * pick up the latest approval row for this transaction file
      ******************************************************************
       find-latest-approval section.
           move 'N' to ws-approval-found
           open input approval-file
           if ws-approval-status = "00"
              perform until no-more-records = 'y'
                 move spaces to approval-record
                 read approval-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if ap-trans-file = ws-file-path
                          move approval-record to ws-latest-approval
                          move 'Y' to ws-approval-found
                       end-if
                 end-read
              end-perform
              close approval-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * mark the release used so the same approval cannot apply a
      * second batch written under the same file name
      ******************************************************************
       mark-batch-applied section.
           move ws-latest-approval to approval-record
           move "A" to ap-status
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ap-date
           move ws-timestamp(9:6) to ap-time
           move "MAINTFLAT" to ap-program
           open extend approval-file
           write approval-record
           close approval-file.
      ******************************************************************
      * add, change or delete one master record per the action code
      * carried on the current transaction record - an add without a
      * contact id is a brand new contact and gets the next number
                 move trans-email   to mk-email
                 move trans-www     to mk-www
                 move trans-country to mk-country
                 move space  to mk-deliv-status
                 move zero   to mk-return-count
                 move spaces to mk-last-return
                 write master-record
                    invalid key
                       set ws-recs-rejected up by 1
                          set ws-recs-rejected up by 1
                       not invalid key
                          move master-record to ws-before-image
                          perform clear-deliverability
                          move trans-firstname to mk-firstname
                          move trans-lastname  to mk-lastname
                          move trans-company to mk-company
                 set ws-recs-rejected up by 1
           end-evaluate.
      ******************************************************************
      * a change that corrects the street address gives the contact
      * a fresh start - whatever the post office sent back was sent
      * back from the old address, so the undeliverable status and
      * the return count go with it
      ******************************************************************
       clear-deliverability section.
           if trans-address not = mk-address
              move space  to mk-deliv-status
              move zero   to mk-return-count
              move spaces to mk-last-return
           end-if.
      ******************************************************************
      * open the change history for appending this run's before and
      * after images - the file does not exist yet on the very
      * first maintenance run, so fall back to opening it fresh
