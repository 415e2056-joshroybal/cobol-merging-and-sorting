      ******************************************************************
      * maintenance transaction proof and release program
      * maintflat MAINT applies whatever transaction file it is
      * handed - entryflat screens, compareflat deltas, sourceflat
      * purges and recycleflat repairs all land the same way, and a
      * purge of the wrong source code used to delete thousands of
      * contacts overnight with nobody having looked first. the
      * PROOF function reads a pending transaction file and checks
      * every trans-record against master.dat without updating it,
      * printing the adds, the deletes with the name each one would
      * remove, every field a change would alter with its old and
      * new values, and every transaction maintflat would reject
      * and why - adds and deletes earlier in the same file are
      * remembered, so a change to a contact the batch deletes
      * first proves as the reject it will be. PROOF then records
      * the batch on approval.txt as held with its add, change,
      * delete and total counts. a supervisor who has read the
      * listing runs the RELEASE function and signs on with their
      * operator id and password from operator.dat - only a
      * supervisor (role S) may release, and every sign-on, failed
      * sign-on and refusal goes on accesslog.txt. the release
      * recounts the file and records it released under the
      * signed-on operator only if the counts still match the
      * proof. maintflat refuses a file that is not released or
      * whose counts have moved since, and marks the approval
      * applied once it has run so the same release cannot be
      * spent twice. the first argument is PROOF or
      * RELEASE, the second the transaction file, and the third the
      * report file for PROOF (default proof.rpt)
      ******************************************************************
       identification division.
       program-id.    proofflat.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select trans-file assign to ws-file-path
              organization is line sequential
              file status is ws-trans-status.
           select approval-file assign to "approval.txt"
              organization is line sequential
              file status is ws-approval-status.
           select report-file assign to ws-output-path
              organization is line sequential.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.
           select operator-file assign to "operator.dat"
              organization is line sequential
              file status is ws-operator-status.
           select access-file assign to "accesslog.txt"
              organization is line sequential
              file status is ws-access-status.

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

       fd trans-file.
       01 trans-record.
          05 trans-action              pic x(1).
          05 trans-firstname           pic x(15).
          05 trans-lastname            pic x(15).
          05 trans-company             pic x(35).
          05 trans-address             pic x(35).
          05 trans-city                pic x(35).
          05 trans-county              pic x(35).
          05 trans-state               pic x(2).
          05 trans-zip                 pic x(10).
          05 trans-phone               pic x(12).
          05 trans-cell                pic x(12).
          05 trans-email               pic x(45).
          05 trans-www                 pic x(50).
          05 trans-contact-id          pic 9(7).
          05 trans-country             pic x(2).

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

       fd report-file.
       01 report-record                pic x(132).

       fd audit-file.
       01 audit-record                 pic x(250).

      * one operator - role I inquiry only, E data entry, S
      * supervisor. the password is held only as a hash of the
      * operator id and password together
       fd operator-file.
       01 operator-record.
          05 op-oper-id                pic x(8).
          05 op-pass-hash              pic 9(10).
          05 op-role                   pic x(1).
          05 op-name                   pic x(30).
          05 op-added                  pic x(8).

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

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-file-path                 pic x(80).
       77 ws-output-path               pic x(80) value "proof.rpt".
       77 ws-master-status             pic x(2).
       77 ws-trans-status              pic x(2).
       77 ws-approval-status           pic x(2).
       77 ws-audit-status              pic x(2).
       77 ws-operator-status           pic x(2).
       77 ws-access-status             pic x(2).
       77 ws-attempts                  pic 9 value zero.
       77 ws-hash-idx                  pic 99.
       77 ws-pass-hash                 pic 9(10).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-count-adds                pic 9(7) value zero.
       77 ws-count-changes             pic 9(7) value zero.
       77 ws-count-deletes             pic 9(7) value zero.
       77 ws-count-other               pic 9(7) value zero.
       77 ws-count-rejects             pic 9(7) value zero.
       77 ws-max-batch                 pic 9(5) value 50000.
       77 ws-num-batch                 pic 9(5) value zero.
       77 ws-batch-idx                 pic 9(5).
       77 ws-num-fields                pic 99 value 14.
       77 ws-field-idx                 pic 99.
       77 ws-field-off                 pic 9(3).
       77 ws-field-len                 pic 99.
       77 ws-fields-changed            pic 99.
       01 no-more-records              pic x(1) value space.
       01 ws-approval-found            pic x(1).
       01 ws-timestamp                 pic x(21).
       01 ws-find-id                   pic 9(7).
       01 ws-signed-on                 pic x(1) value 'N'.
       01 ws-oper-found                pic x(1).
       01 ws-oper-role                 pic x(1).
       01 ws-oper-hash                 pic 9(10).
       01 ws-oper-name                 pic x(30).
       01 ws-log-action                pic x(1).
       01 ws-hash-text.
          05 ws-oper-id                pic x(8).
          05 ws-password               pic x(20).
      * where the contact stands at this point in the batch - M on
      * the master, A added earlier in the batch, D deleted earlier
      * in the batch, N on neither
       01 ws-lookup-state              pic x(1).
       01 ws-reject-reason             pic x(40).
       01 ws-before-image              pic x(310).
       01 ws-after-image               pic x(310).
       01 ws-after-fields redefines ws-after-image.
          05 af-contact-id             pic 9(7).
          05 af-lastname               pic x(15).
          05 af-firstname              pic x(15).
          05 af-company                pic x(35).
          05 af-address                pic x(35).
          05 af-city                   pic x(35).
          05 af-county                 pic x(35).
          05 af-state                  pic x(2).
          05 af-zip                    pic x(10).
          05 af-phone                  pic x(12).
          05 af-cell                   pic x(12).
          05 af-email                  pic x(45).
          05 af-www                    pic x(50).
          05 af-country                pic x(2).
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
       01 ws-batch-table.
           05 ws-batch-entry           occurs 50000 times.
              10 bt-contact-id         pic 9(7).
              10 bt-state              pic x(1).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-function from argument-value
               on exception move spaces to ws-function
           end-accept
           accept ws-file-path from argument-value
               on exception move spaces to ws-file-path
           end-accept
           if ws-file-path = spaces
              display "proofflat: transaction file required"
              move 16 to return-code
              stop run
           end-if
           evaluate ws-function
              when "PROOF"
                 accept ws-output-path from argument-value
                     on exception move "proof.rpt" to ws-output-path
                 end-accept
                 if ws-output-path = spaces
                    move "proof.rpt" to ws-output-path
                 end-if
                 perform proof-batch
              when "RELEASE"
                 perform release-batch
              when other
                 display "proofflat: unknown function " ws-function
                 move 16 to return-code
           end-evaluate
           if return-code = zero
              perform write-audit-record
           end-if
           stop run.
      ******************************************************************
      * check every transaction in the file against the master
      * without updating it, print the proof listing and record the
      * batch as held on the approval file
      ******************************************************************
       proof-batch section.
           open input master-file
           if ws-master-status not = "00"
              display "proofflat: master file not found - run LOAD"
              move 20 to return-code
              stop run
           end-if
           open input trans-file
           if ws-trans-status not = "00"
              display "proofflat: transaction file not found - "
                 function trim(ws-file-path)
              close master-file
              move 28 to return-code
              stop run
           end-if
           open output report-file
           perform write-report-heading
           perform until no-more-records = 'y'
              move spaces to trans-record
              read trans-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if trans-record not = spaces
                       set ws-recs-read up by 1
                       perform proof-transaction
                    end-if
              end-read
           end-perform
           close trans-file
           close master-file
           perform write-proof-totals
           close report-file
           move "H" to ap-status
           move spaces to ap-operator
           perform write-approval-row
           display "proofflat proof control report"
           display "  transactions read : " ws-recs-read
           display "  adds              : " ws-count-adds
           display "  changes           : " ws-count-changes
           display "  deletes           : " ws-count-deletes
           display "  would reject      : " ws-count-rejects
           display function trim(ws-output-path) " written - "
              "batch held until released".
      ******************************************************************
      * print the report heading with the file being proofed
      ******************************************************************
       write-report-heading section.
           move function current-date to ws-timestamp
           move spaces to report-record
           move "TRANSACTION PROOF LISTING - " to report-record(1:28)
           move ws-file-path to report-record(29:60)
           move "RUN DATE " to report-record(100:9)
           move ws-timestamp(1:8) to report-record(109:8)
           write report-record.
      ******************************************************************
      * prove one transaction the way maintflat would apply it
      ******************************************************************
       proof-transaction section.
           move spaces to ws-reject-reason
           evaluate trans-action
              when 'A'
                 set ws-count-adds up by 1
                 perform proof-add
              when 'C'
                 set ws-count-changes up by 1
                 perform proof-change
              when 'D'
                 set ws-count-deletes up by 1
                 perform proof-delete
              when other
                 set ws-count-other up by 1
                 move "UNKNOWN ACTION CODE" to ws-reject-reason
           end-evaluate
           if ws-reject-reason not = spaces
              set ws-count-rejects up by 1
              perform print-reject-line
           end-if.
      ******************************************************************
      * an add without a contact id is a new contact and always
      * goes on - an add carrying an id rejects if that id is
      * already on the master or was added earlier in the batch
      ******************************************************************
       proof-add section.
           if trans-contact-id numeric and trans-contact-id > zero
              move trans-contact-id to ws-find-id
              perform find-contact
              if ws-lookup-state = 'M' or ws-lookup-state = 'A'
                 move "ADD - CONTACT ID ALREADY ON FILE"
                    to ws-reject-reason
              else
                 move 'A' to ws-lookup-state
                 perform note-batch-state
              end-if
           end-if
           if ws-reject-reason = spaces
              move spaces to report-record
              write report-record
              move spaces to report-record
              move "ADD    " to report-record(1:7)
              if trans-contact-id numeric and trans-contact-id > zero
                 move trans-contact-id to report-record(9:7)
              else
                 move "NEW" to report-record(9:3)
              end-if
              move trans-lastname to report-record(18:15)
              move trans-firstname to report-record(34:15)
              move trans-city to report-record(50:35)
              move trans-state to report-record(86:2)
              move trans-zip to report-record(89:10)
              write report-record
           end-if.
      ******************************************************************
      * a change must name a contact that is still on file at this
      * point in the batch - print every field it would alter
      ******************************************************************
       proof-change section.
           if trans-contact-id not numeric or trans-contact-id = zero
              move "CHANGE WITHOUT A CONTACT ID" to ws-reject-reason
           else
              move trans-contact-id to ws-find-id
              perform find-contact
              evaluate ws-lookup-state
                 when 'M'
                    perform print-change-fields
                 when 'A'
                    move spaces to report-record
                    write report-record
                    move spaces to report-record
                    move "CHANGE " to report-record(1:7)
                    move trans-contact-id to report-record(9:7)
                    move trans-lastname to report-record(18:15)
                    move trans-firstname to report-record(34:15)
                    move "(CONTACT ADDED EARLIER IN THIS BATCH)"
                       to report-record(50:37)
                    write report-record
                 when other
                    move "CHANGE - CONTACT NOT ON FILE"
                       to ws-reject-reason
              end-evaluate
           end-if.
      ******************************************************************
      * print the change heading and one line per field that differs
      * between the master record and the transaction, in the same
      * form histrpt prints the change history
      ******************************************************************
       print-change-fields section.
           move master-record(1:310) to ws-before-image
           move trans-contact-id to af-contact-id
           move trans-lastname  to af-lastname
           move trans-firstname to af-firstname
           move trans-company   to af-company
           move trans-address   to af-address
           move trans-city      to af-city
           move trans-county    to af-county
           move trans-state     to af-state
           move trans-zip       to af-zip
           move trans-phone     to af-phone
           move trans-cell      to af-cell
           move trans-email     to af-email
           move trans-www       to af-www
           move trans-country   to af-country
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "CHANGE " to report-record(1:7)
           move mk-contact-id to report-record(9:7)
           move mk-lastname to report-record(18:15)
           move mk-firstname to report-record(34:15)
           write report-record
           move zero to ws-fields-changed
           move 1 to ws-field-idx
           perform until ws-field-idx > ws-num-fields
               move fd-offset(ws-field-idx) to ws-field-off
               move fd-length(ws-field-idx) to ws-field-len
               if ws-before-image(ws-field-off:ws-field-len)
                  not = ws-after-image(ws-field-off:ws-field-len)
                  perform print-field-change
               end-if
               set ws-field-idx up by 1
           end-perform
           if ws-fields-changed = zero
              move spaces to report-record
              move "NO FIELD CHANGES" to report-record(3:16)
              write report-record
           end-if
           if mk-deliv-status = 'U' and trans-address not = mk-address
              move spaces to report-record
              move "CLEARS UNDELIVERABLE STATUS" to report-record(3:27)
              write report-record
           end-if.
      ******************************************************************
      * print one changed field with its old and new values
      ******************************************************************
       print-field-change section.
           set ws-fields-changed up by 1
           move spaces to report-record
           move fd-name(ws-field-idx) to report-record(3:10)
           move ws-before-image(ws-field-off:ws-field-len)
              to report-record(14:ws-field-len)
           move "->" to report-record(66:2)
           move ws-after-image(ws-field-off:ws-field-len)
              to report-record(69:ws-field-len)
           write report-record.
      ******************************************************************
      * a delete must name a contact still on file - print the name
      * and address it would remove so a wrong purge stands out
      ******************************************************************
       proof-delete section.
           if trans-contact-id not numeric or trans-contact-id = zero
              move "DELETE WITHOUT A CONTACT ID" to ws-reject-reason
           else
              move trans-contact-id to ws-find-id
              perform find-contact
              evaluate ws-lookup-state
                 when 'M'
                    move spaces to report-record
                    write report-record
                    move spaces to report-record
                    move "DELETE " to report-record(1:7)
                    move mk-contact-id to report-record(9:7)
                    move mk-lastname to report-record(18:15)
                    move mk-firstname to report-record(34:15)
                    move mk-city to report-record(50:35)
                    move mk-state to report-record(86:2)
                    move mk-zip to report-record(89:10)
                    write report-record
                    move 'D' to ws-lookup-state
                    perform note-batch-state
                 when 'A'
                    move spaces to report-record
                    write report-record
                    move spaces to report-record
                    move "DELETE " to report-record(1:7)
                    move trans-contact-id to report-record(9:7)
                    move "(CONTACT ADDED EARLIER IN THIS BATCH)"
                       to report-record(50:37)
                    write report-record
                    move 'D' to ws-lookup-state
                    perform note-batch-state
                 when other
                    move "DELETE - CONTACT NOT ON FILE"
                       to ws-reject-reason
              end-evaluate
           end-if.
      ******************************************************************
      * print a transaction maintflat would reject, with the reason
      ******************************************************************
       print-reject-line section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "REJECT " to report-record(1:7)
           move trans-action to report-record(9:1)
           if trans-contact-id numeric
              move trans-contact-id to report-record(11:7)
           end-if
           move trans-lastname to report-record(19:15)
           move trans-firstname to report-record(35:15)
           move ws-reject-reason to report-record(51:40)
           write report-record.
      ******************************************************************
      * find where the contact in ws-find-id stands - the batch
      * table holds every add and delete proved so far and wins
      * over the master, which has not been touched
      ******************************************************************
       find-contact section.
           move 1 to ws-batch-idx
           perform until ws-batch-idx > ws-num-batch
              or bt-contact-id(ws-batch-idx) = ws-find-id
               set ws-batch-idx up by 1
           end-perform
           if ws-batch-idx <= ws-num-batch
              move bt-state(ws-batch-idx) to ws-lookup-state
           else
              move ws-find-id to mk-contact-id
              read master-file
                 invalid key
                    move 'N' to ws-lookup-state
                 not invalid key
                    move 'M' to ws-lookup-state
              end-read
           end-if.
      ******************************************************************
      * remember the contact in ws-find-id as added or deleted by
      * the batch - find-contact has just left ws-batch-idx on its
      * entry, or one past the end for a contact not yet noted
      ******************************************************************
       note-batch-state section.
           if ws-batch-idx > ws-num-batch
              if ws-num-batch >= ws-max-batch
                 display "proofflat: more than " ws-max-batch
                    " adds and deletes in one batch"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-batch up by 1
              move ws-num-batch to ws-batch-idx
              move ws-find-id to bt-contact-id(ws-batch-idx)
           end-if
           move ws-lookup-state to bt-state(ws-batch-idx).
      ******************************************************************
      * print the proof totals and the hold notice
      ******************************************************************
       write-proof-totals section.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "  TRANSACTIONS READ ..........." to report-record(1:31)
           move ws-recs-read to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  ADDS ........................" to report-record(1:31)
           move ws-count-adds to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  CHANGES ....................." to report-record(1:31)
           move ws-count-changes to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  DELETES ....................." to report-record(1:31)
           move ws-count-deletes to report-record(33:7)
           write report-record
           move spaces to report-record
           move "  WOULD REJECT ................" to report-record(1:31)
           move ws-count-rejects to report-record(33:7)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "BATCH HELD - NOT TO BE APPLIED UNTIL A SUPERVISOR "
              to report-record(1:50)
           move "RELEASES IT" to report-record(51:11)
           write report-record.
      ******************************************************************
      * record a supervisor's release - the file is counted again
      * and must match the counts its proof listing showed
      ******************************************************************
       release-batch section.
           perform sign-on
           if ws-oper-role not = 'S'
              display "proofflat: operator " function trim(ws-oper-id)
                 " is not a supervisor - release refused"
              move 'R' to ws-log-action
              perform write-access-log
              move 24 to return-code
              stop run
           end-if
           perform count-transactions
           perform find-latest-approval
           if ws-approval-found not = 'Y'
              display "proofflat: no proof listing on file for "
                 function trim(ws-file-path) " - run PROOF first"
              move 24 to return-code
              stop run
           end-if
           evaluate la-status
              when 'R'
                 display "proofflat: " function trim(ws-file-path)
                    " is already released"
                 move 24 to return-code
                 stop run
              when 'A'
                 display "proofflat: " function trim(ws-file-path)
                    " was applied - run PROOF on the new batch"
                 move 24 to return-code
                 stop run
           end-evaluate
           if la-adds not = ws-count-adds
              or la-changes not = ws-count-changes
              or la-deletes not = ws-count-deletes
              or la-total not = ws-recs-read
              display "proofflat: " function trim(ws-file-path)
                 " has changed since its proof - run PROOF again"
              move 24 to return-code
              stop run
           end-if
           move "R" to ap-status
           move ws-oper-id to ap-operator
           perform write-approval-row
           display "proofflat: " function trim(ws-file-path)
              " released by " function trim(ws-oper-id).
      ******************************************************************
      * the releasing operator signs on with an operator id and
      * password - three failures end the program, and every
      * attempt is logged
      ******************************************************************
       sign-on section.
           perform until ws-signed-on = 'Y'
               display "operator id : " with no advancing
               move spaces to ws-oper-id
               accept ws-oper-id
               inspect ws-oper-id converting
                  "abcdefghijklmnopqrstuvwxyz"
                  to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               display "password    : " with no advancing
               move spaces to ws-password
               accept ws-password with no-echo
               perform hash-password
               perform find-operator
               if ws-oper-found = 'Y' and ws-oper-hash = ws-pass-hash
                  move 'Y' to ws-signed-on
                  move 'S' to ws-log-action
               else
                  set ws-attempts up by 1
                  display "sign-on refused"
                  move 'F' to ws-log-action
               end-if
               perform write-access-log
               if ws-signed-on not = 'Y' and ws-attempts >= 3
                  display "proofflat: too many failed sign-ons"
                  move 24 to return-code
                  stop run
               end-if
           end-perform
           move spaces to ws-password
           display "signed on as " function trim(ws-oper-id) " - "
              function trim(ws-oper-name).
      ******************************************************************
      * hash the operator id and password together - the id salts
      * the hash, so two operators with one password still differ
      ******************************************************************
       hash-password section.
           move zero to ws-pass-hash
           move 1 to ws-hash-idx
           perform until ws-hash-idx > 28
               compute ws-pass-hash = function mod(ws-pass-hash * 31
                  + function ord(ws-hash-text(ws-hash-idx:1)),
                  2147483647)
               set ws-hash-idx up by 1
           end-perform.
      ******************************************************************
      * read the operator file for the id keyed - a missing file
      * means nobody can sign on, which stops the program
      ******************************************************************
       find-operator section.
           move 'N' to ws-oper-found
           open input operator-file
           if ws-operator-status not = "00"
              display "proofflat: operator file operator.dat not "
                 "found"
              move 20 to return-code
              stop run
           end-if
           perform until ws-oper-found = 'Y'
              or ws-operator-status not = "00"
               move spaces to operator-record
               read operator-file
                  at end
                     move "10" to ws-operator-status
                  not at end
                     if op-oper-id = ws-oper-id
                        move 'Y' to ws-oper-found
                        move op-pass-hash to ws-oper-hash
                        move op-role to ws-oper-role
                        move op-name to ws-oper-name
                     end-if
               end-read
           end-perform
           close operator-file.
      ******************************************************************
      * append one row to the access log - a release touches no one
      * contact, so the row carries no contact id or name
      ******************************************************************
       write-access-log section.
           move function current-date to ws-timestamp
           move spaces to access-record
           move ws-timestamp(1:8) to al-date
           move ws-timestamp(9:6) to al-time
           move ws-oper-id to al-oper-id
           move "PROOFFLAT" to al-program
           move ws-log-action to al-action
           move zero to al-contact-id
      * the log does not exist yet on its very first use, so fall
      * back to opening it fresh before writing the row
           open extend access-file
           if ws-access-status = "35"
              open output access-file
           end-if
           write access-record
           close access-file.
      ******************************************************************
      * count the transaction file by action code
      ******************************************************************
       count-transactions section.
           open input trans-file
           if ws-trans-status not = "00"
              display "proofflat: transaction file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to trans-record
              read trans-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if trans-record not = spaces
                       set ws-recs-read up by 1
                       evaluate trans-action
                          when 'A'
                             set ws-count-adds up by 1
                          when 'C'
                             set ws-count-changes up by 1
                          when 'D'
                             set ws-count-deletes up by 1
                          when other
                             set ws-count-other up by 1
                       end-evaluate
                    end-if
              end-read
           end-perform
           close trans-file
           move space to no-more-records.
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
      * append one approval row for this file with its counts - the
      * caller sets the status and operator
      ******************************************************************
       write-approval-row section.
           move function current-date to ws-timestamp
           move ws-file-path to ap-trans-file
           move ws-count-adds to ap-adds
           move ws-count-changes to ap-changes
           move ws-count-deletes to ap-deletes
           move ws-recs-read to ap-total
           move ws-timestamp(1:8) to ap-date
           move ws-timestamp(9:6) to ap-time
           move "PROOFFLAT" to ap-program
      * the approval file does not exist yet before the first proof,
      * so fall back to opening it fresh before writing the row
           open extend approval-file
           if ws-approval-status = "35"
              open output approval-file
           end-if
           write approval-record
           close approval-file.
      ******************************************************************
      * append one row to the shared run-log so a proof or release
      * can be reconstructed the next morning alongside the
      * maintflat run that applied the batch
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=PROOFFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-read delimited by size
              " REJECTED=" delimited by size
              ws-count-rejects delimited by size
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
