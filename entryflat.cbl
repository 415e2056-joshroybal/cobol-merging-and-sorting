      * one appended as a properly formed trans-record (trans-action
      * 'A', 'C' or 'D' with the contact id filled in) to the day's
      * pending transaction file for the batch to apply. the master
      * itself stays batch maintained - nothing here touches it.
      * the operator signs on first against the operator file
      * operator.dat (maintained by operflat) - an inquiry-only
      * operator is turned away, and only a supervisor may queue a
      * delete - and every record shown and every transaction
      * queued is written to the access log accesslog.txt with the
      * operator id and the time, which accessrpt prints
      ******************************************************************
       identification division.
       program-id.    entryflat.
           select xref-file assign to "idxref.txt"
              organization is line sequential
              file status is ws-xref-status.
           select operator-file assign to "operator.dat"
              organization is line sequential
              file status is ws-operator-status.
           select access-file assign to "accesslog.txt"
              organization is line sequential
              file status is ws-access-status.

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

       fd trans-file.
       01 trans-record.
          05 xr-survivor-id            pic 9(7).
          05 xr-date                   pic x(8).

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
       77 ws-trans-path                pic x(80) value "pending.trn".
       77 ws-trans-written             pic 9(7) value zero.
       01 ws-have-record               pic x(1) value 'N'.
       01 ws-confirm                   pic x(1).
       01 ws-entry-line                pic x(50).
       77 ws-attempts                  pic 9 value zero.
       77 ws-hash-idx                  pic 99.
       77 ws-pass-hash                 pic 9(10).
       01 ws-operator-status           pic x(2).
       01 ws-access-status             pic x(2).
       01 ws-signed-on                 pic x(1) value 'N'.
       01 ws-oper-found                pic x(1).
       01 ws-oper-role                 pic x(1).
       01 ws-oper-hash                 pic 9(10).
       01 ws-oper-name                 pic x(30).
       01 ws-timestamp                 pic x(21).
       01 ws-log-action                pic x(1).
       01 ws-log-contact-id            pic 9(7).
       01 ws-log-name                  pic x(30).
       01 ws-hash-text.
          05 ws-oper-id                pic x(8).
          05 ws-password               pic x(20).
      ******************************************************************
      * main program section
      ******************************************************************
              move 20 to return-code
              stop run
           end-if
           perform sign-on
      * an inquiry-only operator may look but not queue changes
           if ws-oper-role not = 'E' and ws-oper-role not = 'S'
              display "entryflat: operator " function trim(ws-oper-id)
                 " is inquiry only - use inquireflat"
              move 'R' to ws-log-action
              move zero to ws-log-contact-id
              move spaces to ws-log-name
              perform write-access-log
              close master-file
              move 24 to return-code
              stop run
           end-if
      * the pending file does not exist yet on the day's first
      * transaction, so fall back to opening it fresh
           open extend trans-file
           end-perform
           close master-file
           close trans-file
           move 'X' to ws-log-action
           move zero to ws-log-contact-id
           move spaces to ws-log-name
           perform write-access-log
           display "entry ended - " ws-trans-written
              " transaction(s) pending"
           stop run.
           display "cell       : " mk-cell
           display "email      : " mk-email
           display "www        : " mk-www
           display "country    : " mk-country
           move 'V' to ws-log-action
           move mk-contact-id to ws-log-contact-id
           perform set-log-name
           perform write-access-log.
      ******************************************************************
      * key a brand new contact field by field - the contact id is
      * left at zero so the batch hands out the next number from
      ******************************************************************
      * retire the record the browse settled on - the current
      * values stay on screen from the lookup, so the operator is
      * confirming what they can see. only a supervisor may, and a
      * refusal is logged
      ******************************************************************
       delete-contact section.
           evaluate true
              when ws-have-record not = 'Y'
                 display "look the contact up first - L"
              when ws-oper-role not = 'S'
                 display "only a supervisor may queue a delete"
                 move 'R' to ws-log-action
                 move mk-contact-id to ws-log-contact-id
                 perform set-log-name
                 perform write-access-log
              when other
                 display "deleting id " mk-contact-id " "
                    function trim(mk-lastname) ", "
                    function trim(mk-firstname)
                 move spaces to trans-record
                 move 'D' to trans-action
                 move mk-contact-id to trans-contact-id
                 move mk-lastname to trans-lastname
                 move mk-firstname to trans-firstname
                 perform confirm-and-write
           end-evaluate.
      ******************************************************************
      * one last yes before anything lands on the pending file
      ******************************************************************
              set ws-trans-written up by 1
              display "transaction " trans-action " written for id "
                 trans-contact-id
              move trans-action to ws-log-action
              move trans-contact-id to ws-log-contact-id
              move spaces to ws-log-name
              string
                 function trim(trans-lastname) delimited by size
                 ", " delimited by size
                 function trim(trans-firstname) delimited by size
                 into ws-log-name
              end-string
              perform write-access-log
           else
              display "abandoned - nothing written"
           end-if.
      ******************************************************************
      * the operator signs on with an operator id and password
      * before anything is shown - three failures end the program,
      * and every attempt is logged
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
               move zero to ws-log-contact-id
               move spaces to ws-log-name
               perform write-access-log
               if ws-signed-on not = 'Y' and ws-attempts >= 3
                  display "entryflat: too many failed sign-ons"
                  close master-file
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
              display "entryflat: operator file operator.dat not "
                 "found"
              close master-file
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
      * the name the log carries for the record in hand
      ******************************************************************
       set-log-name section.
           move spaces to ws-log-name
           string
              function trim(mk-lastname) delimited by size
              ", " delimited by size
              function trim(mk-firstname) delimited by size
              into ws-log-name
           end-string.
      ******************************************************************
      * append one row to the access log - opened and closed per row
      * so the trail survives a terminal that is switched off
      ******************************************************************
       write-access-log section.
           move function current-date to ws-timestamp
           move spaces to access-record
           move ws-timestamp(1:8) to al-date
           move ws-timestamp(9:6) to al-time
           move ws-oper-id to al-oper-id
           move "ENTRYFLAT" to al-program
           move ws-log-action to al-action
           move ws-log-contact-id to al-contact-id
           move ws-log-name to al-name
      * the log does not exist yet on its very first use, so fall
      * back to opening it fresh before writing the row
           open extend access-file
           if ws-access-status = "35"
              open output access-file
           end-if
           write access-record
           close access-file.
