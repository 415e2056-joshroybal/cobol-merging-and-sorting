      * caller reading an id off an old letter still gets an
      * answer. updates still go through maintflat MAINT
      * transactions - this is for answering a phone call without
      * involving the batch schedule. the operator signs on first
      * against the operator file operator.dat (maintained by
      * operflat) - an inquiry-only operator sees phone, cell and
      * email partly masked - and every record shown is written to
      * the access log accesslog.txt with the operator id and the
      * time, which accessrpt prints
      ******************************************************************
       identification division.
       program-id.    inquireflat.
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

       fd xref-file.
       01 xref-record.
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
       77 ws-master-status             pic x(2).
       77 ws-hop-count                 pic 99.
       01 ws-target-id                 pic x(7).
       01 ws-xref-hit                  pic x(1).
       01 ws-xref-done                 pic x(1).
       77 ws-attempts                  pic 9 value zero.
       77 ws-hash-idx                  pic 99.
       77 ws-pass-hash                 pic 9(10).
       77 ws-mask-idx                  pic 99.
       77 ws-digits                    pic 99.
       77 ws-digits-seen               pic 99.
       77 ws-at-pos                    pic 99.
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
       01 ws-show-phone                pic x(12).
       01 ws-show-cell                 pic x(12).
       01 ws-show-email                pic x(45).
       01 ws-mask-field                pic x(45).
      ******************************************************************
      * main program section
      ******************************************************************
              move 20 to return-code
              stop run
           end-if
           perform sign-on
           display "contact master inquiry - Q at any prompt quits"
           perform until ws-done = 'Y'
               perform search-by-name
               end-if
           end-perform
           close master-file
           move 'X' to ws-log-action
           move zero to ws-log-contact-id
           move spaces to ws-log-name
           perform write-access-log
           display "inquiry ended"
           stop run.
      ******************************************************************
                 perform display-record
           end-read.
      ******************************************************************
      * show the full record one labelled field per line - an
      * inquiry-only operator gets phone, cell and email masked -
      * and log that the operator saw it
      ******************************************************************
       display-record section.
           move mk-phone to ws-show-phone
           move mk-cell to ws-show-cell
           move mk-email to ws-show-email
           if ws-oper-role = 'I'
              perform mask-contact-fields
           end-if
           display " "
           display "contact id : " mk-contact-id
           display "lastname   : " mk-lastname
           display "county     : " mk-county
           display "state      : " mk-state
           display "zip        : " mk-zip
           display "phone      : " ws-show-phone
           display "cell       : " ws-show-cell
           display "email      : " ws-show-email
           display "www        : " mk-www
           display "country    : " mk-country
           move 'V' to ws-log-action
           move mk-contact-id to ws-log-contact-id
           perform set-log-name
           perform write-access-log.
      ******************************************************************
      * mask the phone and cell down to their last four digits and
      * the email down to its first letter and its domain
      ******************************************************************
       mask-contact-fields section.
           move ws-show-phone to ws-mask-field
           perform mask-phone-digits
           move ws-mask-field to ws-show-phone
           move ws-show-cell to ws-mask-field
           perform mask-phone-digits
           move ws-mask-field to ws-show-cell
           if ws-show-email not = spaces
              move zero to ws-at-pos
              inspect ws-show-email tallying ws-at-pos
                 for characters before initial "@"
              move 2 to ws-mask-idx
              perform until ws-mask-idx > ws-at-pos
                  if ws-show-email(ws-mask-idx:1) not = space
                     move "*" to ws-show-email(ws-mask-idx:1)
                  end-if
                  set ws-mask-idx up by 1
              end-perform
           end-if.
      ******************************************************************
      * star every digit of ws-mask-field but the last four
      ******************************************************************
       mask-phone-digits section.
           move zero to ws-digits
           inspect ws-mask-field(1:12) tallying ws-digits
              for all "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
           move zero to ws-digits-seen
           move 1 to ws-mask-idx
           perform until ws-mask-idx > 12
               if ws-mask-field(ws-mask-idx:1) >= "0"
                  and ws-mask-field(ws-mask-idx:1) <= "9"
                  set ws-digits-seen up by 1
                  if ws-digits-seen + 4 <= ws-digits
                     move "*" to ws-mask-field(ws-mask-idx:1)
                  end-if
               end-if
               set ws-mask-idx up by 1
           end-perform.
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
                  display "inquireflat: too many failed sign-ons"
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
              display "inquireflat: operator file operator.dat not "
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
           move "INQUIREFLAT" to al-program
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
