      ******************************************************************
      * operator file maintenance program
      * inquireflat and entryflat used to open for anyone at a
      * terminal. they now sign the operator on against the operator
      * file operator.dat - the operator id, a hash of the id and
      * password together (the password itself is never kept), the
      * role (I inquiry only, E data entry, S supervisor), the name
      * and the date the operator was added - and this program keeps
      * that file. ADD puts an operator on file, or replaces one
      * already there to reset a password or change a role, asking
      * for the new password twice at the console; REMOVE takes an
      * operator off; LIST shows who is on file. a supervisor must
      * sign on first - except that while the file holds no
      * operators at all the first supervisor may be added without
      * one, which is how the file is started. arguments are
      *     ADD operator-id role name
      *     REMOVE operator-id
      *     LIST
      ******************************************************************
       identification division.
       program-id.    operflat.
       environment division.
       input-output section.
       file-control.
           select operator-file assign to "operator.dat"
              organization is line sequential
              file status is ws-operator-status.
           select newoper-file assign to "operator.tmp"
              organization is line sequential.
           select access-file assign to "accesslog.txt"
              organization is line sequential
              file status is ws-access-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

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

       fd newoper-file.
       01 newoper-record               pic x(57).

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

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-max-opers                 pic 9(3) value 200.
       77 ws-num-opers                 pic 9(3) value zero.
       77 ws-oper-idx                  pic 9(3).
       77 ws-found-idx                 pic 9(3).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-attempts                  pic 9 value zero.
       77 ws-hash-idx                  pic 99.
       77 ws-pass-hash                 pic 9(10).
       77 ws-pass-len                  pic 99.
       77 ws-command                   pic x(120).
       01 no-more-records              pic x(1) value space.
       01 ws-operator-status           pic x(2).
       01 ws-access-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-signed-on                 pic x(1) value 'N'.
       01 ws-oper-found                pic x(1).
       01 ws-oper-role                 pic x(1).
       01 ws-oper-hash                 pic 9(10).
       01 ws-oper-name                 pic x(30).
       01 ws-signed-on-id              pic x(8) value spaces.
       01 ws-log-action                pic x(1).
       01 ws-log-contact-id            pic 9(7).
       01 ws-log-name                  pic x(30).
       01 ws-hash-text.
          05 ws-oper-id                pic x(8).
          05 ws-password               pic x(20).
       01 ws-target-id                 pic x(8) value spaces.
       01 ws-target-role               pic x(1) value spaces.
       01 ws-target-name               pic x(30) value spaces.
       01 ws-password-again            pic x(20).
       01 ws-oper-table.
           05 ws-oper-entry            occurs 200 times.
              10 ot-oper-id            pic x(8).
              10 ot-pass-hash          pic 9(10).
              10 ot-role               pic x(1).
              10 ot-name               pic x(30).
              10 ot-added              pic x(8).
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-function from argument-value
               on exception move spaces to ws-function
           end-accept
           move function current-date to ws-timestamp
           if ws-function not = "ADD" and ws-function not = "REMOVE"
              and ws-function not = "LIST"
              display "operflat: unknown function " ws-function
              move 16 to return-code
              stop run
           end-if
           accept ws-target-id from argument-value
               on exception move spaces to ws-target-id
           end-accept
           inspect ws-target-id converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           accept ws-target-role from argument-value
               on exception move spaces to ws-target-role
           end-accept
           inspect ws-target-role converting "ies" to "IES"
           accept ws-target-name from argument-value
               on exception move spaces to ws-target-name
           end-accept
           perform load-operator-table
      * the very first supervisor goes on an empty file without a
      * sign-on - every other change needs a supervisor signed on
           if ws-num-opers = zero and ws-function = "ADD"
              and ws-target-role = 'S'
              display "operator file is empty - adding the first "
                 "supervisor"
           else
              perform sign-on
              if ws-oper-role not = 'S'
                 display "operflat: operator "
                    function trim(ws-oper-id) " is not a supervisor"
                 move 'R' to ws-log-action
                 move zero to ws-log-contact-id
                 move spaces to ws-log-name
                 perform write-access-log
                 move 24 to return-code
                 stop run
              end-if
              move ws-oper-id to ws-signed-on-id
           end-if
           evaluate ws-function
              when "ADD"
                 perform add-operator
              when "REMOVE"
                 perform remove-operator
              when "LIST"
                 perform list-operators
           end-evaluate
           if return-code = zero
              perform write-audit-record
              display "operflat " function trim(ws-function)
                 " complete"
           end-if
           stop run.
      ******************************************************************
      * read the operator file into the table - no file yet just
      * means no operators
      ******************************************************************
       load-operator-table section.
           open input operator-file
           if ws-operator-status = "00"
              perform until no-more-records = 'y'
                 move spaces to operator-record
                 read operator-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if operator-record not = spaces
                          perform add-operator-entry
                       end-if
                 end-read
              end-perform
              close operator-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one operator line to the table
      ******************************************************************
       add-operator-entry section.
           if ws-num-opers >= ws-max-opers
              display "operflat: more than " ws-max-opers
                 " operators"
              close operator-file
              move 20 to return-code
              stop run
           end-if
           set ws-recs-read up by 1
           set ws-num-opers up by 1
           move op-oper-id to ot-oper-id(ws-num-opers)
           move op-pass-hash to ot-pass-hash(ws-num-opers)
           move op-role to ot-role(ws-num-opers)
           move op-name to ot-name(ws-num-opers)
           move op-added to ot-added(ws-num-opers).
      ******************************************************************
      * put an operator on file, or replace the one already there,
      * with a password keyed twice at the console
      ******************************************************************
       add-operator section.
           if ws-target-id = spaces
              display "operflat: ADD needs an operator id"
              move 16 to return-code
              stop run
           end-if
           if ws-target-role not = 'I' and ws-target-role not = 'E'
              and ws-target-role not = 'S'
              display "operflat: role must be I, E or S"
              move 16 to return-code
              stop run
           end-if
           perform find-operator-entry
           if ws-found-idx = zero
              if ws-num-opers >= ws-max-opers
                 display "operflat: more than " ws-max-opers
                    " operators"
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-opers up by 1
              move ws-num-opers to ws-found-idx
              move ws-target-id to ot-oper-id(ws-found-idx)
              move ws-timestamp(1:8) to ot-added(ws-found-idx)
              display "adding operator " function trim(ws-target-id)
           else
              display "replacing operator "
                 function trim(ws-target-id)
              if ws-target-name = spaces
                 move ot-name(ws-found-idx) to ws-target-name
              end-if
           end-if
           display "new password  : " with no advancing
           move spaces to ws-password
           accept ws-password with no-echo
           display "password again: " with no advancing
           move spaces to ws-password-again
           accept ws-password-again with no-echo
           move zero to ws-pass-len
           inspect ws-password tallying ws-pass-len
              for characters before initial space
           if ws-password not = ws-password-again or ws-pass-len < 6
              display "operflat: passwords differ or are shorter "
                 "than six characters - nothing changed"
              move 16 to return-code
              stop run
           end-if
           move ws-target-id to ws-oper-id
           perform hash-password
           move spaces to ws-password ws-password-again
           move ws-pass-hash to ot-pass-hash(ws-found-idx)
           move ws-target-role to ot-role(ws-found-idx)
           move ws-target-name to ot-name(ws-found-idx)
           perform rewrite-operator-file.
      ******************************************************************
      * take an operator off file - a supervisor cannot remove the
      * id they are signed on with, so the file is never left
      * without one by accident
      ******************************************************************
       remove-operator section.
           perform find-operator-entry
           if ws-found-idx = zero
              display "operflat: no operator "
                 function trim(ws-target-id) " on file"
              move 16 to return-code
              stop run
           end-if
           if ws-target-id = ws-signed-on-id
              display "operflat: cannot remove the operator signed on"
              move 16 to return-code
              stop run
           end-if
           move ws-found-idx to ws-oper-idx
           perform until ws-oper-idx >= ws-num-opers
               move ws-oper-entry(ws-oper-idx + 1)
                  to ws-oper-entry(ws-oper-idx)
               set ws-oper-idx up by 1
           end-perform
           subtract 1 from ws-num-opers
           display "removed operator " function trim(ws-target-id)
           perform rewrite-operator-file.
      ******************************************************************
      * show the operators on file - never the hashes
      ******************************************************************
       list-operators section.
           display "OPER ID   ROLE  ADDED     NAME"
           move 1 to ws-oper-idx
           perform until ws-oper-idx > ws-num-opers
               display ot-oper-id(ws-oper-idx) "  "
                  ot-role(ws-oper-idx) "     "
                  ot-added(ws-oper-idx) "  "
                  ot-name(ws-oper-idx)
               set ws-oper-idx up by 1
           end-perform
           move ws-num-opers to ws-recs-written.
      ******************************************************************
      * find the operator id the arguments name in the table
      ******************************************************************
       find-operator-entry section.
           move zero to ws-found-idx
           move 1 to ws-oper-idx
           perform until ws-oper-idx > ws-num-opers
              or ws-found-idx > zero
               if ot-oper-id(ws-oper-idx) = ws-target-id
                  move ws-oper-idx to ws-found-idx
               end-if
               set ws-oper-idx up by 1
           end-perform.
      ******************************************************************
      * write the table to a scratch copy and put it in place the way
      * campflat puts the campaign history away
      ******************************************************************
       rewrite-operator-file section.
           open output newoper-file
           move 1 to ws-oper-idx
           perform until ws-oper-idx > ws-num-opers
               move spaces to operator-record
               move ot-oper-id(ws-oper-idx) to op-oper-id
               move ot-pass-hash(ws-oper-idx) to op-pass-hash
               move ot-role(ws-oper-idx) to op-role
               move ot-name(ws-oper-idx) to op-name
               move ot-added(ws-oper-idx) to op-added
               write newoper-record from operator-record
               set ws-recs-written up by 1
               set ws-oper-idx up by 1
           end-perform
           close newoper-file
           move "mv -f 'operator.tmp' 'operator.dat'" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * the supervisor signs on with an operator id and password -
      * three failures end the program, and every attempt is logged
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
                  display "operflat: too many failed sign-ons"
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
      * look the operator id keyed up in the table loaded at the
      * start
      ******************************************************************
       find-operator section.
           move 'N' to ws-oper-found
           move 1 to ws-oper-idx
           perform until ws-oper-idx > ws-num-opers
              or ws-oper-found = 'Y'
               if ot-oper-id(ws-oper-idx) = ws-oper-id
                  move 'Y' to ws-oper-found
                  move ot-pass-hash(ws-oper-idx) to ws-oper-hash
                  move ot-role(ws-oper-idx) to ws-oper-role
                  move ot-name(ws-oper-idx) to ws-oper-name
               end-if
               set ws-oper-idx up by 1
           end-perform.
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
           move "OPERFLAT" to al-program
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
      ******************************************************************
      * append one row to the shared run-log naming the operator
      * changed and the supervisor who changed it
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=OPERFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=operator.dat" delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-written delimited by size
              " OPERATOR=" delimited by size
              ws-target-id delimited by space
              " ROLE=" delimited by size
              ws-target-role delimited by size
              " BY=" delimited by size
              ws-signed-on-id delimited by space
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
