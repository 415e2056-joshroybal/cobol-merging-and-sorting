      ******************************************************************
      * company account matching program
      * company-field is free text keyed on each contact, so nobody
      * could say how many contacts we hold at one business, and a
      * business with six contacts got six catalogs. this program
      * keeps the account file account.dat - one record per
      * business under a system assigned seven digit account id,
      * with the standardized company name and the main address -
      * and the contact to account cross-reference acctlink.txt
      * (contact id, account id, how the link was made, the date),
      * kept in contact id order. MATCH reads every master record
      * carrying a company, standardizes the name the way addrflat
      * standardizes an address - uppercased, periods and commas
      * dropped, spaces closed up - and reduces it to a match name
      * by dropping the words that do not tell one business from
      * another (THE, AND, INC, CORP, CO, LLC, LTD and the like).
      * a contact whose match name and five digit zip equal an
      * account's is linked to it (E); a contact whose match name
      * is on file at another zip, or whose first word is shared by
      * an account at the same zip, is an uncertain match and goes
      * on the review listing acctrev.rpt with up to five candidate
      * accounts, unlinked; anything else opens a new account (N)
      * with the contact's company and address. a link already on
      * file is kept while the contact still matches its account,
      * or always if a reviewer made it (M). the reviewer settles a
      * listed contact with
      *     LINK contact-id account-id   - link it to that account
      *     NEW contact-id               - open it an account of its
      *                                    own
      * and the next MATCH leaves it alone. acctrpt rolls the links
      * up into contacts per account by state, and selectflat's ONE
      * PER ACCOUNT option keeps one contact per account in a pull.
      * arguments are
      *     MATCH [review listing, default acctrev.rpt]
      *     LINK contact-id account-id
      *     NEW contact-id
      ******************************************************************
       identification division.
       program-id.    acctflat.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select account-file assign to "account.dat"
              organization is indexed
              access mode is dynamic
              record key is ac-account-id
              alternate record key is ac-match-key with duplicates
              file status is ws-account-status.
           select link-file assign to "acctlink.txt"
              organization is line sequential
              file status is ws-link-status.
           select newlink-file assign to "acctlink.tmp"
              organization is line sequential.
           select review-file assign to ws-review-path
              organization is line sequential.
           select runctl-file assign to "runctl.dat"
              organization is line sequential
              file status is ws-runctl-status.
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

      * one business - the match key is the match name and the five
      * digit zip it was opened under
       fd account-file.
       01 account-record.
          05 ac-account-id             pic 9(7).
          05 ac-match-key.
             10 ac-norm-name           pic x(35).
             10 ac-zip5                pic x(5).
          05 ac-company                pic x(35).
          05 ac-address                pic x(35).
          05 ac-city                   pic x(35).
          05 ac-state                  pic x(2).
          05 ac-zip                    pic x(10).
          05 ac-added                  pic x(8).

      * one contact's account - E matched on name and zip, N opened
      * the account, M linked by a reviewer
       fd link-file.
       01 link-record.
          05 lk-contact-id             pic 9(7).
          05 lk-account-id             pic 9(7).
          05 lk-how                    pic x(1).
          05 lk-date                   pic x(8).

       fd newlink-file.
       01 newlink-record               pic x(23).

       fd review-file.
       01 review-record                pic x(132).

       fd runctl-file.
       01 runctl-record.
          05 rc-proc-date              pic x(8).
          05 filler                    pic x(1).
          05 rc-status                 pic x(1).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-review-path               pic x(80) value "acctrev.rpt".
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-nocomp               pic 9(7) value zero.
       77 ws-recs-kept                 pic 9(7) value zero.
       77 ws-recs-exact                pic 9(7) value zero.
       77 ws-recs-new                  pic 9(7) value zero.
       77 ws-recs-review               pic 9(7) value zero.
       77 ws-links-written             pic 9(7) value zero.
       77 ws-links-dropped             pic 9(7) value zero.
       77 ws-num-accounts              pic 9(7) value zero.
       77 ws-last-account              pic 9(7) value zero.
       77 ws-max-tokens                pic 99 value 18.
       77 ws-num-tokens                pic 99.
       77 ws-token-idx                 pic 99.
       77 ws-noise-idx                 pic 99.
       77 ws-num-noise                 pic 99 value 18.
       77 ws-parse-ptr                 pic 99.
       77 ws-out-ptr                   pic 99.
       77 ws-token-len                 pic 99.
       77 ws-first-len                 pic 99.
       77 ws-max-cands                 pic 9 value 5.
       77 ws-num-cands                 pic 9.
       77 ws-command                   pic x(120).
       01 no-more-records              pic x(1) value space.
       01 ws-master-status             pic x(2).
       01 ws-account-status            pic x(2).
       01 ws-link-status               pic x(2).
       01 ws-runctl-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-link-eof                  pic x(1).
       01 ws-have-link                 pic x(1).
       01 ws-link-ok                   pic x(1).
       01 ws-scan-end                  pic x(1).
       01 ws-noise-hit                 pic x(1).
       01 ws-inserted                  pic x(1).
       01 ws-target-contact            pic x(7) value spaces.
       01 ws-target-account            pic x(7) value spaces.
       01 ws-review-reason             pic x(22).
       01 ws-work-name                 pic x(35).
       01 ws-std-name                  pic x(35).
       01 ws-first-word                pic x(35).
       01 ws-match-key.
          05 ws-norm-name              pic x(35).
          05 ws-zip5                   pic x(5).
       01 ws-old-link.
          05 ol-account-id             pic 9(7).
          05 ol-how                    pic x(1).
          05 ol-date                   pic x(8).
       01 ws-new-link.
          05 nl-contact-id             pic 9(7).
          05 nl-account-id             pic 9(7).
          05 nl-how                    pic x(1).
          05 nl-date                   pic x(8).
       01 ws-token-table.
           05 ws-name-token            pic x(35) occurs 18 times.
      * the words that do not tell one business from another -
      * dropped from the match name wherever they fall
       01 ws-noise-defs.
           05 pic x(12) value "THE".
           05 pic x(12) value "AND".
           05 pic x(12) value "INC".
           05 pic x(12) value "INCORPORATED".
           05 pic x(12) value "CORP".
           05 pic x(12) value "CORPORATION".
           05 pic x(12) value "CO".
           05 pic x(12) value "COMPANY".
           05 pic x(12) value "CORPORATE".
           05 pic x(12) value "LLC".
           05 pic x(12) value "LLP".
           05 pic x(12) value "LP".
           05 pic x(12) value "LTD".
           05 pic x(12) value "LIMITED".
           05 pic x(12) value "PLC".
           05 pic x(12) value "PC".
           05 pic x(12) value "PA".
           05 pic x(12) value "GROUP".
       01 ws-noise-table redefines ws-noise-defs.
           05 ws-noise-word            pic x(12) occurs 18 times.
      ******************************************************************
      * main program section
      ******************************************************************
       procedure division.
           accept ws-function from argument-value
               on exception move spaces to ws-function
           end-accept
           move function current-date to ws-timestamp
           perform resolve-processing-date
           evaluate ws-function
              when "MATCH"
                 perform match-accounts
              when "LINK"
                 perform link-contact
              when "NEW"
                 perform new-account-for-contact
              when other
                 display "acctflat: unknown function " ws-function
                 move 16 to return-code
           end-evaluate
           if return-code = zero
              perform write-audit-record
           end-if
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
      * link every master record carrying a company to its account,
      * carrying the cross-reference forward in contact id order
      ******************************************************************
       match-accounts section.
           accept ws-review-path from argument-value
               on exception move "acctrev.rpt" to ws-review-path
           end-accept
           if ws-review-path = spaces
              move "acctrev.rpt" to ws-review-path
           end-if
           perform open-master
           perform open-accounts
           move 'N' to ws-link-eof
           open input link-file
           if ws-link-status not = "00"
              move 'y' to ws-link-eof
           else
              perform read-link-ahead
           end-if
           open output newlink-file
           open output review-file
           perform write-review-heading
           move zero to mk-contact-id
           start master-file key not less than mk-contact-id
              invalid key
                 move 'y' to no-more-records
           end-start
           perform until no-more-records = 'y'
              read master-file next record
                 at end
                    move 'y' to no-more-records
                 not at end
                    perform match-one-contact
              end-read
           end-perform
           move space to no-more-records
      * links left over past the last master record belong to
      * contacts since deleted
           perform until ws-link-eof = 'y'
               set ws-links-dropped up by 1
               perform read-link-ahead
           end-perform
           if ws-link-status = "00" or ws-link-status = "10"
              close link-file
           end-if
           close newlink-file
           perform write-review-totals
           close review-file
           close master-file
           close account-file
           move "mv -f 'acctlink.tmp' 'acctlink.txt'" to ws-command
           call "SYSTEM" using ws-command
           display "acctflat control report"
           display "  master records read  : " ws-recs-read
           display "  no company           : " ws-recs-nocomp
           display "  links kept           : " ws-recs-kept
           display "  matched to account   : " ws-recs-exact
           display "  new accounts opened  : " ws-recs-new
           display "  sent to review       : " ws-recs-review
           display "  links dropped        : " ws-links-dropped
           display function trim(ws-review-path) " written".
      ******************************************************************
      * settle one master record - keep the link it has while it
      * still holds, otherwise match it afresh
      ******************************************************************
       match-one-contact section.
           set ws-recs-read up by 1
           perform until ws-link-eof = 'y'
              or lk-contact-id >= mk-contact-id
               set ws-links-dropped up by 1
               perform read-link-ahead
           end-perform
           move 'N' to ws-have-link
           if ws-link-eof not = 'y'
              if lk-contact-id = mk-contact-id
                 move 'Y' to ws-have-link
                 move lk-account-id to ol-account-id
                 move lk-how to ol-how
                 move lk-date to ol-date
                 perform read-link-ahead
              end-if
           end-if
           move spaces to ws-std-name
           if mk-company not = spaces
              move mk-company to ws-work-name
              perform standardize-company
           end-if
           if ws-std-name = spaces
              set ws-recs-nocomp up by 1
              if ws-have-link = 'Y'
                 set ws-links-dropped up by 1
              end-if
           else
              move 'N' to ws-link-ok
              if ws-have-link = 'Y'
                 perform check-existing-link
              end-if
              if ws-link-ok = 'Y'
                 set ws-recs-kept up by 1
                 move mk-contact-id to nl-contact-id
                 move ol-account-id to nl-account-id
                 move ol-how to nl-how
                 move ol-date to nl-date
                 perform write-link
              else
                 perform find-account-match
              end-if
           end-if.
      ******************************************************************
      * a link on file holds while its account is still there and
      * either a reviewer made it or the contact still carries the
      * account's match name and zip
      ******************************************************************
       check-existing-link section.
           move ol-account-id to ac-account-id
           read account-file
              invalid key
                 move 'N' to ws-link-ok
              not invalid key
                 if ol-how = 'M' or ac-match-key = ws-match-key
                    move 'Y' to ws-link-ok
                 end-if
           end-read.
      ******************************************************************
      * match the contact on match name and zip - an exact hit links
      * it, a near miss sends it to review, and nothing at all opens
      * a new account
      ******************************************************************
       find-account-match section.
           move ws-match-key to ac-match-key
           read account-file key is ac-match-key
              invalid key
                 perform scan-candidates
                 if ws-num-cands > zero
                    set ws-recs-review up by 1
                 else
                    perform create-account
                    set ws-recs-new up by 1
                    move mk-contact-id to nl-contact-id
                    move ac-account-id to nl-account-id
                    move 'N' to nl-how
                    move ws-proc-date to nl-date
                    perform write-link
                 end-if
              not invalid key
                 set ws-recs-exact up by 1
                 move mk-contact-id to nl-contact-id
                 move ac-account-id to nl-account-id
                 move 'E' to nl-how
                 move ws-proc-date to nl-date
                 perform write-link
           end-read.
      ******************************************************************
      * look along the match name key at every account whose match
      * name starts with the contact's first word - the same name at
      * another zip may be a branch or a move, and a shared first
      * word at the same zip may be the same business keyed another
      * way. either is listed for a reviewer rather than guessed at
      ******************************************************************
       scan-candidates section.
           move zero to ws-num-cands
           move function length(function trim(ws-first-word))
              to ws-first-len
           move spaces to ac-match-key
           move ws-first-word to ac-norm-name
           move 'N' to ws-scan-end
           start account-file key not less than ac-match-key
              invalid key
                 move 'Y' to ws-scan-end
           end-start
           perform until ws-scan-end = 'Y'
              read account-file next record
                 at end
                    move 'Y' to ws-scan-end
                 not at end
                    if ac-norm-name(1:ws-first-len)
                       not = ws-first-word(1:ws-first-len)
                       move 'Y' to ws-scan-end
                    else
                       perform check-candidate
                    end-if
              end-read
              if ws-num-cands >= ws-max-cands
                 move 'Y' to ws-scan-end
              end-if
           end-perform.
      ******************************************************************
      * list the account just read if it is a near miss for the
      * contact - the first word must match as a whole word
      ******************************************************************
       check-candidate section.
           move spaces to ws-review-reason
           if ws-first-len = 35
              or ac-norm-name(ws-first-len + 1:1) = space
              if ac-norm-name = ws-norm-name
                 move "SAME NAME - OTHER ZIP" to ws-review-reason
              else
                 if ac-zip5 = ws-zip5
                    move "SIMILAR NAME - SAME ZIP" to ws-review-reason
                 end-if
              end-if
           end-if
           if ws-review-reason not = spaces
              set ws-num-cands up by 1
              perform write-review-line
           end-if.
      ******************************************************************
      * open a new account under the next account id from the
      * contact's company and address
      ******************************************************************
       create-account section.
           set ws-last-account up by 1
           move spaces to account-record
           move ws-last-account to ac-account-id
           move ws-match-key to ac-match-key
           move ws-std-name to ac-company
           move mk-address to ac-address
           move mk-city to ac-city
           move mk-state to ac-state
           move mk-zip to ac-zip
           move ws-proc-date to ac-added
           write account-record
              invalid key
                 display "acctflat: account write failed - "
                    ac-account-id
                 move 20 to return-code
                 stop run
           end-write
           set ws-num-accounts up by 1.
      ******************************************************************
      * standardize the company name in ws-work-name - uppercase it,
      * drop the periods and commas and close up the spaces for the
      * account's company name, then drop the words that do not tell
      * one business from another for the match name. a name that is
      * nothing but such words keeps its standardized form
      ******************************************************************
       standardize-company section.
           inspect ws-work-name converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect ws-work-name replacing all "." by space
           inspect ws-work-name replacing all "," by space
           perform tokenize-name
           move spaces to ws-std-name
           move 1 to ws-out-ptr
           move 1 to ws-token-idx
           perform until ws-token-idx > ws-num-tokens
               perform append-std-token
               set ws-token-idx up by 1
           end-perform
           move ws-std-name to ws-work-name
           inspect ws-work-name converting "&-'/()" to "      "
           perform tokenize-name
           move spaces to ws-norm-name
           move spaces to ws-first-word
           move 1 to ws-out-ptr
           move 1 to ws-token-idx
           perform until ws-token-idx > ws-num-tokens
               perform check-noise-word
               if ws-noise-hit = 'N'
                  if ws-first-word = spaces
                     move ws-name-token(ws-token-idx) to ws-first-word
                  end-if
                  perform append-norm-token
               end-if
               set ws-token-idx up by 1
           end-perform
           if ws-norm-name = spaces
              move ws-std-name to ws-norm-name
              move ws-name-token(1) to ws-first-word
           end-if
           move mk-zip(1:5) to ws-zip5.
      ******************************************************************
      * break ws-work-name into its space separated words
      ******************************************************************
       tokenize-name section.
           move zero to ws-num-tokens
           move 1 to ws-parse-ptr
           perform until ws-parse-ptr > 35
              or ws-num-tokens >= ws-max-tokens
               perform until ws-parse-ptr > 35
                  or ws-work-name(ws-parse-ptr:1) not = space
                   set ws-parse-ptr up by 1
               end-perform
               if ws-parse-ptr <= 35
                  set ws-num-tokens up by 1
                  move spaces to ws-name-token(ws-num-tokens)
                  unstring ws-work-name delimited by all spaces
                     into ws-name-token(ws-num-tokens)
                     with pointer ws-parse-ptr
                  end-unstring
               end-if
           end-perform.
      ******************************************************************
      * is the current word one of the words the match name drops
      ******************************************************************
       check-noise-word section.
           move 'N' to ws-noise-hit
           if ws-name-token(ws-token-idx)(13:23) = spaces
              move 1 to ws-noise-idx
              perform until ws-noise-idx > ws-num-noise
                  if ws-noise-word(ws-noise-idx)
                     = ws-name-token(ws-token-idx)(1:12)
                     move 'Y' to ws-noise-hit
                     move ws-num-noise to ws-noise-idx
                  end-if
                  set ws-noise-idx up by 1
              end-perform
           end-if.
      ******************************************************************
      * add the current word to the standardized company name
      ******************************************************************
       append-std-token section.
           move function length(function trim(
              ws-name-token(ws-token-idx))) to ws-token-len
           if ws-out-ptr + ws-token-len - 1 <= 35
              move ws-name-token(ws-token-idx)(1:ws-token-len)
                 to ws-std-name(ws-out-ptr:ws-token-len)
              compute ws-out-ptr = ws-out-ptr + ws-token-len + 1
           end-if.
      ******************************************************************
      * add the current word to the match name
      ******************************************************************
       append-norm-token section.
           move function length(function trim(
              ws-name-token(ws-token-idx))) to ws-token-len
           if ws-out-ptr + ws-token-len - 1 <= 35
              move ws-name-token(ws-token-idx)(1:ws-token-len)
                 to ws-norm-name(ws-out-ptr:ws-token-len)
              compute ws-out-ptr = ws-out-ptr + ws-token-len + 1
           end-if.
      ******************************************************************
      * link one contact to the account a reviewer chose
      ******************************************************************
       link-contact section.
           accept ws-target-contact from argument-value
               on exception move spaces to ws-target-contact
           end-accept
           accept ws-target-account from argument-value
               on exception move spaces to ws-target-account
           end-accept
           if ws-target-contact not numeric
              or ws-target-account not numeric
              display "acctflat: LINK needs a seven digit contact id "
                 "and account id"
              move 16 to return-code
              stop run
           end-if
           perform open-master
           perform read-target-contact
           perform open-accounts
           move ws-target-account to ac-account-id
           read account-file
              invalid key
                 display "acctflat: no account " ws-target-account
                 close master-file
                 close account-file
                 move 16 to return-code
                 stop run
           end-read
           move ac-company to ws-std-name
           close master-file
           close account-file
           move mk-contact-id to nl-contact-id
           move ac-account-id to nl-account-id
           move 'M' to nl-how
           move ws-proc-date to nl-date
           perform relink-contact
           display "contact " ws-target-contact " linked to account "
              ws-target-account " - " function trim(ws-std-name).
      ******************************************************************
      * open a reviewed contact an account of its own
      ******************************************************************
       new-account-for-contact section.
           accept ws-target-contact from argument-value
               on exception move spaces to ws-target-contact
           end-accept
           if ws-target-contact not numeric
              display "acctflat: NEW needs a seven digit contact id"
              move 16 to return-code
              stop run
           end-if
           perform open-master
           perform read-target-contact
           move spaces to ws-std-name
           if mk-company not = spaces
              move mk-company to ws-work-name
              perform standardize-company
           end-if
           if ws-std-name = spaces
              display "acctflat: contact " ws-target-contact
                 " has no company"
              close master-file
              move 16 to return-code
              stop run
           end-if
           perform open-accounts
           perform create-account
           set ws-recs-new up by 1
           move ac-account-id to ws-target-account
           close master-file
           close account-file
           move mk-contact-id to nl-contact-id
           move ws-target-account to nl-account-id
           move 'N' to nl-how
           move ws-proc-date to nl-date
           perform relink-contact
           display "account " ws-target-account " opened for contact "
              ws-target-contact " - " function trim(ws-std-name).
      ******************************************************************
      * read the master record a LINK or NEW names
      ******************************************************************
       read-target-contact section.
           move ws-target-contact to mk-contact-id
           read master-file
              invalid key
                 display "acctflat: contact " ws-target-contact
                    " not on master"
                 close master-file
                 move 16 to return-code
                 stop run
           end-read.
      ******************************************************************
      * copy the cross-reference forward with the new link in its
      * contact id place, replacing any link the contact had
      ******************************************************************
       relink-contact section.
           move 'N' to ws-inserted
           move 'N' to ws-link-eof
           open input link-file
           if ws-link-status not = "00"
              move 'y' to ws-link-eof
           else
              perform read-link-ahead
           end-if
           open output newlink-file
           perform until ws-link-eof = 'y'
               if lk-contact-id > nl-contact-id and ws-inserted = 'N'
                  perform write-link
                  move 'Y' to ws-inserted
               end-if
               if lk-contact-id not = nl-contact-id
                  write newlink-record from link-record
                  set ws-links-written up by 1
               end-if
               perform read-link-ahead
           end-perform
           if ws-inserted = 'N'
              perform write-link
           end-if
           if ws-link-status = "00" or ws-link-status = "10"
              close link-file
           end-if
           close newlink-file
           move "mv -f 'acctlink.tmp' 'acctlink.txt'" to ws-command
           call "SYSTEM" using ws-command.
      ******************************************************************
      * read the next non-blank cross-reference row
      ******************************************************************
       read-link-ahead section.
           move spaces to link-record
           perform until link-record not = spaces
              or ws-link-eof = 'y'
               read link-file
                  at end
                     move 'y' to ws-link-eof
               end-read
           end-perform.
      ******************************************************************
      * write the link built in ws-new-link
      ******************************************************************
       write-link section.
           write newlink-record from ws-new-link
           set ws-links-written up by 1.
      ******************************************************************
      * open the master for reading
      ******************************************************************
       open-master section.
           open input master-file
           if ws-master-status not = "00"
              display "acctflat: master file not found - run LOAD"
              move 20 to return-code
              stop run
           end-if.
      ******************************************************************
      * open the account file, creating it on its very first use,
      * and find the highest account id issued so far
      ******************************************************************
       open-accounts section.
           open i-o account-file
           if ws-account-status = "35"
              open output account-file
              close account-file
              open i-o account-file
           end-if
           if ws-account-status not = "00"
              display "acctflat: account file will not open - "
                 ws-account-status
              move 20 to return-code
              stop run
           end-if
           move zero to ac-account-id
           move 'N' to ws-scan-end
           start account-file key not less than ac-account-id
              invalid key
                 move 'Y' to ws-scan-end
           end-start
           perform until ws-scan-end = 'Y'
              read account-file next record
                 at end
                    move 'Y' to ws-scan-end
                 not at end
                    set ws-num-accounts up by 1
                    move ac-account-id to ws-last-account
              end-read
           end-perform.
      ******************************************************************
      * print the review listing heading
      ******************************************************************
       write-review-heading section.
           move spaces to review-record
           move "ACCOUNT MATCH REVIEW LISTING" to review-record(1:28)
           move ws-proc-date to review-record(35:8)
           write review-record
           move spaces to review-record
           write review-record
           move spaces to review-record
           move "CONTACT LASTNAME        COMPANY" to review-record(1:31)
           move "ZIP   REASON" to review-record(61:12)
           move "ACCOUNT CANDIDATE COMPANY" to review-record(90:25)
           move "ZIP" to review-record(128:3)
           write review-record.
      ******************************************************************
      * print one contact and one candidate account for review
      ******************************************************************
       write-review-line section.
           move spaces to review-record
           move mk-contact-id to review-record(1:7)
           move mk-lastname to review-record(9:15)
           move mk-company to review-record(25:35)
           move ws-zip5 to review-record(61:5)
           move ws-review-reason to review-record(67:22)
           move ac-account-id to review-record(90:7)
           move ac-company(1:29) to review-record(98:29)
           move ac-zip5 to review-record(128:5)
           write review-record.
      ******************************************************************
      * close the review listing with the run counts
      ******************************************************************
       write-review-totals section.
           move spaces to review-record
           write review-record
           move "  MASTER RECORDS READ ........." to review-record(1:31)
           move ws-recs-read to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  NO COMPANY .................." to review-record(1:31)
           move ws-recs-nocomp to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  LINKS KEPT .................." to review-record(1:31)
           move ws-recs-kept to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  MATCHED TO AN ACCOUNT ......." to review-record(1:31)
           move ws-recs-exact to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  NEW ACCOUNTS OPENED ........." to review-record(1:31)
           move ws-recs-new to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  CONTACTS FOR REVIEW ........." to review-record(1:31)
           move ws-recs-review to review-record(33:7)
           write review-record
           move spaces to review-record
           move "  ACCOUNTS ON FILE ............" to review-record(1:31)
           move ws-num-accounts to review-record(33:7)
           write review-record.
      ******************************************************************
      * append one row to the shared run-log
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
              ws-timestamp delimited by size
              " PROGRAM=ACCTFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=master.dat" delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-links-written delimited by size
              " NEWACCOUNTS=" delimited by size
              ws-recs-new delimited by size
              " REVIEW=" delimited by size
              ws-recs-review delimited by size
              " CONTACT=" delimited by size
              ws-target-contact delimited by size
              " ACCOUNT=" delimited by size
              ws-target-account delimited by size
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
