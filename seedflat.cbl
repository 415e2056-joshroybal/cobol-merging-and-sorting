      ******************************************************************
      * seed name insertion and list misuse monitoring program
      * merged.txt extracts, flat2csv files and labelflat runs go out to
      * print shops and list partners with nothing to show whether our
      * names were kept and mailed again. the seed file seeds.ref holds
      * decoy contacts in the standard flat layout at addresses we
      * control, each under its own seed id in the contact id field.
      * seed ids must come from a range of contact ids never issued to a
      * real contact - the seeds are known everywhere only by that id,
      * so a seed id that matched a live contact would quietly drop the
      * customer from piece counts and campaign history, and INSERT
      * refuses a seeds.ref holding an id that is on master.dat. INSERT
      * takes an outbound extract and a party code, picks a combination
      * of seeds no earlier release has been given, writes a copy of the
      * extract with those seeds spread evenly through it - never at the
      * top or tail where they are easy to strip - and records the
      * release in the seed register seedreg.txt, one row per seed
      * carrying the release number, the party, the processing date and
      * the extract. the copy is what is handed over (or run through
      * flat2csv or labelflat for the party) - the extract it was made
      * from is left as it was, so the files the batch balances never
      * hold a seed. LEAK takes a seed hit - the seed id and the date
      * the piece arrived at the seed address - and prints every release
      * that carried the seed before that date, the most recent of them
      * marked as the likely source, with the other seeds of that
      * release so a second hit can confirm it. labelflat, presortrpt,
      * campflat and postflat know the seeds from seeds.ref and keep
      * them out of the piece counts and the campaign history. arguments
      * are
      *     INSERT party extract [seeded.txt] [seeds per release]
      *     LEAK seed-id arrival-date [leak.rpt]
      ******************************************************************
       identification division.
       program-id.    seedflat.
       environment division.
       input-output section.
       file-control.
           select seed-file assign to "seeds.ref"
              organization is line sequential
              file status is ws-seed-status.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select register-file assign to "seedreg.txt"
              organization is line sequential
              file status is ws-register-status.
           select input-file assign to ws-file-path
              organization is line sequential
              file status is ws-input-status.
           select output-file assign to ws-output-path
              organization is line sequential.
           select report-file assign to ws-output-path
              organization is line sequential.
           select runctl-file assign to "runctl.dat"
              organization is line sequential
              file status is ws-runctl-status.
           select audit-file assign to "audit.txt"
              organization is line sequential
              file status is ws-audit-status.

       data division.
       file section.

       fd seed-file.
       01 seed-record.
          05 sd-names-thru-www         pic x(301).
          05 sd-seed-id                pic x(7).
          05 sd-country                pic x(2).

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

       fd register-file.
       01 register-record.
          05 sg-release                pic 9(5).
          05 sg-party                  pic x(10).
          05 sg-date                   pic x(8).
          05 sg-seed-id                pic x(7).
          05 sg-extract                pic x(80).

       fd input-file.
       01 input-record.
          05 firstname-field           pic x(15).
          05 lastname-field            pic x(15).
          05 company-field             pic x(35).
          05 address-field             pic x(35).
          05 city-field                pic x(35).
          05 county-field              pic x(35).
          05 state-field               pic x(2).
          05 zip-field                 pic x(10).
          05 phone-field               pic x(12).
          05 cell-field                pic x(12).
          05 email-field               pic x(45).
          05 www-field                 pic x(50).
          05 contact-id-field          pic x(7).
          05 country-field             pic x(2).

       fd output-file.
       01 output-record                pic x(310).

       fd report-file.
       01 report-record                pic x(132).

       fd runctl-file.
       01 runctl-record.
          05 rc-proc-date              pic x(8).
          05 filler                    pic x(1).
          05 rc-status                 pic x(1).

       fd audit-file.
       01 audit-record                 pic x(250).

       working-storage section.
       77 ws-function                  pic x(8).
       77 ws-party                     pic x(10) value spaces.
       77 ws-file-path                 pic x(80) value spaces.
       77 ws-output-path               pic x(80).
       77 ws-per-release-arg           pic x(2) value spaces.
       77 ws-per-release               pic 99 value 3.
       77 ws-max-seeds                 pic 9(3) value 100.
       77 ws-num-seeds                 pic 9(3) value zero.
       77 ws-seed-idx                  pic 9(3).
       77 ws-seed-pos                  pic 9(3).
       77 ws-max-releases              pic 9(4) value 2000.
       77 ws-num-releases              pic 9(4) value zero.
       77 ws-release-idx               pic 9(4).
       77 ws-last-release              pic 9(5) value zero.
       77 ws-new-release               pic 9(5).
       77 ws-pick-idx                  pic 99.
       77 ws-pick-limit                pic 9(3).
       77 ws-recs-read                 pic 9(7) value zero.
       77 ws-recs-written              pic 9(7) value zero.
       77 ws-rows-read                 pic 9(7) value zero.
       77 ws-extract-count             pic 9(7) value zero.
       77 ws-insert-after              pic 9(7).
       77 ws-next-seed                 pic 99.
       77 ws-audit-ptr                 pic 9(3).
       77 ws-col                       pic 9(3).
       01 no-more-records              pic x(1) value space.
       01 ws-seed-status               pic x(2).
       01 ws-master-status             pic x(2).
       01 ws-master-open               pic x(1) value 'N'.
       01 ws-register-status           pic x(2).
       01 ws-input-status              pic x(2).
       01 ws-runctl-status             pic x(2).
       01 ws-audit-status              pic x(2).
       01 ws-timestamp                 pic x(21).
       01 ws-proc-date                 pic x(8).
       01 ws-combo-found               pic x(1).
       01 ws-combo-done                pic x(1).
       01 ws-combo-used                pic x(1).
       01 ws-seed-hit                  pic x(1).
       01 ws-combo-key                 pic x(70).
       01 ws-target-seed               pic x(7).
       01 ws-arrival-date              pic x(8).
       01 ws-likely-release            pic 9(5) value zero.
       01 ws-likely-date               pic x(8) value spaces.
       01 ws-seed-table.
           05 ws-seed-entry            occurs 100 times.
              10 se-seed-id            pic x(7).
              10 se-image              pic x(310).
       01 ws-release-table.
           05 ws-release-entry         occurs 2000 times.
              10 rl-release            pic 9(5).
              10 rl-key                pic x(70).
              10 rl-key-len            pic 99.
      * the seeds chosen for the new release, as positions in the
      * seed table - always ascending, so a combination has one key
       01 ws-pick-table.
           05 ws-pick                  pic 9(3) occurs 10 times.
       01 ws-swap-entry                pic x(317).
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
              when "INSERT"
                 perform insert-seeds
              when "LEAK"
                 perform trace-leak
              when other
                 display "seedflat: unknown function " ws-function
                 move 16 to return-code
           end-evaluate
           if return-code = zero
              perform write-audit-record
              display "seedflat " function trim(ws-function)
                 " complete"
           end-if
           stop run.
      ******************************************************************
      * a run spawned by the batch driver carries its processing
      * date through the FLATDATE environment setting - otherwise
      * the day batchflat last recorded on runctl.dat, and failing
      * both the clock - so a release is registered under the day
      * it belongs to
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
      * seed one outbound extract for one party and register it
      ******************************************************************
       insert-seeds section.
           accept ws-party from argument-value
               on exception move spaces to ws-party
           end-accept
           accept ws-file-path from argument-value
               on exception move spaces to ws-file-path
           end-accept
           if ws-party = spaces or ws-file-path = spaces
              display "seedflat: INSERT needs a party code and an "
                 "extract"
              move 16 to return-code
              stop run
           end-if
           accept ws-output-path from argument-value
               on exception move "seeded.txt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "seeded.txt" to ws-output-path
           end-if
           if ws-output-path = ws-file-path
              display "seedflat: the seeded copy cannot overwrite "
                 "the extract it is made from"
              move 16 to return-code
              stop run
           end-if
           accept ws-per-release-arg from argument-value
               on exception move spaces to ws-per-release-arg
           end-accept
           if ws-per-release-arg not = spaces
              if function trim(ws-per-release-arg) is not numeric
                 display "seedflat: seeds per release must be 1 to 10"
                 move 16 to return-code
                 stop run
              end-if
              compute ws-per-release =
                 function numval(ws-per-release-arg)
           end-if
           if ws-per-release = zero or ws-per-release > 10
              display "seedflat: seeds per release must be 1 to 10"
              move 16 to return-code
              stop run
           end-if
           perform load-seed-table
           if ws-num-seeds < ws-per-release
              display "seedflat: seeds.ref holds " ws-num-seeds
                 " seeds - " ws-per-release " wanted per release"
              move 20 to return-code
              stop run
           end-if
           perform load-release-table
           perform choose-seed-combination
           perform count-extract
           perform write-seeded-copy
           perform register-release
           display "seedflat insert control report"
           display "  release          : " ws-new-release
           display "  party            : " function trim(ws-party)
           display "  extract records  : " ws-recs-read
           display "  seeds inserted   : " ws-per-release
           display function trim(ws-output-path) " written".
      ******************************************************************
      * load the seed file into its table in seed id order - a
      * missing seed file stops the run, since an unseeded release
      * is exactly what this program exists to prevent. each seed
      * id is looked up on the master as it loads
      ******************************************************************
       load-seed-table section.
           open input seed-file
           if ws-seed-status not = "00"
              display "seedflat: seeds.ref not found"
              move 20 to return-code
              stop run
           end-if
           open input master-file
           if ws-master-status = "00"
              move 'Y' to ws-master-open
           else
              display "seedflat: no master file - seed ids not "
                 "checked against live contacts"
           end-if
           perform until no-more-records = 'y'
              move spaces to seed-record
              read seed-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if seed-record not = spaces
                       perform add-seed-entry
                    end-if
              end-read
           end-perform
           close seed-file
           if ws-master-open = 'Y'
              close master-file
              move 'N' to ws-master-open
           end-if
           move space to no-more-records.
      ******************************************************************
      * add one seed to the table, slotted into seed id order - a
      * seed id that is a live contact stops the run
      ******************************************************************
       add-seed-entry section.
           if sd-seed-id not numeric
              display "seedflat: seed with no seed id in seeds.ref"
              close seed-file
              move 20 to return-code
              stop run
           end-if
           if ws-master-open = 'Y'
              move sd-seed-id to mk-contact-id
              read master-file key is mk-contact-id
                 invalid key
                    continue
                 not invalid key
                    display "seedflat: seed id " sd-seed-id
                       " is a live contact"
                    close seed-file
                    close master-file
                    move 20 to return-code
                    stop run
              end-read
           end-if
           if ws-num-seeds >= ws-max-seeds
              display "seedflat: more than " ws-max-seeds " seeds"
              close seed-file
              move 20 to return-code
              stop run
           end-if
           set ws-num-seeds up by 1
           move sd-seed-id to se-seed-id(ws-num-seeds)
           move seed-record to se-image(ws-num-seeds)
           move ws-num-seeds to ws-seed-pos
           move 'N' to ws-seed-hit
           perform until ws-seed-pos = 1 or ws-seed-hit = 'Y'
               if se-seed-id(ws-seed-pos - 1) <= se-seed-id(ws-seed-pos)
                  move 'Y' to ws-seed-hit
               else
                  move ws-seed-entry(ws-seed-pos) to ws-swap-entry
                  move ws-seed-entry(ws-seed-pos - 1)
                     to ws-seed-entry(ws-seed-pos)
                  move ws-swap-entry to ws-seed-entry(ws-seed-pos - 1)
                  subtract 1 from ws-seed-pos
               end-if
           end-perform.
      ******************************************************************
      * load the register into one entry per release, each keyed by
      * its seed ids strung together in ascending order
      ******************************************************************
       load-release-table section.
           open input register-file
           if ws-register-status = "00"
              perform until no-more-records = 'y'
                 move spaces to register-record
                 read register-file
                    at end
                       move 'y' to no-more-records
                    not at end
                       if register-record not = spaces
                          perform add-release-row
                       end-if
                 end-read
              end-perform
              close register-file
              move space to no-more-records
           end-if.
      ******************************************************************
      * add one register row to its release's key - the rows of a
      * release are written together, so a change of release number
      * opens the next entry
      ******************************************************************
       add-release-row section.
           if ws-num-releases = zero
              or rl-release(ws-num-releases) not = sg-release
              if ws-num-releases >= ws-max-releases
                 display "seedflat: more than " ws-max-releases
                    " releases on seedreg.txt"
                 close register-file
                 move 20 to return-code
                 stop run
              end-if
              set ws-num-releases up by 1
              move sg-release to rl-release(ws-num-releases)
              move spaces to rl-key(ws-num-releases)
              move zero to rl-key-len(ws-num-releases)
           end-if
           if rl-key-len(ws-num-releases) < 70
              move sg-seed-id to rl-key(ws-num-releases)
                 (rl-key-len(ws-num-releases) + 1:7)
              add 7 to rl-key-len(ws-num-releases)
           end-if
           if sg-release > ws-last-release
              move sg-release to ws-last-release
           end-if.
      ******************************************************************
      * step through the seed combinations in order and take the
      * first no release has been given, so every party's copy is
      * told apart by its seeds alone
      ******************************************************************
       choose-seed-combination section.
           move 1 to ws-pick-idx
           perform until ws-pick-idx > ws-per-release
               move ws-pick-idx to ws-pick(ws-pick-idx)
               set ws-pick-idx up by 1
           end-perform
           move 'N' to ws-combo-found
           move 'N' to ws-combo-done
           perform until ws-combo-found = 'Y' or ws-combo-done = 'Y'
               perform build-combination-key
               perform check-combination-used
               if ws-combo-used = 'N'
                  move 'Y' to ws-combo-found
               else
                  perform next-seed-combination
               end-if
           end-perform
           if ws-combo-found = 'N'
              display "seedflat: every combination of " ws-per-release
                 " seeds has been released - add seeds to seeds.ref"
              move 20 to return-code
              stop run
           end-if
           compute ws-new-release = ws-last-release + 1.
      ******************************************************************
      * string the picked seed ids together as the combination key
      ******************************************************************
       build-combination-key section.
           move spaces to ws-combo-key
           move 1 to ws-pick-idx
           perform until ws-pick-idx > ws-per-release
               move se-seed-id(ws-pick(ws-pick-idx))
                  to ws-combo-key((ws-pick-idx - 1) * 7 + 1:7)
               set ws-pick-idx up by 1
           end-perform.
      ******************************************************************
      * has a release already been given this combination
      ******************************************************************
       check-combination-used section.
           move 'N' to ws-combo-used
           move 1 to ws-release-idx
           perform until ws-release-idx > ws-num-releases
              or ws-combo-used = 'Y'
               if rl-key(ws-release-idx) = ws-combo-key
                  move 'Y' to ws-combo-used
               end-if
               set ws-release-idx up by 1
           end-perform.
      ******************************************************************
      * advance the picks to the next combination in order - the
      * rightmost pick that can still move steps on and the picks
      * after it follow on behind it
      ******************************************************************
       next-seed-combination section.
           move ws-per-release to ws-pick-idx
           compute ws-pick-limit = ws-num-seeds - ws-per-release
              + ws-pick-idx
           perform until ws-pick-idx = zero
              or ws-pick(ws-pick-idx) < ws-pick-limit
               subtract 1 from ws-pick-idx
               if ws-pick-idx > zero
                  compute ws-pick-limit = ws-num-seeds
                     - ws-per-release + ws-pick-idx
               end-if
           end-perform
           if ws-pick-idx = zero
              move 'Y' to ws-combo-done
           else
              set ws-pick(ws-pick-idx) up by 1
              perform until ws-pick-idx >= ws-per-release
                  compute ws-pick(ws-pick-idx + 1) =
                     ws-pick(ws-pick-idx) + 1
                  set ws-pick-idx up by 1
              end-perform
           end-if.
      ******************************************************************
      * count the extract so the seeds can be spread through it, and
      * refuse one that already carries a seed - seeding a seeded
      * copy would register seeds the party never got apart
      ******************************************************************
       count-extract section.
           open input input-file
           if ws-input-status not = "00"
              display "seedflat: input file not found - "
                 function trim(ws-file-path)
              move 28 to return-code
              stop run
           end-if
           perform until no-more-records = 'y'
              move spaces to input-record
              read input-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       set ws-extract-count up by 1
                       perform check-seed-record
                       if ws-seed-hit = 'Y'
                          display "seedflat: "
                             function trim(ws-file-path)
                             " already carries seed "
                             contact-id-field
                          close input-file
                          move 24 to return-code
                          stop run
                       end-if
                    end-if
              end-read
           end-perform
           close input-file
           move space to no-more-records.
      ******************************************************************
      * is the current extract record one of the seeds
      ******************************************************************
       check-seed-record section.
           move 'N' to ws-seed-hit
           move 1 to ws-seed-idx
           perform until ws-seed-idx > ws-num-seeds
              or ws-seed-hit = 'Y'
               if se-seed-id(ws-seed-idx) = contact-id-field
                  move 'Y' to ws-seed-hit
               end-if
               set ws-seed-idx up by 1
           end-perform.
      ******************************************************************
      * copy the extract with the picked seeds spread through it -
      * the nth seed of k goes in after record n * count / (k + 1)
      ******************************************************************
       write-seeded-copy section.
           open input input-file
           open output output-file
           move 1 to ws-next-seed
           perform set-next-insert-point
           perform write-due-seeds
           perform until no-more-records = 'y'
              move spaces to input-record
              read input-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       set ws-recs-read up by 1
                       write output-record from input-record
                       set ws-recs-written up by 1
                       perform write-due-seeds
                    end-if
              end-read
           end-perform
           close input-file
           move space to no-more-records
           close output-file.
      ******************************************************************
      * work out the record the next seed follows
      ******************************************************************
       set-next-insert-point section.
           if ws-next-seed <= ws-per-release
              compute ws-insert-after =
                 ws-next-seed * ws-extract-count
                    / (ws-per-release + 1)
           end-if.
      ******************************************************************
      * write every seed whose insertion point has been reached
      ******************************************************************
       write-due-seeds section.
           perform until ws-next-seed > ws-per-release
              or ws-insert-after > ws-recs-read
               write output-record
                  from se-image(ws-pick(ws-next-seed))
               set ws-recs-written up by 1
               set ws-next-seed up by 1
               perform set-next-insert-point
           end-perform.
      ******************************************************************
      * append the release's rows to the seed register, one per seed
      ******************************************************************
       register-release section.
           open extend register-file
           if ws-register-status = "35"
              open output register-file
           end-if
           move 1 to ws-pick-idx
           perform until ws-pick-idx > ws-per-release
               move spaces to register-record
               move ws-new-release to sg-release
               move ws-party to sg-party
               move ws-proc-date to sg-date
               move se-seed-id(ws-pick(ws-pick-idx)) to sg-seed-id
               move ws-file-path to sg-extract
               write register-record
               set ws-pick-idx up by 1
           end-perform
           close register-file.
      ******************************************************************
      * trace a seed hit back to the releases that carried the seed
      * before the piece arrived
      ******************************************************************
       trace-leak section.
           accept ws-target-seed from argument-value
               on exception move spaces to ws-target-seed
           end-accept
           accept ws-arrival-date from argument-value
               on exception move spaces to ws-arrival-date
           end-accept
           if ws-target-seed not numeric
              or ws-arrival-date not numeric
              display "seedflat: LEAK needs a seven digit seed id and "
                 "the arrival date as yyyymmdd"
              move 16 to return-code
              stop run
           end-if
           move ws-target-seed to ws-file-path
           accept ws-output-path from argument-value
               on exception move "leak.rpt" to ws-output-path
           end-accept
           if ws-output-path = spaces
              move "leak.rpt" to ws-output-path
           end-if
           open input register-file
           if ws-register-status not = "00"
              display "seedflat: no seed register on file"
              move 20 to return-code
              stop run
           end-if
           open output report-file
           move spaces to report-record
           move "SEED HIT TRACE - SEED" to report-record(1:21)
           move ws-target-seed to report-record(23:7)
           move "ARRIVED" to report-record(32:7)
           move ws-arrival-date to report-record(40:8)
           move "RUN DATE" to report-record(60:8)
           move ws-timestamp(1:8) to report-record(69:8)
           write report-record
           move spaces to report-record
           write report-record
           move "RELEASE  PARTY       RELEASED  EXTRACT"
              to report-record(1:38)
           write report-record
           move spaces to report-record
           write report-record
           perform until no-more-records = 'y'
              move spaces to register-record
              read register-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if register-record not = spaces
                       set ws-rows-read up by 1
                       perform take-register-hit
                    end-if
              end-read
           end-perform
           close register-file
           move space to no-more-records
           move ws-rows-read to ws-recs-read
           move spaces to report-record
           write report-record
           if ws-likely-release = zero
              move "SEED NOT RELEASED BEFORE THE ARRIVAL DATE - NO "
                 to report-record(1:47)
              move "REGISTERED RELEASE ACCOUNTS FOR THIS PIECE"
                 to report-record(48:42)
              write report-record
           else
              perform report-likely-release
           end-if
           close report-file
           display "seedflat leak control report"
           display "  register rows    : " ws-rows-read
           display "  releases matched : " ws-recs-written
           if ws-likely-release > zero
              display "  likely release   : " ws-likely-release
           end-if
           display function trim(ws-output-path) " written".
      ******************************************************************
      * print a register row that gave out the seed on or before the
      * arrival date, keeping the latest as the likely source
      ******************************************************************
       take-register-hit section.
           if sg-seed-id = ws-target-seed
              and sg-date <= ws-arrival-date
              set ws-recs-written up by 1
              move spaces to report-record
              move sg-release to report-record(1:5)
              move sg-party to report-record(10:10)
              move sg-date to report-record(22:8)
              move sg-extract to report-record(32:80)
              write report-record
              if sg-date > ws-likely-date
                 or (sg-date = ws-likely-date
                 and sg-release > ws-likely-release)
                 move sg-date to ws-likely-date
                 move sg-release to ws-likely-release
              end-if
           end-if.
      ******************************************************************
      * name the likely release and list its seeds, so a hit on any
      * of the others confirms it
      ******************************************************************
       report-likely-release section.
           move "LIKELY SOURCE - RELEASE" to report-record(1:23)
           move ws-likely-release to report-record(25:5)
           move "THE MOST RECENT RELEASE OF THE SEED BEFORE IT ARRIVED"
              to report-record(32:53)
           write report-record
           move spaces to report-record
           move "SEEDS IN THAT RELEASE:" to report-record(3:22)
           move 26 to ws-col
           open input register-file
           perform until no-more-records = 'y'
              move spaces to register-record
              read register-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if sg-release = ws-likely-release
                       and ws-col < 124
                       move sg-seed-id to report-record(ws-col:7)
                       add 8 to ws-col
                       move sg-party to ws-party
                    end-if
              end-read
           end-perform
           close register-file
           move space to no-more-records
           write report-record
           move spaces to report-record
           move "PARTY" to report-record(3:5)
           move ws-party to report-record(9:10)
           write report-record.
      ******************************************************************
      * append one row to the shared run-log - the release number
      * and party of an insert, the likely release of a leak trace
      ******************************************************************
       write-audit-record section.
           move function current-date to ws-timestamp
           move spaces to audit-record
           move 1 to ws-audit-ptr
           string
              ws-timestamp delimited by size
              " PROGRAM=SEEDFLAT" delimited by size
              " FUNCTION=" delimited by size
              function trim(ws-function) delimited by size
              " INPUT=" delimited by size
              function trim(ws-file-path) delimited by size
              " READ=" delimited by size
              ws-recs-read delimited by size
              " WRITTEN=" delimited by size
              ws-recs-written delimited by size
              into audit-record
              with pointer ws-audit-ptr
           end-string
           if ws-function = "INSERT"
              string
                 " PARTY=" delimited by size
                 function trim(ws-party) delimited by size
                 " RELEASE=" delimited by size
                 ws-new-release delimited by size
                 " SEEDS=" delimited by size
                 ws-per-release delimited by size
                 into audit-record
                 with pointer ws-audit-ptr
              end-string
           else
              string
                 " ARRIVED=" delimited by size
                 ws-arrival-date delimited by size
                 " RELEASE=" delimited by size
                 ws-likely-release delimited by size
                 into audit-record
                 with pointer ws-audit-ptr
              end-string
           end-if
      * the audit file does not exist yet on its very first run, so
      * fall back to opening it fresh before writing the row
           open extend audit-file
           if ws-audit-status = "35"
              open output audit-file
           end-if
           write audit-record
           close audit-file.
