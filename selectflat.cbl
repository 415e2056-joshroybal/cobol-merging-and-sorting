      * so the pull itself records who was mailed when. the
      * permanent do-not-mail file donotmail.txt is honored on every
      * pull - an opted-out contact is suppressed on contact id or
      * on the name/address fallback regardless of the criteria,
      * and a contact returnflat has marked undeliverable on
      * master.dat is bypassed the same way until its address is
      * corrected. a radius pull for a branch opening or an event
      * takes the ZIP field with
      *     ZIP RADIUS 78701 25
      * (the centre zip and a distance in miles) and picks the
      * records whose zip centroid lies within that many miles of
      * the centre zip's, from the zip centroid reference file
      * zipcentroid.ref kept alongside zipcodes.ref - the five
      * digit zip, the latitude and the longitude in decimal
      * degrees, separated by spaces, one zip per line in zip
      * order. the control report then lists each selected record
      * with its distance band and the records whose zip has no
      * centroid on file. a business mailing that should reach each
      * company once takes the line
      *     ONE PER ACCOUNT
      * anywhere in the criteria file - the way houseflat sends one
      * piece per household, only the first selected contact of
      * each company account acctflat linked on acctlink.txt is
      * kept and the rest are bypassed (sort the input first to say
      * which contact that is). contacts with no account link are
      * unaffected
      ******************************************************************
       identification division.
       program-id.    selectflat.
           select optout-file assign to "donotmail.txt"
              organization is line sequential
              file status is ws-optout-status.
           select master-file assign to "master.dat"
              organization is indexed
              access mode is dynamic
              record key is mk-contact-id
              alternate record key is mk-name with duplicates
              file status is ws-master-status.
           select centroid-file assign to "zipcentroid.ref"
              organization is line sequential
              file status is ws-centroid-status.
           select acctlink-file assign to "acctlink.txt"
              organization is line sequential
              file status is ws-acctlink-status.

       data division.
       file section.
          05 ch-mail-date              pic x(8).
          05 ch-response               pic x(1).
          05 ch-resp-date              pic x(8).
          05 ch-cell                   pic x(4).

       fd optout-file.
       01 optout-record.
          05 dn-reason                 pic x(3).
          05 dn-date                   pic x(8).

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

       fd centroid-file.
       01 centroid-record              pic x(40).

      * one contact's company account, in contact id order
       fd acctlink-file.
       01 acctlink-record.
          05 lk-contact-id             pic 9(7).
          05 lk-account-id             pic 9(7).
          05 lk-how                    pic x(1).
          05 lk-date                   pic x(8).

       working-storage section.
       77 ws-file-path                 pic x(80).
       77 ws-criteria-path             pic x(80) value "criteria.txt".
              10 cr-value              pic x(50).
              10 cr-value2             pic x(50).
              10 cr-matches            pic 9(7).
              10 cr-miles              pic 9(3).
              10 cr-lat                pic s9(3)v9(6).
              10 cr-lon                pic s9(3)v9(6).
       77 ws-campaign                  pic x(10) value spaces.
       77 ws-max-hist                  pic 9(5) value 50000.
       77 ws-num-hist                  pic 9(5) value zero.
              10 mh-contact-id         pic x(7).
              10 mh-campaign           pic x(10).
              10 mh-mail-date          pic x(8).
              10 mh-cell               pic x(4).
       77 ws-max-optout                pic 9(4) value 5000.
       77 ws-num-optout                pic 9(4) value zero.
       77 ws-optout-idx                pic 9(4).
              10 dt-lastname           pic x(15).
              10 dt-firstname          pic x(15).
              10 dt-address            pic x(35).
       77 ws-recs-undeliv              pic 9(7) value zero.
       01 ws-master-status             pic x(2).
       01 ws-master-open               pic x(1) value 'N'.
       01 ws-undeliv-hit               pic x(1).
       77 ws-max-centroids             pic 9(5) value 50000.
       77 ws-num-centroids             pic 9(5) value zero.
       77 ws-cent-low                  pic 9(5).
       77 ws-cent-high                 pic 9(5).
       77 ws-cent-mid                  pic 9(5).
       77 ws-radius-crit               pic 99 value zero.
       77 ws-max-nocent                pic 9(3) value 500.
       77 ws-num-nocent                pic 9(3) value zero.
       77 ws-nocent-idx                pic 9(3).
       77 ws-recs-nocent               pic 9(7) value zero.
       77 ws-max-bands                 pic 9(3) value 200.
       77 ws-band-idx                  pic 9(3).
       77 ws-band-from                 pic 9(4).
       77 ws-band-to                   pic 9(4).
       77 ws-recs-listed               pic 9(7) value zero.
       01 ws-centroid-status           pic x(2).
       01 ws-radius-needed             pic x(1) value 'N'.
       01 ws-centroid-hit              pic x(1).
       01 ws-record-nocent             pic x(1).
       01 ws-find-zip                  pic x(5).
       01 ws-prev-zip                  pic x(5).
       01 ws-cent-line                 pic x(40).
       01 ws-cent-zip                  pic x(5).
       01 ws-cent-lat-text             pic x(12).
       01 ws-cent-lon-text             pic x(12).
       01 ws-found-lat                 pic s9(3)v9(6).
       01 ws-found-lon                 pic s9(3)v9(6).
       01 ws-center-lat                pic s9(3)v9(6).
       01 ws-center-lon                pic s9(3)v9(6).
       01 ws-dlat                      pic s9(3)v9(9).
       01 ws-dlon                      pic s9(3)v9(9).
       01 ws-miles                     pic 9(5)v99.
       01 ws-edit-miles                pic zzzz9.99.
       01 ws-edit-band                 pic zzz9.
       01 ws-centroid-table.
           05 ws-centroid-entry        occurs 50000 times.
              10 ct-zip                pic x(5).
              10 ct-lat                pic s9(3)v9(6).
              10 ct-lon                pic s9(3)v9(6).
       01 ws-nocent-table.
           05 ws-nocent-entry          occurs 500 times.
              10 nc-contact-id         pic x(7).
              10 nc-lastname           pic x(15).
              10 nc-firstname          pic x(15).
              10 nc-zip                pic x(10).
       01 ws-band-table.
           05 bd-count                 pic 9(7) occurs 200 times.
       77 ws-max-links                 pic 9(5) value 50000.
       77 ws-num-links                 pic 9(5) value zero.
       77 ws-link-low                  pic 9(5).
       77 ws-link-high                 pic 9(5).
       77 ws-link-mid                  pic 9(5).
       77 ws-recs-sameacct             pic 9(7) value zero.
       01 ws-acctlink-status           pic x(2).
       01 ws-one-per-account           pic x(1) value 'N'.
       01 ws-link-hit                  pic x(1).
       01 ws-prev-link-id              pic 9(7).
       01 ws-link-table.
           05 ws-link-entry            occurs 50000 times.
              10 lt-contact-id         pic 9(7).
              10 lt-account-id         pic 9(7).
      * one byte per account id - set once the account has had its
      * contact selected
       01 ws-taken-table.
           05 tk-taken                 pic x(1) occurs 50000 times.
      ******************************************************************
      * main program section
      ******************************************************************
               on exception move spaces to ws-campaign
           end-accept
           perform load-criteria
           if ws-one-per-account = 'Y'
              perform load-account-links
           end-if
           if ws-radius-needed = 'Y'
              perform load-centroid-table
              perform resolve-radius-centres
           end-if
           perform load-optout-table
           perform open-master-for-deliverability
           if ws-hist-needed = 'Y'
              perform load-history-table
           end-if
               if input-record not = spaces
                  set ws-recs-read up by 1
                  perform check-optout
                  move 'N' to ws-undeliv-hit
                  if ws-optout-hit not = 'Y'
                     perform check-deliverable
                  end-if
                  evaluate true
                     when ws-optout-hit = 'Y'
                        set ws-recs-optout up by 1
                        set ws-recs-bypassed up by 1
                     when ws-undeliv-hit = 'Y'
                        set ws-recs-undeliv up by 1
                        set ws-recs-bypassed up by 1
                     when other
                        perform evaluate-record
                        if ws-record-selected = 'Y'
                           and ws-one-per-account = 'Y'
                           perform check-same-account
                        end-if
                        if ws-record-selected = 'Y'
                           write selected-record from input-record
                           set ws-recs-selected up by 1
                           if ws-campaign not = spaces
                              perform post-history-row
                           end-if
                        else
                           set ws-recs-bypassed up by 1
                        end-if
                  end-evaluate
               end-if
               move spaces to input-record
               read input-file into input-record
           end-perform
           close input-file
           close selected-file
           if ws-master-open = 'Y'
              close master-file
           end-if
           if ws-campaign not = spaces
              close hist-file
           end-if
           display "  records selected : " ws-recs-selected
           display "  records bypassed : " ws-recs-bypassed
           display "  records opted out: " ws-recs-optout
           display "  undeliverable    : " ws-recs-undeliv
           if ws-radius-needed = 'Y'
              display "  no zip centroid  : " ws-recs-nocent
           end-if
           if ws-one-per-account = 'Y'
              display "  same account     : " ws-recs-sameacct
           end-if
           display function trim(ws-output-path) " written"
           stop run.
      ******************************************************************
                    move 'y' to no-more-records
                 not at end
                    if ws-crit-line not = spaces
                       if function trim(ws-crit-line)
                          = "ONE PER ACCOUNT"
                          move 'Y' to ws-one-per-account
                       else
                          perform parse-criteria-line
                       end-if
                    end-if
              end-read
           end-perform
                 move ws-token to cr-value(ws-num-criteria)
                 perform next-token
                 move ws-token to cr-value2(ws-num-criteria)
              when "RADIUS"
                 perform next-token
                 move ws-token to cr-value(ws-num-criteria)
                 perform next-token
                 move ws-token to cr-value2(ws-num-criteria)
                 perform validate-radius-miles
                 move ws-within-days to cr-miles(ws-num-criteria)
              when "WITHIN"
              when "NOTWITHIN"
                 perform next-token
              close criteria-file
              move 16 to return-code
              stop run
           end-if
      * a radius is measured between zip centroids, so it only
      * applies to the ZIP field, and needs the centroid file
           if cr-op(ws-num-criteria) = "RADIUS"
              if cr-field(ws-num-criteria) not = "ZIP"
                 display "selectflat: RADIUS needs ZIP - "
                    function trim(ws-crit-line)
                 close criteria-file
                 move 16 to return-code
                 stop run
              end-if
              move 'Y' to ws-radius-needed
              if ws-radius-crit = zero
                 move ws-num-criteria to ws-radius-crit
              end-if
           end-if.
      ******************************************************************
      * a WITHIN/NOTWITHIN comparison carries a day count - verify
      * the token is an unsigned number before any records move
      ******************************************************************
       validate-day-count section.
           perform scan-token-number
           if ws-digit-seen not = 'Y'
              display "selectflat: WITHIN needs a day count - "
                 function trim(ws-crit-line)
              close criteria-file
              move 16 to return-code
              stop run
           end-if.
      ******************************************************************
      * a RADIUS comparison carries a centre zip and a distance in
      * miles - verify both before any records move
      ******************************************************************
       validate-radius-miles section.
           if cr-value(ws-num-criteria)(1:5) not numeric
              or cr-value(ws-num-criteria)(6:) not = spaces
              display "selectflat: RADIUS needs a five digit zip - "
                 function trim(ws-crit-line)
              close criteria-file
              move 16 to return-code
              stop run
           end-if
           perform scan-token-number
           if ws-digit-seen not = 'Y'
              or ws-within-days = zero or ws-within-days > 999
              display "selectflat: RADIUS needs miles 1 to 999 - "
                 function trim(ws-crit-line)
              close criteria-file
              move 16 to return-code
              stop run
           end-if.
      ******************************************************************
      * convert the current token to an unsigned number in
      * ws-within-days - ws-digit-seen is left Y only when the token
      * was all digits
      ******************************************************************
       scan-token-number section.
           move zero to ws-within-days
           move 'N' to ws-digit-seen
           move 1 to ws-day-idx
               else
                  move 'X' to ws-digit-seen
               end-if
           end-perform.
      ******************************************************************
      * run every criterion against the current record and combine
      * the outcomes left to right per each line's AND/OR connector
      ******************************************************************
       evaluate-record section.
           move 'Y' to ws-record-selected
           move 'N' to ws-record-nocent
           move 1 to ws-crit-idx
           perform until ws-crit-idx > ws-num-criteria
               perform test-one-criterion
                  end-if
               end-if
               set ws-crit-idx up by 1
           end-perform
           if ws-record-nocent = 'Y'
              perform note-missing-centroid
           end-if.
      ******************************************************************
      * apply one criterion's comparison to its field in the record -
      * the CAMPAIGN and MAILED pseudo fields test the campaign
                    if ws-field-value = spaces
                       move 'Y' to ws-crit-true
                    end-if
                 when "RADIUS"
                    perform test-radius-criterion
              end-evaluate
           end-if.
      ******************************************************************
      * a record is within the radius when its zip's centroid lies
      * no further than the criterion's miles from the centre zip's.
      * a zip with no centroid cannot be placed, so it is never
      * within the radius and is listed on the control report
      ******************************************************************
       test-radius-criterion section.
           move 'N' to ws-crit-true
           move zip-field(1:5) to ws-find-zip
           perform find-centroid
           if ws-centroid-hit = 'Y'
              move cr-lat(ws-crit-idx) to ws-center-lat
              move cr-lon(ws-crit-idx) to ws-center-lon
              perform compute-distance
              if ws-miles <= cr-miles(ws-crit-idx)
                 move 'Y' to ws-crit-true
              end-if
           else
              move 'Y' to ws-record-nocent
           end-if.
      ******************************************************************
      * scan the campaign history rows for the current record's
      * contact id - CAMPAIGN = is true when any row carries the
      * named campaign, MAILED WITHIN n when any row's mail date
           end-evaluate.
      ******************************************************************
      * test one history row belonging to the current contact against
      * the criterion's campaign code or day count - a row cellflat
      * posted for the holdout cell (HOLD) is in the campaign but was
      * never mailed, so it does not count toward mail fatigue
      ******************************************************************
       test-history-entry section.
           evaluate cr-field(ws-crit-idx)
                 move ws-date-num to ws-within-days
                 if ws-days-ago >= zero
                    and ws-days-ago <= ws-within-days
                    and mh-cell(ws-hist-idx) not = "HOLD"
                    move 'Y' to ws-hist-hit
                 end-if
           end-evaluate.
           move "  RECORDS OPTED OUT .........." to report-record(1:30)
           move ws-recs-optout to report-record(32:7)
           write report-record
           move spaces to report-record
           move "  RECORDS UNDELIVERABLE ......" to report-record(1:30)
           move ws-recs-undeliv to report-record(32:7)
           write report-record
           if ws-one-per-account = 'Y'
              move spaces to report-record
              move "  RECORDS SAME ACCOUNT ......."
                 to report-record(1:30)
              move ws-recs-sameacct to report-record(32:7)
              write report-record
           end-if
           if ws-radius-needed = 'Y'
              perform write-radius-report
           end-if
           close report-file.
      ******************************************************************
      * list the selected records of a radius pull with the distance
      * of each from the first radius criterion's centre zip and the
      * five mile band it falls in, total the bands, then list the
      * records whose zip has no centroid on file. the listing reads
      * back the extract just written
      ******************************************************************
       write-radius-report section.
           move ws-radius-crit to ws-crit-idx
           move cr-lat(ws-crit-idx) to ws-center-lat
           move cr-lon(ws-crit-idx) to ws-center-lon
           move zero to ws-band-table
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "RADIUS LISTING - MILES FROM ZIP" to report-record(1:31)
           move cr-value(ws-crit-idx)(1:5) to report-record(33:5)
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "CONTACT" to report-record(1:7)
           move "NAME" to report-record(10:4)
           move "ZIP" to report-record(43:3)
           move "MILES" to report-record(57:5)
           move "BAND" to report-record(65:4)
           write report-record
           move space to no-more-records
           open input selected-file
           perform until no-more-records = 'y'
              move spaces to input-record
              read selected-file into input-record
                 at end
                    move 'y' to no-more-records
                 not at end
                    if input-record not = spaces
                       perform write-radius-line
                    end-if
              end-read
           end-perform
           close selected-file
           move space to no-more-records
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "DISTANCE BAND SUMMARY" to report-record(1:21)
           write report-record
           move 1 to ws-band-idx
           perform until ws-band-idx > ws-max-bands
               if bd-count(ws-band-idx) > zero
                  perform write-band-total
               end-if
               set ws-band-idx up by 1
           end-perform
           move spaces to report-record
           write report-record
           move spaces to report-record
           move "RECORDS WITH NO ZIP CENTROID" to report-record(1:28)
           write report-record
           move 1 to ws-nocent-idx
           perform until ws-nocent-idx > ws-num-nocent
               move spaces to report-record
               move nc-contact-id(ws-nocent-idx) to report-record(1:7)
               move nc-lastname(ws-nocent-idx) to report-record(10:15)
               move nc-firstname(ws-nocent-idx)
                  to report-record(26:15)
               move nc-zip(ws-nocent-idx) to report-record(43:10)
               write report-record
               set ws-nocent-idx up by 1
           end-perform
           if ws-recs-nocent > ws-num-nocent
              move spaces to report-record
              move "  ... MORE NOT LISTED" to report-record(1:21)
              write report-record
           end-if
           move spaces to report-record
           move "  RECORDS WITH NO CENTROID ..." to report-record(1:30)
           move ws-recs-nocent to report-record(32:7)
           write report-record.
      ******************************************************************
      * one selected record's line of the radius listing - a record
      * selected on another criterion with a zip that has no
      * centroid is shown without a distance
      ******************************************************************
       write-radius-line section.
           set ws-recs-listed up by 1
           move spaces to report-record
           move contact-id-field to report-record(1:7)
           move lastname-field to report-record(10:15)
           move firstname-field to report-record(26:15)
           move zip-field to report-record(43:10)
           move zip-field(1:5) to ws-find-zip
           perform find-centroid
           if ws-centroid-hit = 'Y'
              perform compute-distance
              move ws-miles to ws-edit-miles
              move ws-edit-miles to report-record(54:8)
              compute ws-band-idx = ws-miles / 5 + 1
              if ws-band-idx > ws-max-bands
                 move ws-max-bands to ws-band-idx
              end-if
              set bd-count(ws-band-idx) up by 1
              perform format-band-label
              move ws-edit-band to report-record(64:4)
              move "-" to report-record(68:1)
              move ws-band-to to ws-edit-band
              move ws-edit-band to report-record(69:4)
           else
              move "NO CENTROID" to report-record(54:11)
           end-if
           write report-record.
      ******************************************************************
      * one line of the band summary
      ******************************************************************
       write-band-total section.
           move spaces to report-record
           perform format-band-label
           move ws-edit-band to report-record(3:4)
           move "-" to report-record(7:1)
           move ws-band-to to ws-edit-band
           move ws-edit-band to report-record(8:4)
           move "MILES" to report-record(13:5)
           move bd-count(ws-band-idx) to report-record(32:7)
           write report-record.
      ******************************************************************
      * the mile limits of band ws-band-idx - the lower one is left
      * edited in ws-edit-band. the last band takes in everything
      * further out
      ******************************************************************
       format-band-label section.
           compute ws-band-from = (ws-band-idx - 1) * 5
           compute ws-band-to = ws-band-idx * 5
           if ws-band-idx = ws-max-bands
              move 9999 to ws-band-to
           end-if
           move ws-band-from to ws-edit-band.
      ******************************************************************
      * load the zip centroid reference file - the zips must be in
      * order so each record's zip can be found by halving the table
      ******************************************************************
       load-centroid-table section.
           open input centroid-file
           if ws-centroid-status not = "00"
              display "selectflat: zip centroid file zipcentroid.ref "
                 "not found"
              move 20 to return-code
              stop run
           end-if
           move low-values to ws-prev-zip
           perform until no-more-records = 'y'
              move spaces to ws-cent-line
              read centroid-file into ws-cent-line
                 at end
                    move 'y' to no-more-records
                 not at end
                    if ws-cent-line not = spaces
                       perform add-centroid-entry
                    end-if
              end-read
           end-perform
           close centroid-file
           move space to no-more-records
           if ws-num-centroids = zero
              display "selectflat: zip centroid file is empty"
              move 20 to return-code
              stop run
           end-if.
      ******************************************************************
      * add one centroid line to the table
      ******************************************************************
       add-centroid-entry section.
           if ws-num-centroids >= ws-max-centroids
              display "selectflat: more than " ws-max-centroids
                 " zip centroids"
              close centroid-file
              move 20 to return-code
              stop run
           end-if
           move spaces to ws-cent-zip ws-cent-lat-text
              ws-cent-lon-text
           unstring ws-cent-line delimited by all spaces
              into ws-cent-zip ws-cent-lat-text ws-cent-lon-text
           end-unstring
           if ws-cent-zip not numeric
              or ws-cent-lat-text = spaces
              or ws-cent-lon-text = spaces
              display "selectflat: bad zip centroid line - "
                 function trim(ws-cent-line)
              close centroid-file
              move 20 to return-code
              stop run
           end-if
           if ws-cent-zip not > ws-prev-zip
              display "selectflat: zip centroid file not in zip "
                 "order at " ws-cent-zip
              close centroid-file
              move 20 to return-code
              stop run
           end-if
           move ws-cent-zip to ws-prev-zip
           set ws-num-centroids up by 1
           move ws-cent-zip to ct-zip(ws-num-centroids)
           compute ct-lat(ws-num-centroids) =
              function numval(ws-cent-lat-text)
           compute ct-lon(ws-num-centroids) =
              function numval(ws-cent-lon-text).
      ******************************************************************
      * look up each radius criterion's centre zip - a centre with
      * no centroid is an operator error worth stopping for before
      * any records move
      ******************************************************************
       resolve-radius-centres section.
           move 1 to ws-crit-idx
           perform until ws-crit-idx > ws-num-criteria
               if cr-op(ws-crit-idx) = "RADIUS"
                  move cr-value(ws-crit-idx)(1:5) to ws-find-zip
                  perform find-centroid
                  if ws-centroid-hit not = 'Y'
                     display "selectflat: no centroid for radius "
                        "centre zip " ws-find-zip
                     move 16 to return-code
                     stop run
                  end-if
                  move ws-found-lat to cr-lat(ws-crit-idx)
                  move ws-found-lon to cr-lon(ws-crit-idx)
               end-if
               set ws-crit-idx up by 1
           end-perform.
      ******************************************************************
      * find ws-find-zip in the centroid table by halving it
      ******************************************************************
       find-centroid section.
           move 'N' to ws-centroid-hit
           move 1 to ws-cent-low
           move ws-num-centroids to ws-cent-high
           perform until ws-cent-low > ws-cent-high
              or ws-centroid-hit = 'Y'
               compute ws-cent-mid = (ws-cent-low + ws-cent-high) / 2
               evaluate true
                  when ct-zip(ws-cent-mid) = ws-find-zip
                     move 'Y' to ws-centroid-hit
                     move ct-lat(ws-cent-mid) to ws-found-lat
                     move ct-lon(ws-cent-mid) to ws-found-lon
                  when ct-zip(ws-cent-mid) < ws-find-zip
                     compute ws-cent-low = ws-cent-mid + 1
                  when other
                     if ws-cent-mid = 1
                        move zero to ws-cent-high
                     else
                        compute ws-cent-high = ws-cent-mid - 1
                     end-if
               end-evaluate
           end-perform.
      ******************************************************************
      * load the contact to account links for ONE PER ACCOUNT -
      * acctflat keeps acctlink.txt in contact id order, which the
      * lookup depends on, so the order is checked as it loads
      ******************************************************************
       load-account-links section.
           open input acctlink-file
           if ws-acctlink-status not = "00"
              display "selectflat: no account links on file for ONE "
                 "PER ACCOUNT - run acctflat MATCH"
              move 20 to return-code
              stop run
           end-if
           move all 'N' to ws-taken-table
           move zero to ws-prev-link-id
           perform until no-more-records = 'y'
              move spaces to acctlink-record
              read acctlink-file
                 at end
                    move 'y' to no-more-records
                 not at end
                    if acctlink-record not = spaces
                       perform add-link-entry
                    end-if
              end-read
           end-perform
           close acctlink-file
           move space to no-more-records.
      ******************************************************************
      * add one link to the table
      ******************************************************************
       add-link-entry section.
           if ws-num-links >= ws-max-links
              display "selectflat: more than " ws-max-links
                 " account links"
              close acctlink-file
              move 20 to return-code
              stop run
           end-if
           if lk-account-id > ws-max-links or lk-account-id = zero
              display "selectflat: account id out of range - "
                 lk-account-id
              close acctlink-file
              move 20 to return-code
              stop run
           end-if
           if lk-contact-id not > ws-prev-link-id
              display "selectflat: acctlink.txt not in contact id "
                 "order at " lk-contact-id
              close acctlink-file
              move 20 to return-code
              stop run
           end-if
           move lk-contact-id to ws-prev-link-id
           set ws-num-links up by 1
           move lk-contact-id to lt-contact-id(ws-num-links)
           move lk-account-id to lt-account-id(ws-num-links).
      ******************************************************************
      * a selected contact whose account already has its contact in
      * the pull is bypassed - the first one selected is the one the
      * account gets
      ******************************************************************
       check-same-account section.
           move 'N' to ws-link-hit
           move 1 to ws-link-low
           move ws-num-links to ws-link-high
           perform until ws-link-low > ws-link-high
              or ws-link-hit = 'Y'
               compute ws-link-mid = (ws-link-low + ws-link-high) / 2
               evaluate true
                  when lt-contact-id(ws-link-mid) = contact-id-field
                     move 'Y' to ws-link-hit
                  when lt-contact-id(ws-link-mid) < contact-id-field
                     compute ws-link-low = ws-link-mid + 1
                  when other
                     if ws-link-mid = 1
                        move zero to ws-link-high
                     else
                        compute ws-link-high = ws-link-mid - 1
                     end-if
               end-evaluate
           end-perform
           if ws-link-hit = 'Y'
              if tk-taken(lt-account-id(ws-link-mid)) = 'Y'
                 move 'N' to ws-record-selected
                 set ws-recs-sameacct up by 1
              else
                 move 'Y' to tk-taken(lt-account-id(ws-link-mid))
              end-if
           end-if.
      ******************************************************************
      * miles between the found centroid and the centre - over the
      * distances a radius pull covers the earth is flat enough to
      * take the north-south and the east-west legs (narrowed by
      * the cosine of the mean latitude) as the sides of a right
      * triangle on a 3958.8 mile radius
      ******************************************************************
       compute-distance section.
           compute ws-dlat =
              (ws-found-lat - ws-center-lat) * function pi / 180
           compute ws-dlon =
              (ws-found-lon - ws-center-lon) * function pi / 180
              * function cos((ws-found-lat + ws-center-lat) / 2
              * function pi / 180)
           compute ws-miles rounded = 3958.8
              * function sqrt(ws-dlat * ws-dlat + ws-dlon * ws-dlon).
      ******************************************************************
      * keep a record whose zip has no centroid for the listing on
      * the control report
      ******************************************************************
       note-missing-centroid section.
           set ws-recs-nocent up by 1
           if ws-num-nocent < ws-max-nocent
              set ws-num-nocent up by 1
              move contact-id-field to nc-contact-id(ws-num-nocent)
              move lastname-field to nc-lastname(ws-num-nocent)
              move firstname-field to nc-firstname(ws-num-nocent)
              move zip-field to nc-zip(ws-num-nocent)
           end-if.
      ******************************************************************
      * load the permanent do-not-mail file into its table - entries
      * are kept uppercased so the fallback match cannot be beaten
      * by keying style. a missing file just means nobody has opted
              end-perform
           end-if.
      ******************************************************************
      * open the master read-only for the deliverability check - a
      * run with no master loaded yet has no returns on record, so
      * every contact passes as deliverable
      ******************************************************************
       open-master-for-deliverability section.
           open input master-file
           if ws-master-status = "00"
              move 'Y' to ws-master-open
           else
              display "selectflat: no master file - deliverability not "
                 "checked"
           end-if.
      ******************************************************************
      * a contact returnflat has marked undeliverable is not mailed
      * again until an address change clears the status - looked up
      * on the contact id the pipeline carries through every file
      ******************************************************************
       check-deliverable section.
           move 'N' to ws-undeliv-hit
           if ws-master-open = 'Y' and contact-id-field numeric
              and contact-id-field > zero
              move contact-id-field to mk-contact-id
              read master-file
                 invalid key
                    continue
                 not invalid key
                    if mk-deliv-status = 'U'
                       move 'Y' to ws-undeliv-hit
                    end-if
              end-read
           end-if.
      ******************************************************************
      * load the shared campaign history into its table for the
      * CAMPAIGN and MAILED criteria - a missing history file just
      * means nothing has ever been posted, so every contact tests
           set ws-num-hist up by 1
           move ch-contact-id to mh-contact-id(ws-num-hist)
           move ch-campaign to mh-campaign(ws-num-hist)
           move ch-mail-date to mh-mail-date(ws-num-hist)
           move ch-cell to mh-cell(ws-num-hist).
      ******************************************************************
      * open the campaign history for appending this pull's rows -
      * the file does not exist yet on the very first posting, so
           move ws-timestamp(1:8) to ch-mail-date
           move space to ch-response
           move spaces to ch-resp-date
           move spaces to ch-cell
           write hist-record.
      ******************************************************************
      * append one row to the shared run-log so a campaign pull can
