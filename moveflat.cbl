          05 mk-email                  pic x(45).
          05 mk-www                    pic x(50).
          05 mk-country                pic x(2).
      * deliverability - returnflat counts the pieces the post office
      * sends back and marks the contact undeliverable (U) once the
      * returns reach its limit - an address change clears all three
          05 mk-deliv-status           pic x(1).
          05 mk-return-count           pic 9(3).
          05 mk-last-return            pic x(8).

       fd move-file.
       01 move-record.
           end-if.
      ******************************************************************
      * overwrite the matched record's address fields with the new
      * address and report the applied move - the new address starts
      * out deliverable, so any undeliverable status and return
      * count the old address earned are cleared with it
      ******************************************************************
       apply-new-address section.
           move master-record to ws-before-image
           move mv-new-city to mk-city
           move mv-new-state to mk-state
           move mv-new-zip to mk-zip
           move space to mk-deliv-status
           move zero to mk-return-count
           move spaces to mk-last-return
           rewrite master-record
              invalid key
                 move 'C' to ws-outcome
