          05 mk-email                  pic x(45).
          05 mk-www                    pic x(50).
          05 mk-country                pic x(2).
      * deliverability - returnflat counts the pieces the post office
      * sends back and marks the contact undeliverable (U) once the
      * returns reach its limit - an address change clears all three
          05 mk-deliv-status           pic x(1).
          05 mk-return-count           pic 9(3).
          05 mk-last-return            pic x(8).

       fd unload-file.
       01 unload-record.
          05 unl-www                   pic x(50).
          05 unl-contact-id            pic 9(7).
          05 unl-country               pic x(2).
      * the deliverability fields ride behind the flat layout so a
      * reload does not lose what returnflat has recorded
          05 unl-deliv-status          pic x(1).
          05 unl-return-count          pic x(3).
          05 unl-last-return           pic x(8).

       fd report-file.
       01 report-record                pic x(80).
                    move mk-www       to unl-www
                    move mk-contact-id to unl-contact-id
                    move mk-country   to unl-country
                    move mk-deliv-status to unl-deliv-status
                    move mk-return-count to unl-return-count
                    move mk-last-return  to unl-last-return
                    write unload-record
                    set ws-recs-written up by 1
              end-read
                 move unl-email     to mk-email
                 move unl-www       to mk-www
                 move unl-country   to mk-country
                 move unl-deliv-status to mk-deliv-status
                 if unl-return-count is numeric
                    move unl-return-count to mk-return-count
                 else
                    move zero to mk-return-count
                 end-if
                 move unl-last-return to mk-last-return
                 if mk-contact-id > ws-last-contact-id
                    move mk-contact-id to ws-last-contact-id
                 end-if
