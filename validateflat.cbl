           end-if.
      ******************************************************************
      * write one exception record: the reason and the key identifying
      * fields of the offending record, ending with the contact id the
      * way the other exception listings carry it so a hit can be
      * traced back to the record and the list it came in on
      ******************************************************************
       write-exception-line section.
           move spaces to exception-record
              state-field delimited by size
              " " delimited by size
              zip-field delimited by size
              " ID " delimited by size
              contact-id-field delimited by size
              into exception-record
           end-string
           write exception-record.
