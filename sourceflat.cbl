           display "  rows read           : " ws-recs-read
           display "  delete transactions : " ws-recs-written
           display function trim(ws-output-path) " written - "
              "prove and release with proofflat, then apply with "
              "maintflat MAINT".
      ******************************************************************
      * one properly formed 'D' transaction for the contact on the
      * current cross-reference row
