               close archivefile
               display "Archive " function trim (ws-archive-path)
                   " already exists, not rotating again" upon syserr
               move 4 to return-code
               goback
           end-if

