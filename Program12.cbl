
       fd master-file
           data record is mst-rec
           record contains 40 characters.
      *Employee master record, keyed on the 6-digit employee number,
      *as T2-03-P1 maintains it; a terminated employee stays on the
      *master with status 'T' and the date they left
           88 mst-active                           value 'A'.
           88 mst-terminated                       value 'T'.
         05 mst-term-date              pic x(8).
         05 mst-hire-date              pic x(8).
      *File division

       fd val-file
         05 ws-ml-status               pic x(10).
         05 filler                     pic x(1).
         05 ws-ml-term-date            pic x(8).
         05 filler                     pic x(2).
         05 ws-ml-hire-label           pic x(6).
         05 ws-ml-hire-date            pic x(8).

      *Extract section detail line
       01 ws-ext-line                  value spaces.
               else
                   move "Active"       to ws-ml-status
               end-if
               if mst-hire-date not = spaces
                   move "Hired "       to ws-ml-hire-label
                   move mst-hire-date  to ws-ml-hire-date
               end-if
               write print-line        from ws-mst-line
                 after advancing 1 lines
           else
