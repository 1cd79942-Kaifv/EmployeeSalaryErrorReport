
       fd history-file
           data record is hst-rec
           record contains 65 characters.
      *One master change-history image, as T2-03-P1 and T2-03-P2
      *write it

         05 hst-new-class              pic x.
         05 hst-new-salary             pic x(5).
         05 hst-run-date               pic x(8).
         05 hst-eff-date               pic x(8).
      *File division

       fd print-file
         05 filler                     pic x(80)   value
         "Date      Act Source     Old Name   Shf Cls Salary  New Nam
      -    "e   Shf Cls Salary".
         05 filler                     pic x(8)    value
         "Eff Date".
      *               ----+----1----+----2----+----3----+----4----+----

      *Page header, reprinted with each new page
         05 ws-dl-new-class            pic x.
         05 filler                     pic x(3).
         05 ws-dl-new-salary           pic x(5).
         05 filler                     pic x(4).
         05 ws-dl-eff-date             pic x(8).

      *  Control totals for the trailer section
       01 ws-control-totals.
               move hst-new-shift      to ws-dl-new-shift
               move hst-new-class      to ws-dl-new-class
               move hst-new-salary     to ws-dl-new-salary
               move hst-eff-date       to ws-dl-eff-date
               perform 400-write-detail-line
           end-if.
      *
