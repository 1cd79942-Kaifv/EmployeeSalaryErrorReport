           select optional history-file
               assign "../../../../T2-03-P1.HST"
               organization is line sequential.
      *Shared run-control file position; this run's control totals
      *are appended for the T2-19-P1 balancing run, so it is only
      *ever extended
           select optional rcf-file
               assign "../../../../T2-19-P1.RCF"
               organization is line sequential.
      *
       data division.
       file section.

       fd master-file
           data record is mst-rec
           record contains 40 characters.
      *Employee master record, keyed on the 6-digit employee number;
      *a terminated employee stays on the master with status 'T' and
      *the date they left, rather than vanishing
           88 mst-active                           value 'A'.
           88 mst-terminated                       value 'T'.
         05 mst-term-date              pic x(8).
         05 mst-hire-date              pic x(8).
      *File division

       fd print-file

       fd history-file
           data record is hst-rec
           record contains 65 characters.
      *One master change-history image: the employee number, what was
      *done to the record, which program did it, the master fields as
      *they stood before, the fields as they stand after, the run
      *date it happened, and the date the change took effect (a load
      *from the extract takes effect the day it runs)

       01 hst-rec.
         05 hst-number                 pic x(6).
         05 hst-new-class              pic x.
         05 hst-new-salary             pic x(5).
         05 hst-run-date               pic x(8).
         05 hst-eff-date               pic x(8).
      *File division

       fd rcf-file
           data record is rcf-rec
           record contains 90 characters.
      *One step's control totals: the program, the run date, whether
      *the step reached a good end, and up to four counts and three
      *amount totals whose meaning belongs to the program writing it

       01 rcf-rec.
         05 rcf-program                pic x(8).
         05 rcf-run-date               pic x(8).
         05 rcf-step-ok                pic x.
         05 rcf-count-1                pic 9(7).
         05 rcf-count-2                pic 9(7).
         05 rcf-count-3                pic 9(7).
         05 rcf-count-4                pic 9(7).
         05 rcf-amount-1               pic 9(11)v99.
         05 rcf-amount-2               pic 9(11)v99.
         05 rcf-amount-3               pic 9(11)v99.
         05 filler                     pic x(6).

      *Working storage section
       working-storage section.
         05 hl-new-class               pic x.
         05 hl-new-salary              pic x(5).
         05 hl-run-date                pic x(8).
         05 hl-eff-date                pic x(8).

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
               write print-line        from ws-noopen-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close val-file,
                 print-file,
                 history-file
             until ws-eof-flag = 'y'.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close val-file,
             master-file,
           move val-number             to mst-number.
           read master-file
               invalid key
      *            A new employee's first day on the feed is taken
      *            as the hire date; HR adds with the real start
      *            date through T2-03-P2 when it is known ahead
                   move val-name       to mst-name
                   move val-shift-code to mst-shift-code
                   move val-job-class  to mst-job-class
                   move val-salary     to mst-salary
                   move 'A'            to mst-status
                   move spaces         to mst-term-date
                   move ws-sys-date    to mst-hire-date
                   write mst-rec
                   add 1               to ws-tot-added
                   perform 300-write-add-history
           move mst-job-class          to hl-new-class.
           move mst-rec (19:5)         to hl-new-salary.
           move ws-sys-date            to hl-run-date.
           move ws-sys-date            to hl-eff-date.
           write hst-rec               from ws-history-line.

       310-write-change-history.
           move mst-job-class          to hl-new-class.
           move mst-rec (19:5)         to hl-new-salary.
           move ws-sys-date            to hl-run-date.
           move ws-sys-date            to hl-eff-date.
           write hst-rec               from ws-history-line.
      *
       900-write-trailer.
           write print-line            from ws-trailer-term-skipped
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: extract records read, masters added,
      *    masters updated, and terminated employees skipped
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-03-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-added           to rcf-count-2.
           move ws-tot-updated         to rcf-count-3.
           move ws-tot-term-skipped    to rcf-count-4.
           move zero                   to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-03-P1.
