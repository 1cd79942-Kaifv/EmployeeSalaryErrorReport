           select print-file
               assign "../../../../T2-06-P1.out"
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
           data record is print-line.
      *
       01 print-line                   pic x(100).
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
         05 ws-tot-cancelled           pic 9(6)    value zero.
         05 ws-tot-bad-action          pic 9(6)    value zero.
         05 ws-tot-carried             pic 9(6)    value zero.
         05 ws-tot-released-salary     pic 9(9)    value zero.
      *Step result for the run-control record, 'N' on an overflow
       01 ws-step-ok                   pic x       value 'Y'.

      *  Trailer report lines
       01 ws-trailer-title.
               write print-line        from ws-overflow-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file
               stop run
           end-if.
           close suspense-file.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close print-file.
      *
               move wk-job-class       to val-job-class
               move wk-salary          to val-salary
               write val-rec
               add wk-salary           to ws-tot-released-salary
               move wk-number          to ws-ext-num
               perform 085-remember-ext-number
               move ws-status-txt-1    to ws-dl-status
           write print-line            from ws-trailer-carried
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: corrections read, records released to the
      *    extract, records carried on suspense, records still in
      *    error, and the salary total released
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-06-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-corrections     to rcf-count-1.
           move ws-tot-released        to rcf-count-2.
           move ws-tot-carried         to rcf-count-3.
           move ws-tot-still-err       to rcf-count-4.
           move ws-tot-released-salary to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-06-P1.
