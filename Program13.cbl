           select print-file
               assign "../../../../T2-13-P1.out"
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
      *Employee master record, keyed on the 6-digit employee number,
      *as T2-03-P1 maintains it

           88 mst-active                           value 'A'.
           88 mst-terminated                       value 'T'.
         05 mst-term-date              pic x(8).
         05 mst-hire-date              pic x(8).
      *File division

       fd backup-file
           data record is bkp-rec
           record contains 41 characters.
      *One backup record: a 'D' record carries one master image, the
      *'H' header the run date, and the 'T' trailer the record count
      *and salary hash total the reload proves the file against

       01 bkp-rec.
         05 bkp-rec-type               pic x.
         05 bkp-master-image           pic x(40).
      *Backup header view, written first with the run date

       01 bkp-hdr-rec.
         05 bkh-rec-type               pic x.
         05 bkh-run-date               pic x(8).
         05 bkh-source                 pic x(8).
         05 filler                     pic x(24).
      *Backup trailer view, written last with the record count and
      *salary hash total

         05 bkt-rec-type               pic x.
         05 bkt-rec-count              pic 9(6).
         05 bkt-salary-hash            pic 9(9).
         05 filler                     pic x(25).
      *File division

       fd print-file
           data record is print-line.
      *
       01 print-line                   pic x(80).
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
         05 filler                     pic x(28)   value
         " - Backup Left Untouched **".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-unloaded            pic 9(6)    value zero.
               write print-line        from ws-noopen-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file
               stop run
           end-if.
           write bkp-trl-rec.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close backup-file,
             print-file.
           write print-line            from ws-trailer-hash
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: masters backed up and their salary hash
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-13-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-unloaded        to rcf-count-1.
           move zero                   to rcf-count-2.
           move zero                   to rcf-count-3.
           move zero                   to rcf-count-4.
           move ws-tot-salary-hash     to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-13-P1.
