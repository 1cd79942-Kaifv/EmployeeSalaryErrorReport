       identification division.
       program-id. T2-13-P4.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program is the one-time cutover tool for the addition of
      *the hire date to the employee master record: it reads a
      *master still in the 32-byte layout, pads each record to the
      *current 40-byte layout with no hire date, and writes a backup
      *in the standard T2-13-P1 format, controls included, so the
      *T2-13-P2 verified reload rebuilds the master in the new
      *layout; an employee with no hire date is treated as in
      *service before any period T2-05-P1 prorates, so nobody's pay
      *changes at the cutover; after the cutover this program has
      *no further use
       environment division.
       input-output section.
       file-control.
      *Keyed employee master file position, still in the old 32-byte
      *layout, read front to back
           select master-file
               assign "../../../../T2-03-P1.MST"
               organization is indexed
               access mode is sequential
               record key is mst-number
               file status is ws-master-status.
      *Sequential backup file position, written in the standard
      *T2-13-P1 format the verified reload accepts
           select backup-file
               assign "../../../../T2-03-P1.BKP"
               organization is line sequential.
      *Conversion-summary report file position
           select print-file
               assign "../../../../T2-13-P4.out"
               organization is line sequential.
      *
       data division.
       file section.
      *File division

       fd master-file
           data record is mst-rec
           record contains 32 characters.
      *Employee master record in the old layout, from before the
      *hire-date field was added

       01 mst-rec.
         05 mst-number                 pic x(6).
         05 mst-name                   pic x(10).
         05 mst-shift-code             pic x.
         05 mst-job-class              pic x.
         05 mst-salary                 pic 99999.
         05 mst-status                 pic x.
         05 mst-term-date              pic x(8).
      *File division

       fd backup-file
           data record is bkp-rec
           record contains 41 characters.
      *One backup record in the standard T2-13-P1 format: a 'D'
      *record carries one master image in the current 40-byte
      *layout, the 'H' header the run date, and the 'T' trailer the
      *record count and salary hash total the reload proves against

       01 bkp-rec.
         05 bkp-rec-type               pic x.
         05 bkp-master-image.
           10 bki-number               pic x(6).
           10 bki-name                 pic x(10).
           10 bki-shift-code           pic x.
           10 bki-job-class            pic x.
           10 bki-salary               pic x(5).
           10 bki-status               pic x.
           10 bki-term-date            pic x(8).
           10 bki-hire-date            pic x(8).
      *Backup header view, written first with the run date

       01 bkp-hdr-rec.
         05 bkh-rec-type               pic x.
         05 bkh-run-date               pic x(8).
         05 bkh-source                 pic x(8).
         05 filler                     pic x(24).
      *Backup trailer view, written last with the record count and
      *salary hash total

       01 bkp-trl-rec.
         05 bkt-rec-type               pic x.
         05 bkt-rec-count              pic 9(6).
         05 bkt-salary-hash            pic 9(9).
         05 filler                     pic x(25).
      *File division

       fd print-file
           record contains 80 characters
           data record is print-line.
      *
       01 print-line                   pic x(80).

      *Working storage section
       working-storage section.
      *Heading section
       01 ws-heading1.
         05 filler                     pic x(38)   value
         "Employee Master Layout Conversion".
       01 ws-heading2.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).

      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *Master file status; an old master that cannot be opened stops
      *the run before the backup file is touched, exactly as the
      *standing unload protects its restore point
       01 ws-master-status             pic xx.

      *  Message written when the master cannot be opened
       01 ws-noopen-line.
         05 filler                     pic x(26)   value
         "** Master Open Failed - ".
         05 ws-no-status               pic xx.
         05 filler                     pic x(28)   value
         " - Backup Left Untouched **".

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-converted           pic 9(6)    value zero.
         05 ws-tot-salary-hash         pic 9(9)    value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-converted.
         05 filler                     pic x(24)   value
         "Masters Converted     :".
         05 ws-tr-converted            pic zzz,zz9.
       01 ws-trailer-hash.
         05 filler                     pic x(24)   value
         "Salary Hash Total     :".
         05 ws-tr-hash                 pic zzz,zzz,zz9.
      *
       procedure division.
      *
       000-main.
      *Open the old master and the report; the backup file is not
      *opened until the master proves readable, so a failed run
      *leaves any standing restore point exactly as it was
           open input master-file.
           open output print-file.
      *Building the run date for the page header
           accept ws-sys-date          from date yyyymmdd.
           string ws-sys-mm            delimited by size
                  "/"                  delimited by size
                  ws-sys-dd            delimited by size
                  "/"                  delimited by size
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
           move ws-run-date-disp       to ws-hd-date.
           write print-line            from ws-heading1
             after advancing 1 lines.
           write print-line            from ws-heading2
             after advancing 2 lines.
      *A master that cannot be opened in the old layout stops the
      *run here; a master already cut over reports status 39 and
      *belongs to the standing T2-13-P1 unload instead
           if ws-master-status not = "00"
               move ws-master-status   to ws-no-status
               write print-line        from ws-noopen-line
                 after advancing 2 lines
               perform 900-write-trailer
               close print-file
               stop run
           end-if.
      *Writing the dated backup header
           open output backup-file.
           move spaces                 to bkp-hdr-rec.
           move 'H'                    to bkh-rec-type.
           move ws-sys-date            to bkh-run-date.
           move "T2-13-P4"             to bkh-source.
           write bkp-hdr-rec.
      *Converting the whole master, front to back
           read master-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 100-convert-master-rec
             until ws-eof-flag = 'y'.
           close master-file.
      *Writing the backup trailer the reload proves the file against
           move spaces                 to bkp-trl-rec.
           move 'T'                    to bkt-rec-type.
           move ws-tot-converted       to bkt-rec-count.
           move ws-tot-salary-hash     to bkt-salary-hash.
           write bkp-trl-rec.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Closing the files.
           close backup-file,
             print-file.
      *
           stop run.
      *
       100-convert-master-rec.
      *    Pads one old-layout master record to the current layout
      *    and writes it to the backup; every existing employee
      *    keeps their status and termination date and starts the
      *    new layout with no hire date
           add 1                       to ws-tot-converted.
           if mst-rec (19:5) is numeric
               add mst-salary          to ws-tot-salary-hash
           end-if.
           move 'D'                    to bkp-rec-type.
           move mst-number             to bki-number.
           move mst-name               to bki-name.
           move mst-shift-code         to bki-shift-code.
           move mst-job-class          to bki-job-class.
           move mst-rec (19:5)         to bki-salary.
           move mst-status             to bki-status.
           move mst-term-date          to bki-term-date.
           move spaces                 to bki-hire-date.
           write bkp-rec.
      *
           read master-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       900-write-trailer.
      *    Prints the conversion totals, the same figures the backup
      *    trailer carries, so the operator can eyeball them
           move ws-tot-converted       to ws-tr-converted.
           move ws-tot-salary-hash     to ws-tr-hash.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-converted
             after advancing 2 lines.
           write print-line            from ws-trailer-hash
             after advancing 1 lines.

       end program T2-13-P4.
