       identification division.
       program-id. T2-14-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will read the supervisors' timesheet feed of
      *regular and overtime hours per employee, prove the batch
      *whole against its own header and trailer, edit every sheet
      *against the keyed employee master, load the approved hours
      *into a keyed file T2-05-P1 pays overtime from, and print a
      *report of every rejected sheet with its reason followed by
      *every active employee with no timesheet at all, so missing
      *sheets are chased before pay day rather than after; a sheet
      *for an employee who left inside the pay period is still
      *loaded, so their final pay carries the hours they worked
       environment division.
       input-output section.
       file-control.
      *Timesheet feed file position (supplied by the supervisors,
      *wrapped in a batch header and a count/hours-hash trailer)
           select tsh-file
               assign "../../../../T2-14-P1.TSH"
               organization is line sequential
               file status is ws-tsh-status.
      *Keyed employee master file position; read by key to edit each
      *sheet, then swept front to back for the missing-sheet list
           select master-file
               assign "../../../../T2-03-P1.MST"
               organization is indexed
               access mode is dynamic
               record key is mst-number
               file status is ws-master-status.
      *Keyed approved-hours file position, rebuilt on every run; one
      *record per employee whose sheet passed every edit, which is
      *what T2-05-P1 pays overtime from
           select hours-file
               assign "../../../../T2-14-P1.HRS"
               organization is indexed
               access mode is random
               record key is hrs-number
               file status is ws-hours-status.
      *Pay-period calendar file position (maintained by payroll, one
      *record per pay period), read for the start of the period the
      *batch covers
           select cal-file
               assign "../../../../T2-05-P1.CAL"
               organization is line sequential
               file status is ws-cal-status.
      *Timesheet edit report file position
           select print-file
               assign "../../../../T2-14-P1.out"
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
      *File division

       fd tsh-file
           data record is tsh-rec
           record contains 25 characters.
      *One timesheet: the employee number, the pay-period end date
      *the sheet covers, and the regular and overtime hours worked

       01 tsh-rec.
         05 tsh-rec-type               pic x.
         05 tsh-number                 pic x(6).
         05 tsh-period-date            pic x(8).
         05 tsh-reg-hours              pic 9(3)v99.
         05 tsh-ot-hours               pic 9(3)v99.
      *Timesheet header view, sent first with the pay-period date

       01 tsh-hdr-rec.
         05 tsh-hdr-rec-type           pic x.
         05 tsh-hdr-period-date        pic x(8).
         05 tsh-hdr-source             pic x(8).
         05 filler                     pic x(8).
      *Timesheet trailer view, sent last with the sheet count and
      *the hours hash total (regular plus overtime, every sheet)

       01 tsh-trl-rec.
         05 tsh-trl-rec-type           pic x.
         05 tsh-trl-rec-count          pic 9(6).
         05 tsh-trl-hours-hash         pic 9(7)v99.
         05 filler                     pic x(9).
      *File division

       fd master-file
           data record is mst-rec
           record contains 40 characters.
      *Employee master record, keyed on the 6-digit employee number,
      *as T2-03-P1 maintains it; a terminated employee stays on the
      *master with status 'T' and the date they left

       01 mst-rec.
         05 mst-number                 pic x(6).
         05 mst-name                   pic x(10).
         05 mst-shift-code             pic x.
         05 mst-job-class              pic x.
         05 mst-salary                 pic 99999.
         05 mst-status                 pic x.
           88 mst-active                           value 'A'.
           88 mst-terminated                       value 'T'.
         05 mst-term-date              pic x(8).
         05 mst-hire-date              pic x(8).
      *File division

       fd cal-file
           data record is cal-rec
           record contains 24 characters.
      *One pay period: the first and last day it covers and the day
      *it is paid, each yyyymmdd

       01 cal-rec.
         05 cal-period-start           pic x(8).
         05 cal-period-end             pic x(8).
         05 cal-pay-date               pic x(8).
      *File division

       fd hours-file
           data record is hrs-rec
           record contains 24 characters.
      *Approved-hours record, keyed on the 6-digit employee number
      *like the master: the pay-period date and the approved regular
      *and overtime hours

       01 hrs-rec.
         05 hrs-number                 pic x(6).
         05 hrs-period-date            pic x(8).
         05 hrs-reg-hours              pic 9(3)v99.
         05 hrs-ot-hours               pic 9(3)v99.
      *File division

       fd print-file
           record contains 100 characters
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
      *Heading section
       01 ws-heading1.
         05 filler                     pic x(60)   value
         "Emp#     Period     Reg Hrs  OT Hrs  Reason".
      *               ----+----1----+----2----+----3----+----4----+----

      *Page header, reprinted with each new page
       01 ws-heading2.
         05 filler                     pic x(6)    value "Page: ".
         05 ws-hd-page                 pic zz9.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(22)   value
         "Timesheet Edit Report".

      *Heading for the missing-timesheet section
       01 ws-missing-title.
         05 filler                     pic x(44)   value
         "-- Active Employees With No Timesheet --".
       01 ws-missing-heading.
         05 filler                     pic x(40)   value
         "Emp#     Name        Cls Shf".

      *Pagination controls
       01 ws-page-num                  pic 999     value 1.
       01 ws-line-count                pic 99      value zero.

      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *File statuses; the sheets cannot be edited at all without the
      *master, so a missing master stops the run, while a missing
      *timesheet feed is an empty batch that fails its own controls
       01 ws-tsh-status                pic xx.
       01 ws-master-status             pic xx.
       01 ws-hours-status              pic xx.
       01 ws-cal-status                pic xx.
       01 ws-cal-eof                   pic x.

      *  Start of the pay period the batch covers, found on the
      *  calendar by its end date; with no calendar entry a sheet
      *  for any terminated employee is rejected as before
       01 ws-hdr-period-start          pic x(8)    value spaces.

      *  Hours ceilings; a sheet claiming more than this in one pay
      *  period is a keying error, not a week of heroics, and is
      *  rejected back to the supervisor rather than paid
       01 ws-max-reg-hours             pic 9(3)v99 value 100.00.
       01 ws-max-ot-hours              pic 9(3)v99 value 060.00.

      *  Batch header/trailer reconciliation, the same proof the
      *  nightly run demands of its own feed; a failed batch hands
      *  payroll no approved hours at all
       01 ws-batch-controls.
         05 ws-batch-has-header        pic x       value 'n'.
         05 ws-batch-has-trailer       pic x       value 'n'.
         05 ws-batch-failed            pic x       value 'n'.
         05 ws-hdr-period-date         pic x(8)    value spaces.
         05 ws-trl-rec-count           pic 9(6).
         05 ws-trl-hours-hash          pic 9(7)v99.
         05 ws-batch-hours-hash        pic 9(7)v99 value zero.

      *  Batch-rejection report lines
       01 ws-batch-reject-line.
         05 filler                     pic x(20)   value
         "** BATCH REJECTED - ".
         05 ws-brj-reason              pic x(24).
         05 filler                     pic x(3)    value "**".
       01 ws-batch-cmp-line.
         05 filler                     pic x(15)   value
         "   Trailer Has:".
         05 ws-bcp-trailer             pic zzz,zzz,zz9.99.
         05 filler                     pic x(12)   value
         "  File Has:".
         05 ws-bcp-file                pic zzz,zzz,zz9.99.
       01 ws-suppress-line.
         05 filler                     pic x(48)   value
         "** Approved Hours Suppressed For This Batch **".

      *  Message written when the master cannot be opened
       01 ws-noopen-line.
         05 filler                     pic x(26)   value
         "** Master Open Failed - ".
         05 ws-no-status               pic xx.
         05 filler                     pic x(20)   value
         " - Run Stopped **".

      *Reject reason for the sheet currently being edited; spaces
      *means the sheet passed every edit
       01 ws-reject-reason             pic x(30).

      *Detail line output section
       01 ws-detail-line               value spaces.
         05 ws-dl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-dl-period               pic x(8).
         05 filler                     pic x(4).
         05 ws-dl-reg-hours            pic zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-ot-hours             pic zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-reason               pic x(30).

      *Missing-timesheet line output section
       01 ws-missing-line              value spaces.
         05 ws-ml-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-ml-name                 pic x(10).
         05 filler                     pic x(2).
         05 ws-ml-class                pic x.
         05 filler                     pic x(3).
         05 ws-ml-shift                pic x.

      *  Storing reject messages
       01 ws-reject-txt-cnst.
         05 ws-reject-txt-1            pic x(30)   value
         "Employee Number Invalid".
         05 ws-reject-txt-2            pic x(30)   value
         "Not On Master".
         05 ws-reject-txt-3            pic x(30)   value
         "Employee Terminated".
         05 ws-reject-txt-4            pic x(30)   value
         "Pay Period Mismatch".
         05 ws-reject-txt-5            pic x(30)   value
         "Hours Not Numeric".
         05 ws-reject-txt-6            pic x(30)   value
         "Regular Hours Over Limit".
         05 ws-reject-txt-7            pic x(30)   value
         "Overtime Hours Over Limit".
         05 ws-reject-txt-8            pic x(30)   value
         "Duplicate Timesheet".
         05 ws-reject-txt-9            pic x(30)   value
         "Record Type Invalid".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-read                pic 9(6)    value zero.
         05 ws-tot-approved            pic 9(6)    value zero.
         05 ws-tot-rejected            pic 9(6)    value zero.
         05 ws-tot-reg-hours           pic 9(7)v99 value zero.
         05 ws-tot-ot-hours            pic 9(7)v99 value zero.
         05 ws-tot-active              pic 9(6)    value zero.
         05 ws-tot-missing             pic 9(6)    value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-read.
         05 filler                     pic x(24)   value
         "Timesheets Read       :".
         05 ws-tr-read                 pic zzz,zz9.
       01 ws-trailer-approved.
         05 filler                     pic x(24)   value
         "Timesheets Approved   :".
         05 ws-tr-approved             pic zzz,zz9.
       01 ws-trailer-rejected.
         05 filler                     pic x(24)   value
         "Timesheets Rejected   :".
         05 ws-tr-rejected             pic zzz,zz9.
       01 ws-trailer-reg-hours.
         05 filler                     pic x(24)   value
         "Approved Regular Hours:".
         05 ws-tr-reg-hours            pic z,zzz,zz9.99.
       01 ws-trailer-ot-hours.
         05 filler                     pic x(24)   value
         "Approved Overtime Hrs :".
         05 ws-tr-ot-hours             pic z,zzz,zz9.99.
       01 ws-trailer-active.
         05 filler                     pic x(24)   value
         "Active Employees      :".
         05 ws-tr-active               pic zzz,zz9.
       01 ws-trailer-missing.
         05 filler                     pic x(24)   value
         "No Timesheet On File  :".
         05 ws-tr-missing              pic zzz,zz9.
      *
       procedure division.
      *
       000-main.
      *Open the files; the approved-hours file is rebuilt from
      *scratch on every run, so last period's hours can never be
      *paid again
           open input tsh-file.
           open input master-file.
           open output print-file.
           open output hours-file.
           close hours-file.
           open i-o hours-file.
      *Building the run date for the page headers
           accept ws-sys-date          from date yyyymmdd.
           string ws-sys-mm            delimited by size
                  "/"                  delimited by size
                  ws-sys-dd            delimited by size
                  "/"                  delimited by size
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
           perform 050-print-heading.
      *A master that cannot be opened leaves nothing to edit the
      *sheets against, so the run stops loudly here with the
      *approved-hours file left empty
           if ws-master-status not = "00"
               move ws-master-status   to ws-no-status
               write print-line        from ws-noopen-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file,
                 hours-file
               if ws-tsh-status = "00"
                   close tsh-file
               end-if
               stop run
           end-if.
      *Editing every sheet in the batch
           if ws-tsh-status = "00"
               read tsh-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 100-process-tsh-rec
                 until ws-eof-flag = 'y'
               close tsh-file
           end-if.
      *Reconciling the batch against its header and trailer; a
      *failed batch hands payroll no approved hours, and the
      *missing-sheet list would only repeat the whole master, so it
      *is skipped with the suppression message instead
           perform 910-reconcile-batch.
           if ws-batch-failed = 'y'
               close hours-file
               open output hours-file
               close hours-file
               move zero               to ws-tot-approved
               move zero               to ws-tot-reg-hours
               move zero               to ws-tot-ot-hours
               move 'N'                to ws-step-ok
           else
               perform 300-list-missing-sheets
               close hours-file
           end-if.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close master-file,
             print-file.
      *
           stop run.
      *
       100-process-tsh-rec.
      *    Routes each feed record by type; the header and trailer
      *    carry control data only, every other record is a sheet
           evaluate tsh-rec-type
               when 'H'
                   move 'y'            to ws-batch-has-header
                   move tsh-hdr-period-date
                                       to ws-hdr-period-date
                   perform 110-find-period-start
               when 'T'
                   move 'y'            to ws-batch-has-trailer
                   move tsh-trl-rec-count
                                       to ws-trl-rec-count
                   move tsh-trl-hours-hash
                                       to ws-trl-hours-hash
               when other
                   perform 200-edit-timesheet
           end-evaluate.
      *
           read tsh-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       110-find-period-start.
      *    Reads the calendar for the period ending on the header's
      *    pay-period date, and takes the day it starts
           move spaces                 to ws-hdr-period-start.
           move 'n'                    to ws-cal-eof.
           open input cal-file.
           if ws-cal-status = "00"
               read cal-file
                   at end
                       move 'y'        to ws-cal-eof
               end-read
               perform 115-check-cal-rec
                 until ws-cal-eof = 'y'
               close cal-file
           end-if.

       115-check-cal-rec.
      *    Takes the start of the period whose end date matches
           if cal-rec is numeric
             and cal-period-end = ws-hdr-period-date
               move cal-period-start   to ws-hdr-period-start
           end-if.
           read cal-file
               at end
                   move 'y'            to ws-cal-eof.

       200-edit-timesheet.
      *    Edits one sheet against the master and the hours
      *    ceilings, loads it to the approved-hours file when it is
      *    clean, and reports it as rejected when it is not; the
      *    approved-hours write itself is the duplicate check, so
      *    only an employee's first clean sheet is ever paid
           add 1                       to ws-tot-read.
           move spaces                 to ws-reject-reason.
           if tsh-reg-hours is numeric
               add tsh-reg-hours       to ws-batch-hours-hash
           end-if.
           if tsh-ot-hours is numeric
               add tsh-ot-hours        to ws-batch-hours-hash
           end-if.

           if tsh-rec-type not = 'D'
               move ws-reject-txt-9    to ws-reject-reason
           else
               if tsh-number is not numeric
                   move ws-reject-txt-1 to ws-reject-reason
               else
                   perform 210-edit-against-master
               end-if
           end-if.

           if ws-reject-reason = spaces
               if tsh-period-date not = ws-hdr-period-date
                   move ws-reject-txt-4 to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces
               if tsh-reg-hours is not numeric
                 or tsh-ot-hours is not numeric
                   move ws-reject-txt-5 to ws-reject-reason
               else
                   if tsh-reg-hours > ws-max-reg-hours
                       move ws-reject-txt-6 to ws-reject-reason
                   else
                       if tsh-ot-hours > ws-max-ot-hours
                           move ws-reject-txt-7
                                       to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               perform 220-load-approved-hours
           end-if.

           if ws-reject-reason not = spaces
               perform 400-write-reject-line
           end-if.

       210-edit-against-master.
      *    Rejects a sheet for an employee the master does not hold,
      *    or holds as terminated before the period the batch covers;
      *    a leaver's sheet for the period they left is accepted
           move tsh-number             to mst-number.
           read master-file
               invalid key
                   move ws-reject-txt-2 to ws-reject-reason
               not invalid key
                   if mst-terminated
                       if ws-hdr-period-start = spaces
                         or mst-term-date is not numeric
                         or mst-term-date < ws-hdr-period-start
                           move ws-reject-txt-3
                                       to ws-reject-reason
                       end-if
                   end-if
           end-read.

       220-load-approved-hours.
      *    Writes the clean sheet to the approved-hours file; a
      *    second sheet for the same employee finds the key taken
      *    and is rejected as a duplicate
           move tsh-number             to hrs-number.
           move tsh-period-date        to hrs-period-date.
           move tsh-reg-hours          to hrs-reg-hours.
           move tsh-ot-hours           to hrs-ot-hours.
           write hrs-rec
               invalid key
                   move ws-reject-txt-8 to ws-reject-reason
               not invalid key
                   add 1               to ws-tot-approved
                   add tsh-reg-hours   to ws-tot-reg-hours
                   add tsh-ot-hours    to ws-tot-ot-hours
           end-write.

       300-list-missing-sheets.
      *    Sweeps the whole master front to back and lists every
      *    active employee the approved-hours file holds nothing
      *    for; the master is reopened so the sweep starts at the
      *    first key whatever the edits read last
           close master-file.
           open input master-file.
           write print-line            from ws-missing-title
             after advancing 3 lines.
           write print-line            from ws-missing-heading
             after advancing 2 lines.
           add 5                       to ws-line-count.
           move 'n'                    to ws-eof-flag.
           read master-file next record
               at end
                   move 'y'            to ws-eof-flag.
           perform 310-check-one-master
             until ws-eof-flag = 'y'.

       310-check-one-master.
      *    Lists one active employee when no approved sheet is on
      *    file for them; terminated employees are off the payroll
      *    and need no sheet
           if mst-active
               add 1                   to ws-tot-active
               move mst-number         to hrs-number
               read hours-file
                   invalid key
                       add 1           to ws-tot-missing
                       move spaces     to ws-missing-line
                       move mst-number to ws-ml-number
                       move mst-name   to ws-ml-name
                       move mst-job-class
                                       to ws-ml-class
                       move mst-shift-code
                                       to ws-ml-shift
                       write print-line from ws-missing-line
                         after advancing 1 lines
                       add 1           to ws-line-count
                       if ws-line-count is greater than or equal
                         to 60
                           perform 050-print-heading
                       end-if
               end-read
           end-if.
      *
           read master-file next record
               at end
                   move 'y'            to ws-eof-flag.
      *
       400-write-reject-line.
      *    Prints one rejected sheet with its reason; hours that are
      *    not numeric are left blank rather than edited
           add 1                       to ws-tot-rejected.
           move spaces                 to ws-detail-line.
           move tsh-number             to ws-dl-number.
           move tsh-period-date        to ws-dl-period.
           if tsh-reg-hours is numeric
               move tsh-reg-hours      to ws-dl-reg-hours
           end-if.
           if tsh-ot-hours is numeric
               move tsh-ot-hours       to ws-dl-ot-hours
           end-if.
           move ws-reject-reason       to ws-dl-reason.
           write print-line            from ws-detail-line
             after advancing 1 lines.
           add 1                       to ws-line-count.
           if ws-line-count is greater than or equal to 60
               perform 050-print-heading
           end-if.

       910-reconcile-batch.
      *    Proves the batch arrived whole: header and trailer
      *    present, and the trailer's sheet count and hours hash
      *    matching what was actually read
           if ws-batch-has-header not = 'y'
               move "No Batch Header"  to ws-brj-reason
               perform 920-write-batch-reject
           end-if.
           if ws-batch-has-trailer not = 'y'
               move "No Batch Trailer" to ws-brj-reason
               perform 920-write-batch-reject
           else
               if ws-trl-rec-count not = ws-tot-read
                   move "Record Count Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
                   move ws-trl-rec-count
                                       to ws-bcp-trailer
                   move ws-tot-read    to ws-bcp-file
                   write print-line    from ws-batch-cmp-line
                     after advancing 1 lines
               end-if
               if ws-trl-hours-hash not = ws-batch-hours-hash
                   move "Hours Hash Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
                   move ws-trl-hours-hash
                                       to ws-bcp-trailer
                   move ws-batch-hours-hash
                                       to ws-bcp-file
                   write print-line    from ws-batch-cmp-line
                     after advancing 1 lines
               end-if
           end-if.
           if ws-batch-failed = 'y'
               write print-line        from ws-suppress-line
                 after advancing 2 lines
           end-if.

       920-write-batch-reject.
      *    Prints one batch-rejection reason and marks the batch bad
           move 'y'                    to ws-batch-failed.
           write print-line            from ws-batch-reject-line
             after advancing 2 lines.

       050-print-heading.
      *    Prints the column heading and page header, and starts a
      *    new page
           move ws-page-num            to ws-hd-page.
           move ws-run-date-disp       to ws-hd-date.
           write print-line            from ws-heading2
             after advancing 3 lines.
           write print-line            from ws-heading1
             after advancing 2 lines.
           move zero                   to ws-line-count.
           add 1                       to ws-page-num.

       900-write-trailer.
      *    Prints the edit totals; Timesheets Approved is the number
      *    of employees T2-05-P1 will pay overtime from a sheet for
           move ws-tot-read            to ws-tr-read.
           move ws-tot-approved        to ws-tr-approved.
           move ws-tot-rejected        to ws-tr-rejected.
           move ws-tot-reg-hours       to ws-tr-reg-hours.
           move ws-tot-ot-hours        to ws-tr-ot-hours.
           move ws-tot-active          to ws-tr-active.
           move ws-tot-missing         to ws-tr-missing.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-read
             after advancing 2 lines.
           write print-line            from ws-trailer-approved
             after advancing 1 lines.
           write print-line            from ws-trailer-rejected
             after advancing 1 lines.
           write print-line            from ws-trailer-reg-hours
             after advancing 1 lines.
           write print-line            from ws-trailer-ot-hours
             after advancing 1 lines.
           write print-line            from ws-trailer-active
             after advancing 1 lines.
           write print-line            from ws-trailer-missing
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: sheets read, sheets approved, sheets
      *    rejected, active employees with no sheet, and the approved
      *    regular and overtime hours
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-14-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-approved        to rcf-count-2.
           move ws-tot-rejected        to rcf-count-3.
           move ws-tot-missing         to rcf-count-4.
           move ws-tot-reg-hours       to rcf-amount-1.
           move ws-tot-ot-hours        to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-14-P1.
