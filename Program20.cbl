       identification division.
       program-id. T2-18-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will work out retroactive pay for every master
      *change keyed with an effective date earlier than the day it
      *was applied. For each pay period on the pay-period calendar
      *that was paid at the old figures, it compares what was paid
      *with what should have been paid, using the before and after
      *images on the T2-03-P1 change-history file and the current
      *T2-05-P1 rate table, and it adds the arrears to the keyed
      *adjustment file T2-05-P1 pays from on its next register. The
      *retro report shows period by period how each amount was
      *reached. Only the base pay and the night-shift differential
      *are recalculated; overtime is paid on each period's approved
      *hours at the overtime rate of the job class, so a change that
      *moves the employee to another class is left on the list of
      *changes to be worked out by hand
       environment division.
       input-output section.
       file-control.
      *Master change-history file position (appended to by T2-03-P1
      *and T2-03-P2, read front to back)
           select optional history-file
               assign "../../../../T2-03-P1.HST"
               organization is line sequential
               file status is ws-history-status.
      *Pay-period calendar file position (maintained by payroll, one
      *record per pay period)
           select cal-file
               assign "../../../../T2-05-P1.CAL"
               organization is line sequential
               file status is ws-cal-status.
      *Pay-rate table file position (the one T2-05-P1 pays from)
           select rate-file
               assign "../../../../T2-05-P1.RTE"
               organization is line sequential
               file status is ws-rate-status.
      *Keyed retro adjustment file position, one record per
      *employee owed arrears, paid and removed by T2-05-P1
           select adj-file
               assign "../../../../T2-18-P1.ADJ"
               organization is indexed
               access mode is random
               record key is adj-number
               file status is ws-adj-status.
      *Retro control file position: how many history images earlier
      *retro runs have already worked through, so no change is ever
      *paid twice
           select optional ctl-file
               assign "../../../../T2-18-P1.CTL"
               organization is line sequential
               file status is ws-ctl-status.
      *Retro pay report file position
           select print-file
               assign "../../../../T2-18-P1.out"
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

       fd history-file
           data record is hst-rec
           record contains 65 characters.
      *One master change-history image, as T2-03-P1 and T2-03-P2
      *write it

       01 hst-rec.
         05 hst-number                 pic x(6).
         05 hst-action                 pic x.
         05 hst-source                 pic x(8).
         05 hst-old-name               pic x(10).
         05 hst-old-shift              pic x.
         05 hst-old-class              pic x.
         05 hst-old-salary             pic x(5).
         05 hst-new-name               pic x(10).
         05 hst-new-shift              pic x.
         05 hst-new-class              pic x.
         05 hst-new-salary             pic x(5).
         05 hst-run-date               pic x(8).
         05 hst-eff-date               pic x(8).
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

       fd rate-file
           data record is rte-rec
           record contains 12 characters.
      *Pay-rate table record, as T2-05-P1 reads it

       01 rte-rec.
         05 rte-type                   pic x.
           88 rte-class-rec                        value 'C'.
           88 rte-shift-rec                        value 'S'.
         05 rte-class                  pic x.
         05 rte-rate                   pic 9v99.
         05 rte-ot-hours               pic 999.
         05 rte-ot-rate                pic 99v99.
      *File division

       fd adj-file
           data record is adj-rec
           record contains 26 characters.
      *Arrears owed to one employee, waiting for the next register

       01 adj-rec.
         05 adj-number                 pic x(6).
         05 adj-amount                 pic 9(7)v99.
         05 adj-periods                pic 9(3).
         05 adj-created                pic x(8).
      *File division

       fd ctl-file
           data record is ctl-rec
           record contains 17 characters.
      *History images already worked through, and when

       01 ctl-rec.
         05 ctl-hst-count              pic 9(9).
         05 ctl-run-date               pic x(8).
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
         05 filler                     pic x(56)   value
         "Emp#     Pay Date      Days Old Sal  New Sal        Paid".
         05 filler                     pic x(24)   value
         "         Due     Arrears".
      *               ----+----1----+----2----+----3----+----4----+----

      *Page header, reprinted with each new page
       01 ws-heading2.
         05 filler                     pic x(6)    value "Page: ".
         05 ws-hd-page                 pic zz9.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(24)   value
         "Retroactive Pay Report".

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

      *File statuses; without the calendar, the rate table, or the
      *adjustment file there is nothing safe to work out, so any one
      *missing stops the run before the control file moves on
       01 ws-history-status            pic xx.
       01 ws-cal-status                pic xx.
       01 ws-rate-status               pic xx.
       01 ws-adj-status                pic xx.
       01 ws-ctl-status                pic xx.

      *  History images already worked through by earlier runs, and
      *  the running count of images read this run
       01 ws-hst-skip                  pic 9(9)    value zero.
       01 ws-hst-count                 pic 9(9)    value zero.

      *  Pay-rate table held in storage, one slot per job class 1-5,
      *  loaded exactly as T2-05-P1 loads it
       01 ws-rate-table.
         05 ws-rate-entry              occurs 5 times.
           10 ws-rt-loaded             pic x.
           10 ws-rt-rate               pic 9v99.
       01 ws-rate-idx                  pic 9(6).
       01 ws-class-num                 pic 9.
       01 ws-night-diff-rate           pic 9v99    value zero.

      *  Pay-period calendar held in storage
       01 ws-cal-max                   pic 9(3)    value 120.
       01 ws-cal-count                 pic 9(3)    value zero.
       01 ws-cal-idx                   pic 9(3).
       01 ws-cal-table.
         05 ws-cal-entry               occurs 120 times.
           10 ws-cl-start              pic 9(8).
           10 ws-cl-end                pic 9(8).
           10 ws-cl-pay-date           pic 9(8).

      *  The change being worked out
       01 ws-chg-eff-date              pic 9(8).
       01 ws-chg-run-date              pic 9(8).
       01 ws-old-salary                pic 9(5).
       01 ws-new-salary                pic 9(5).
       01 ws-old-class                 pic x.
       01 ws-new-class                 pic x.
       01 ws-old-shift                 pic x.
       01 ws-new-shift                 pic x.
       01 ws-chg-ok                    pic x.

      *  Per-period gross at the old figures and at the new ones,
      *  worked out the way T2-05-P1 works out base and night pay
       01 ws-old-gross                 pic 9(7)v99.
       01 ws-new-gross                 pic 9(7)v99.
       01 ws-gross-work                pic 9(7)v99.
       01 ws-calc-salary               pic 9(5).
       01 ws-calc-class                pic x.
       01 ws-calc-shift                pic x.

      *  Days of the period at the new figures, out of the days in
      *  the period; a change taking effect part-way through a
      *  period only owes that part of it
       01 ws-from-date                 pic 9(8).
       01 ws-days-owed                 pic 9(5).
       01 ws-days-period               pic 9(5).
       01 ws-period-paid               pic 9(7)v99.
       01 ws-period-due                pic 9(7)v99.
       01 ws-period-arrears            pic s9(7)v99.
       01 ws-chg-arrears               pic s9(7)v99.
       01 ws-chg-periods               pic 9(3).

      *Detail line output section, one per period recalculated
       01 ws-detail-line               value spaces.
         05 ws-dl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-dl-pay-date             pic x(10).
         05 filler                     pic x(1).
         05 ws-dl-days-owed            pic zz9.
         05 ws-dl-slash                pic x.
         05 ws-dl-days-period          pic zz9.
         05 filler                     pic x(2).
         05 ws-dl-old-salary           pic zz,zz9.
         05 filler                     pic x(3).
         05 ws-dl-new-salary           pic zz,zz9.
         05 filler                     pic x(2).
         05 ws-dl-paid                 pic zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-due                  pic zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-arrears              pic zzz,zz9.99-.
       01 ws-date-fmt.
         05 ws-df-yyyy                 pic x(4).
         05 ws-df-mm                   pic x(2).
         05 ws-df-dd                   pic x(2).
       01 ws-date-disp                 pic x(10).

      *  Change heading printed before an employee's periods
       01 ws-change-line.
         05 filler                     pic x(11)   value
         "-- Change ".
         05 ws-cg-number               pic x(6).
         05 filler                     pic x(17)   value
         " Effective ".
         05 ws-cg-eff-date             pic x(10).
         05 filler                     pic x(11)   value
         "  Keyed ".
         05 ws-cg-run-date             pic x(10).
         05 filler                     pic x(3)    value " --".

      *  Employee total line for one change
       01 ws-change-total.
         05 filler                     pic x(9)    value spaces.
         05 ws-ct-label                pic x(30).
         05 filler                     pic x(2)    value spaces.
         05 ws-ct-periods              pic zz9.
         05 filler                     pic x(9)    value " periods ".
         05 ws-ct-arrears              pic zzz,zz9.99-.

      *  Storing report notes
       01 ws-note-txt-cnst.
         05 ws-note-txt-1              pic x(30)   value
         "Arrears Added To Adjustments".
         05 ws-note-txt-2              pic x(30)   value
         "Overpaid - Not Recovered".
         05 ws-note-txt-3              pic x(30)   value
         "No Rate For Job Class".
         05 ws-note-txt-4              pic x(30)   value
         "No Paid Period Affected".
         05 ws-note-txt-5              pic x(30)   value
         "History Image Not Usable".
         05 ws-note-txt-6              pic x(30)   value
         "Class Change - OT By Hand".
         05 ws-note-txt-7              pic x(30)   value
         "No Arrears Due".

      *  Messages written when a file the run needs is missing
       01 ws-nofile-line.
         05 filler                     pic x(3)    value "** ".
         05 ws-nf-file                 pic x(20).
         05 filler                     pic x(25)   value
         " Missing - Run Stopped **".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-read                pic 9(9)    value zero.
         05 ws-tot-skipped             pic 9(9)    value zero.
         05 ws-tot-backdated           pic 9(6)    value zero.
         05 ws-tot-periods             pic 9(6)    value zero.
         05 ws-tot-adjusted            pic 9(6)    value zero.
         05 ws-tot-overpaid            pic 9(6)    value zero.
         05 ws-tot-unusable            pic 9(6)    value zero.
         05 ws-tot-arrears             pic 9(9)v99 value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-read.
         05 filler                     pic x(24)   value
         "History Images Read   :".
         05 ws-tr-read                 pic zzz,zzz,zz9.
       01 ws-trailer-skipped.
         05 filler                     pic x(24)   value
         "Done By Earlier Runs  :".
         05 ws-tr-skipped              pic zzz,zzz,zz9.
       01 ws-trailer-backdated.
         05 filler                     pic x(24)   value
         "Back-Dated Changes    :".
         05 ws-tr-backdated            pic zzz,zz9.
       01 ws-trailer-periods.
         05 filler                     pic x(24)   value
         "Periods Recalculated  :".
         05 ws-tr-periods              pic zzz,zz9.
       01 ws-trailer-adjusted.
         05 filler                     pic x(24)   value
         "Arrears Adjustments   :".
         05 ws-tr-adjusted             pic zzz,zz9.
       01 ws-trailer-overpaid.
         05 filler                     pic x(24)   value
         "Overpaid-Not Recovered:".
         05 ws-tr-overpaid             pic zzz,zz9.
       01 ws-trailer-unusable.
         05 filler                     pic x(24)   value
         "Changes Not Worked Out:".
         05 ws-tr-unusable             pic zzz,zz9.
       01 ws-trailer-arrears.
         05 filler                     pic x(24)   value
         "Total Arrears Added   :".
         05 ws-tr-arrears              pic zzz,zzz,zz9.99.
      *
       procedure division.
      *
       000-main.
      *Open the report
           open output print-file.
      *Building the run date for the page headers
           accept ws-sys-date          from date yyyymmdd.
           string ws-sys-mm            delimited by size
                  "/"                  delimited by size
                  ws-sys-dd            delimited by size
                  "/"                  delimited by size
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
           perform 050-print-heading.
      *Loading the rate table and the pay-period calendar; either
      *one missing stops the run
           open input rate-file.
           if ws-rate-status not = "00"
               move "Rate Table"       to ws-nf-file
               perform 800-stop-run
           end-if.
           perform 020-init-rate-table
             varying ws-rate-idx from 1 by 1
             until ws-rate-idx > 5.
           read rate-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 025-load-rate-rec
             until ws-eof-flag = 'y'.
           close rate-file.
           open input cal-file.
           if ws-cal-status not = "00"
               move "Pay-Period Calendar" to ws-nf-file
               perform 800-stop-run
           end-if.
           move 'n'                    to ws-eof-flag.
           read cal-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 030-load-cal-rec
             until ws-eof-flag = 'y'.
           close cal-file.
      *Opening the adjustment file; one that does not exist yet is
      *created empty first
           open i-o adj-file.
           if ws-adj-status = "35"
               open output adj-file
               close adj-file
               open i-o adj-file
           end-if.
           if ws-adj-status not = "00"
               move "Adjustment File"  to ws-nf-file
               perform 800-stop-run
           end-if.
      *Finding how far earlier runs got through the history file
           perform 040-read-control.
      *Working through the history file
           open input history-file.
           move 'n'                    to ws-eof-flag.
           read history-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 100-process-hst-rec
             until ws-eof-flag = 'y'.
           close history-file.
      *Recording how far this run got, then the trailer
           perform 600-write-control.
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close adj-file,
             print-file.
      *
           stop run.
      *
       020-init-rate-table.
      *    Marks one rate slot empty before the table is loaded
           move 'n'          to ws-rt-loaded (ws-rate-idx).
           move zero         to ws-rt-rate (ws-rate-idx).

       025-load-rate-rec.
      *    Stores one rate-table record, as T2-05-P1 does
           if rte-class-rec
             and rte-class >= '1' and rte-class <= '5'
               move rte-class          to ws-class-num
               move 'y'          to ws-rt-loaded (ws-class-num)
               move rte-rate     to ws-rt-rate (ws-class-num)
           else
               if rte-shift-rec and rte-class = 'N'
                   move rte-rate       to ws-night-diff-rate
               end-if
           end-if.
           read rate-file
               at end
                   move 'y'            to ws-eof-flag.

       030-load-cal-rec.
      *    Stores one pay period; a period with a date that is not
      *    numeric, or that ends before it starts, is left unused
           if cal-rec is numeric
             and cal-period-end not < cal-period-start
             and ws-cal-count < ws-cal-max
               add 1                   to ws-cal-count
               move cal-period-start to ws-cl-start (ws-cal-count)
               move cal-period-end   to ws-cl-end (ws-cal-count)
               move cal-pay-date     to ws-cl-pay-date (ws-cal-count)
           end-if.
           read cal-file
               at end
                   move 'y'            to ws-eof-flag.

       040-read-control.
      *    Reads the count of history images earlier runs worked
      *    through; with no control file yet, every image is new
           move zero                   to ws-hst-skip.
           open input ctl-file.
           if ws-ctl-status = "00"
               read ctl-file
                   at end
                       move zero       to ctl-hst-count
               end-read
               if ctl-hst-count is numeric
                   move ctl-hst-count  to ws-hst-skip
               end-if
               close ctl-file
           end-if.

       100-process-hst-rec.
      *    Skips the images earlier runs already worked through, and
      *    works out any new change keyed after it took effect
           add 1                       to ws-hst-count.
           add 1                       to ws-tot-read.
           if ws-hst-count not > ws-hst-skip
               add 1                   to ws-tot-skipped
           else
               if hst-action = 'C'
                 and hst-eff-date not = spaces
                 and hst-eff-date < hst-run-date
                   perform 200-work-out-change
               end-if
           end-if.
      *
           read history-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       200-work-out-change.
      *    Works out one back-dated change period by period and adds
      *    any arrears to the employee's adjustment record
           add 1                       to ws-tot-backdated.
           perform 210-edit-change.
           perform 250-print-change-heading.
           if ws-chg-ok not = 'y'
               add 1                   to ws-tot-unusable
               perform 400-write-change-total
           else
               move zero               to ws-chg-arrears
               move zero               to ws-chg-periods
               perform 300-work-out-period
                 varying ws-cal-idx from 1 by 1
                 until ws-cal-idx > ws-cal-count
               evaluate true
                   when ws-chg-periods = zero
                       move ws-note-txt-4 to ws-ct-label
                   when ws-chg-arrears > zero
                       perform 500-add-adjustment
                       move ws-note-txt-1 to ws-ct-label
                   when ws-chg-arrears < zero
                       add 1           to ws-tot-overpaid
                       move ws-note-txt-2 to ws-ct-label
                   when other
                       move ws-note-txt-7 to ws-ct-label
               end-evaluate
               perform 400-write-change-total
           end-if.

       210-edit-change.
      *    Takes the before and after figures from the image; dates
      *    and salaries that are not numeric, a job class with no
      *    rate on the table, or a move to another job class, whose
      *    overtime rate differs, leave the change for a person to
      *    work out by hand
           move 'y'                    to ws-chg-ok.
           move ws-note-txt-5          to ws-ct-label.
           if hst-eff-date is not numeric
             or hst-run-date is not numeric
             or hst-old-salary is not numeric
             or hst-new-salary is not numeric
               move 'n'                to ws-chg-ok
           else
               move hst-eff-date       to ws-chg-eff-date
               move hst-run-date       to ws-chg-run-date
               move hst-old-salary     to ws-old-salary
               move hst-new-salary     to ws-new-salary
               move hst-old-class      to ws-old-class
               move hst-new-class      to ws-new-class
               move hst-old-shift      to ws-old-shift
               move hst-new-shift      to ws-new-shift
               move ws-old-salary      to ws-calc-salary
               move ws-old-class       to ws-calc-class
               move ws-old-shift       to ws-calc-shift
               perform 350-period-gross
               move ws-gross-work      to ws-old-gross
               if ws-chg-ok = 'y'
                   move ws-new-salary  to ws-calc-salary
                   move ws-new-class   to ws-calc-class
                   move ws-new-shift   to ws-calc-shift
                   perform 350-period-gross
                   move ws-gross-work  to ws-new-gross
               end-if
               if ws-chg-ok = 'y'
                 and ws-old-class not = ws-new-class
                   move 'n'            to ws-chg-ok
                   move ws-note-txt-6  to ws-ct-label
               end-if
           end-if.

       250-print-change-heading.
      *    Prints the heading line for one back-dated change
           move hst-number             to ws-cg-number.
           move hst-eff-date           to ws-date-fmt.
           perform 260-format-date.
           move ws-date-disp           to ws-cg-eff-date.
           move hst-run-date           to ws-date-fmt.
           perform 260-format-date.
           move ws-date-disp           to ws-cg-run-date.
           write print-line            from ws-change-line
             after advancing 2 lines.
           add 2                       to ws-line-count.

       260-format-date.
      *    Formats the yyyymmdd date held in ws-date-fmt as
      *    mm/dd/yyyy
           string ws-df-mm             delimited by size
                  "/"                  delimited by size
                  ws-df-dd             delimited by size
                  "/"                  delimited by size
                  ws-df-yyyy           delimited by size
             into ws-date-disp.

       300-work-out-period.
      *    A period was paid at the old figures when it was paid
      *    before the change was keyed and ends on or after the day
      *    it took effect; only the days from the effective date on
      *    are owed at the new figures
           if ws-cl-pay-date (ws-cal-idx) < ws-chg-run-date
             and ws-cl-end (ws-cal-idx) not < ws-chg-eff-date
               if ws-chg-eff-date > ws-cl-start (ws-cal-idx)
                   move ws-chg-eff-date to ws-from-date
               else
                   move ws-cl-start (ws-cal-idx) to ws-from-date
               end-if
               compute ws-days-owed
                 = function integer-of-date
                     (ws-cl-end (ws-cal-idx))
                 - function integer-of-date (ws-from-date) + 1
               compute ws-days-period
                 = function integer-of-date
                     (ws-cl-end (ws-cal-idx))
                 - function integer-of-date
                     (ws-cl-start (ws-cal-idx)) + 1
               compute ws-period-paid rounded
                 = ws-old-gross * ws-days-owed / ws-days-period
               compute ws-period-due rounded
                 = ws-new-gross * ws-days-owed / ws-days-period
               compute ws-period-arrears
                 = ws-period-due - ws-period-paid
               add ws-period-arrears   to ws-chg-arrears
               add 1                   to ws-chg-periods
               add 1                   to ws-tot-periods
               move ws-cl-pay-date (ws-cal-idx) to ws-date-fmt
               perform 260-format-date
               move spaces             to ws-detail-line
               move hst-number         to ws-dl-number
               move ws-date-disp       to ws-dl-pay-date
               move "/"                to ws-dl-slash
               move ws-days-owed       to ws-dl-days-owed
               move ws-days-period     to ws-dl-days-period
               move ws-old-salary      to ws-dl-old-salary
               move ws-new-salary      to ws-dl-new-salary
               move ws-period-paid     to ws-dl-paid
               move ws-period-due      to ws-dl-due
               move ws-period-arrears  to ws-dl-arrears
               perform 410-write-detail-line
           end-if.

       350-period-gross.
      *    Works out one period's base and night-shift pay for the
      *    salary, class, and shift in the calc fields, exactly as
      *    T2-05-P1 works them out; a class with no rate marks the
      *    change as one that cannot be worked out
           move zero                   to ws-gross-work.
           if ws-calc-class >= '1' and ws-calc-class <= '5'
               move ws-calc-class      to ws-class-num
           else
               move zero               to ws-class-num
           end-if.
           if ws-class-num = zero
               move 'n'                to ws-chg-ok
               move ws-note-txt-3      to ws-ct-label
           else
               if ws-rt-loaded (ws-class-num) not = 'y'
                   move 'n'            to ws-chg-ok
                   move ws-note-txt-3  to ws-ct-label
               else
                   compute ws-gross-work
                     = ws-calc-salary * ws-rt-rate (ws-class-num)
                   if ws-calc-shift = 'N'
                       compute ws-gross-work = ws-gross-work
                         + (ws-calc-salary * ws-night-diff-rate)
                   end-if
               end-if
           end-if.

       400-write-change-total.
      *    Prints what became of one change
           move ws-chg-periods         to ws-ct-periods.
           move ws-chg-arrears         to ws-ct-arrears.
           if ws-chg-ok not = 'y'
               move zero               to ws-ct-periods
               move zero               to ws-ct-arrears
           end-if.
           write print-line            from ws-change-total
             after advancing 1 lines.
           add 1                       to ws-line-count.
           if ws-line-count is greater than or equal to 60
               perform 050-print-heading
           end-if.

       410-write-detail-line.
      *    Writes the built detail line with a page break at 60 lines
           write print-line            from ws-detail-line
             after advancing 1 lines.
           add 1                       to ws-line-count.
           if ws-line-count is greater than or equal to 60
               perform 050-print-heading
           end-if.

       500-add-adjustment.
      *    Adds the change's arrears to the employee's adjustment
      *    record, starting one when none is waiting
           add 1                       to ws-tot-adjusted.
           add ws-chg-arrears          to ws-tot-arrears.
           move hst-number             to adj-number.
           read adj-file
               invalid key
                   move hst-number     to adj-number
                   move ws-chg-arrears to adj-amount
                   move ws-chg-periods to adj-periods
                   move ws-sys-date    to adj-created
                   write adj-rec
               not invalid key
                   add ws-chg-arrears  to adj-amount
                   add ws-chg-periods  to adj-periods
                   rewrite adj-rec
           end-read.

       600-write-control.
      *    Records how many history images have now been worked
      *    through, so the next run starts after them
           open output ctl-file.
           move ws-hst-count           to ctl-hst-count.
           move ws-sys-date            to ctl-run-date.
           write ctl-rec.
           close ctl-file.

       800-stop-run.
      *    Stops a run that is missing a file it needs; the control
      *    file is left alone, so the next run picks the same
      *    changes up
           write print-line            from ws-nofile-line
             after advancing 2 lines.
           perform 900-write-trailer.
           move 'N'                    to ws-step-ok.
           perform 980-write-run-control.
           close print-file.
           stop run.

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
      *    Prints the retro totals; Total Arrears Added ties to the
      *    Retro Adjustment Pay T2-05-P1 prints when it pays them
           move ws-tot-read            to ws-tr-read.
           move ws-tot-skipped         to ws-tr-skipped.
           move ws-tot-backdated       to ws-tr-backdated.
           move ws-tot-periods         to ws-tr-periods.
           move ws-tot-adjusted        to ws-tr-adjusted.
           move ws-tot-overpaid        to ws-tr-overpaid.
           move ws-tot-unusable        to ws-tr-unusable.
           move ws-tot-arrears         to ws-tr-arrears.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-read
             after advancing 2 lines.
           write print-line            from ws-trailer-skipped
             after advancing 1 lines.
           write print-line            from ws-trailer-backdated
             after advancing 1 lines.
           write print-line            from ws-trailer-periods
             after advancing 1 lines.
           write print-line            from ws-trailer-adjusted
             after advancing 1 lines.
           write print-line            from ws-trailer-overpaid
             after advancing 1 lines.
           write print-line            from ws-trailer-unusable
             after advancing 1 lines.
           write print-line            from ws-trailer-arrears
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: history images read, backdated changes,
      *    employees given arrears, and employees found overpaid, with
      *    the arrears added
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-18-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-backdated       to rcf-count-2.
           move ws-tot-adjusted        to rcf-count-3.
           move ws-tot-overpaid        to rcf-count-4.
           move ws-tot-arrears         to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-18-P1.
