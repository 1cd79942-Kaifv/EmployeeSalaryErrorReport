      *every employee from the rate and overtime rules for the
      *employee's job class plus the night-shift differential, and
      *print a paginated payroll register whose grand totals tie
      *back to the clean-record counts on the T2-02-P1 report;
      *overtime is paid from each employee's own approved timesheet
      *hours as T2-14-P1 loads them, at the class overtime rate,
      *and any retro arrears T2-18-P1 has worked out for an employee
      *are paid on a separate line beneath their pay; an employee
      *hired or terminated inside the pay period on the pay-period
      *calendar is paid base pay for the days worked in it only,
      *and a leaver's final pay is still produced in the period
      *they leave
       environment division.
       input-output section.
       file-control.
               access mode is random
               record key is ytd-number
               file status is ws-ytd-status.
      *Keyed approved-hours file position (loaded by T2-14-P1 from
      *the supervisors' timesheets), read by key for every employee
      *paid, so overtime is paid on the hours actually worked
           select hours-file
               assign "../../../../T2-14-P1.HRS"
               organization is indexed
               access mode is random
               record key is hrs-number
               file status is ws-hours-status.
      *Keyed retro adjustment file position (arrears worked out by
      *T2-18-P1), read by key for every employee paid; an
      *adjustment paid here is removed so it is never paid twice
           select adj-file
               assign "../../../../T2-18-P1.ADJ"
               organization is indexed
               access mode is random
               record key is adj-number
               file status is ws-adj-status.
      *Pay-period calendar file position (maintained by payroll, one
      *record per pay period); the period being paid is the one
      *paid today, or failing that the one today falls in
           select cal-file
               assign "../../../../T2-05-P1.CAL"
               organization is line sequential
               file status is ws-cal-status.
      *Startup flag requesting the controlled year-start reset of
      *the year-to-date file, so January never inherits December's
      *accumulations
           select today-sort-file
               assign "../../../../T2-05-P1.SR1"
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
           record contains 12 characters.
      *Pay-rate table record; a 'C' record carries the rate factor
      *and overtime rules for one job class, an 'S' record carries
      *the shift differential factor for one shift code; the flat
      *overtime-hours column stays on the 'C' record but is no
      *longer paid from, the hours come from the timesheets

       01 rte-rec.
         05 rte-type                   pic x.
      *File division

       fd print-file
           record contains 120 characters
           data record is print-line.
      *
       01 print-line                   pic x(120).
      *File division

       fd dsb-file
           data record is dsb-rec
           record contains 48 characters.
      *One disbursement record per paid employee: the number, job
      *class, shift, base salary, the overtime and night-shift
      *differential portions, the gross pay, and the regular and
      *overtime hours the pay was worked out on; a retro adjustment
      *follows its employee's 'D' record as an 'A' record carrying
      *the arrears as its gross pay

       01 dsb-rec.
         05 dsb-rec-type               pic x.
         05 dsb-ot-pay                 pic 9(5)v99.
         05 dsb-night-pay              pic 9(6)v99.
         05 dsb-gross-pay              pic 9(7)v99.
         05 dsb-reg-hours              pic 9(3)v99.
         05 dsb-ot-hours               pic 9(3)v99.
      *Disbursement header view, written first with the run date

       01 dsb-hdr-rec.
         05 dsh-rec-type               pic x.
         05 dsh-run-date               pic x(8).
         05 dsh-source                 pic x(8).
         05 filler                     pic x(31).
      *Disbursement trailer view, written last with the record count
      *and the gross-pay hash total, then the count and hash total
      *of the retro adjustment records

       01 dsb-trl-rec.
         05 dst-rec-type               pic x.
         05 dst-rec-count              pic 9(6).
         05 dst-gross-hash             pic 9(9)v99.
         05 dst-adj-count              pic 9(6).
         05 dst-adj-hash               pic 9(9)v99.
         05 filler                     pic x(13).
      *File division

       fd master-flag-file

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

       fd ytd-file
         05 ytd-gross                  pic 9(9)v99.
         05 ytd-periods                pic 9(4).
         05 ytd-last-paid              pic x(8).
      *File division

       fd hours-file
           data record is hrs-rec
           record contains 24 characters.
      *Approved-hours record, as T2-14-P1 loads it: the pay-period
      *date and the approved regular and overtime hours

       01 hrs-rec.
         05 hrs-number                 pic x(6).
         05 hrs-period-date            pic x(8).
         05 hrs-reg-hours              pic 9(3)v99.
         05 hrs-ot-hours               pic 9(3)v99.
      *File division

       fd adj-file
           data record is adj-rec
           record contains 26 characters.
      *Arrears owed to one employee, as T2-18-P1 works them out

       01 adj-rec.
         05 adj-number                 pic x(6).
         05 adj-amount                 pic 9(7)v99.
         05 adj-periods                pic 9(3).
         05 adj-created                pic x(8).
      *Sort division

       sd sort-file
      *Operator-set flag requesting the year-start reset

       01 ws-ytd-reset-rec             pic x.
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
         "Emp#     Name        Cls Shf     Salary        Gross Pay".
         05 filler                     pic x(27)   value
         " Reg Hrs  OT Hrs     OT Pay".
      *               ----+----1----+----2----+----3----+----4----+----

      *Page header, reprinted with each new page
       01 ws-ytdrst-status             pic xx.
       01 ws-ytd-reset-mode            pic x       value 'n'.

      *Approved-hours file controls; a missing file pays nobody any
      *overtime, with a note on the register, rather than falling
      *back to a flat figure nobody worked
       01 ws-hours-status              pic xx.
       01 ws-hours-open                pic x       value 'n'.
       01 ws-hours-found               pic x.
       01 ws-hours-stale               pic x.

      *Retro adjustment file controls; with no adjustment file there
      *is simply nothing owed
       01 ws-adj-status                pic xx.
       01 ws-adj-open                  pic x       value 'n'.

      *Pay-period calendar controls; with no calendar, or no period
      *for today on it, nobody is prorated and every leaver stays
      *off the register as before, with a note on the register
       01 ws-cal-status                pic xx.
       01 ws-period-found              pic x       value 'n'.
       01 ws-period-start              pic 9(8)    value zero.
       01 ws-period-end                pic 9(8)    value zero.
       01 ws-period-days               pic 9(3)    value zero.
       01 ws-paid-today                pic x.

      *  Master-mode merge controls; the sorted extract and the
      *  master sweep both arrive in employee-number order, and a
      *  side that runs out takes high-values as its key so the
         05 wp-shift-code              pic x.
         05 wp-job-class               pic x.
         05 wp-salary                  pic 9(5).
         05 wp-hire-date               pic x(8).
         05 wp-term-date               pic x(8).
      *  'f' when the pay values came from today's feed, 'm' when
      *  they came from the master record
       01 ws-pay-source                pic x.
         05 ws-rate-entry              occurs 5 times.
           10 ws-rt-loaded             pic x.
           10 ws-rt-rate               pic 9v99.
           10 ws-rt-ot-rate            pic 99v99.
       01 ws-rate-idx                  pic 9(6).
       01 ws-class-num                 pic 9.
       01 ws-gross-pay                 pic 9(7)v99.
       01 ws-ot-pay                    pic 9(5)v99.
       01 ws-night-pay                 pic 9(6)v99.
       01 ws-reg-hours                 pic 9(3)v99.
       01 ws-ot-hours                  pic 9(3)v99.

      *  Proration work fields: the first and last day worked inside
      *  the period, and the days counted; 'y' in ws-prorated when
      *  base pay covers only part of the period
       01 ws-prorated                  pic x.
       01 ws-work-from                 pic 9(8).
       01 ws-work-to                   pic 9(8).
       01 ws-days-worked               pic 9(3).
       01 ws-base-pay                  pic 9(7)v99.
       01 ws-off-payroll               pic x.

      *Detail line output section
       01 ws-detail-line               value spaces.
         05 ws-dl-salary               pic zz,zz9.
         05 filler                     pic x(4).
         05 ws-dl-gross                pic z,zzz,zz9.99.
         05 filler                     pic x(7).
         05 ws-dl-reg-hours            pic zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-ot-hours             pic zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-ot-pay               pic zz,zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-note                 pic x(8).
         05 filler                     pic x(2).
         05 ws-dl-prorate              pic x(8).
         05 filler                     pic x(1).
         05 ws-dl-pro-days             pic zz9.
         05 filler                     pic x(1).
         05 ws-dl-pro-of               pic x(2).
         05 filler                     pic x(1).
         05 ws-dl-period-days          pic zz9.
         05 filler                     pic x(1).
         05 ws-dl-pro-unit             pic x(4).

      *  Line printed for an employee whose job class has no rate
      *  record on the table; the employee is left out of the totals
         05 filler                     pic x(27)   value
         "** No Rate For Job Class **".

      *  Line printed under an employee paid a retro adjustment, the
      *  arrears lined up under the Gross Pay column
       01 ws-adj-line                  value spaces.
         05 ws-al-number               pic x(6).
         05 filler                     pic x(2).
         05 filler                     pic x(20)   value
         "Retro Pay Adjustment".
         05 filler                     pic x(11).
         05 ws-al-amount               pic z,zzz,zz9.99.
         05 filler                     pic x(7).
         05 ws-al-periods              pic zz9.
         05 filler                     pic x(8)    value " Periods".

      *  Message written when the rate table itself is missing
       01 ws-notable-line.
         05 filler                     pic x(40)   value
         05 filler                     pic x(44)   value
         "** Year-To-Date File Reset For New Year **".

      *  Message written when the pay-period calendar is missing,
      *  or holds no period for today's run
       01 ws-noperiod-line.
         05 filler                     pic x(56)   value
         "** No Pay Period For Today - Nobody Prorated **".

      *  Message written when the approved-hours file is missing
       01 ws-nohours-line.
         05 filler                     pic x(48)   value
         "** Approved Hours Missing - No Overtime Paid **".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section; the feed/master
      *  split lets accounting tie the feed-paid side back to the
      *  T2-02-P1 control totals even in master-population mode
         05 ws-tot-mst-paid            pic 9(6)    value zero.
         05 ws-tot-norate              pic 9(6)    value zero.
         05 ws-tot-terminated          pic 9(6)    value zero.
         05 ws-tot-final-pay           pic 9(6)    value zero.
         05 ws-tot-prorated            pic 9(6)    value zero.
         05 ws-tot-no-sheet            pic 9(6)    value zero.
         05 ws-tot-stale-sheet         pic 9(6)    value zero.
         05 ws-tot-salary              pic 9(9)    value zero.
         05 ws-tot-ot-hours            pic 9(7)v99 value zero.
         05 ws-tot-ot-pay              pic 9(9)v99 value zero.
         05 ws-tot-gross               pic 9(9)v99 value zero.
         05 ws-tot-adj-count           pic 9(6)    value zero.
         05 ws-tot-adj-pay             pic 9(9)v99 value zero.
         05 ws-tot-gross-incl          pic 9(9)v99 value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(24)   value
         "Terminated - Not Paid :".
         05 ws-tr-terminated           pic zzz,zz9.
       01 ws-trailer-final-pay.
         05 filler                     pic x(24)   value
         "Leavers - Final Pay   :".
         05 ws-tr-final-pay            pic zzz,zz9.
       01 ws-trailer-prorated.
         05 filler                     pic x(24)   value
         "Prorated Base Pay     :".
         05 ws-tr-prorated             pic zzz,zz9.
       01 ws-trailer-no-sheet.
         05 filler                     pic x(24)   value
         "No Timesheet - No OT  :".
         05 ws-tr-no-sheet             pic zzz,zz9.
       01 ws-trailer-stale-sheet.
         05 filler                     pic x(24)   value
         "Stale Sheet - No Hours:".
         05 ws-tr-stale-sheet          pic zzz,zz9.
       01 ws-trailer-salary.
         05 filler                     pic x(24)   value
         "Total Base Salary     :".
         05 ws-tr-salary               pic zzz,zzz,zz9.
       01 ws-trailer-ot-hours.
         05 filler                     pic x(24)   value
         "Total Overtime Hours  :".
         05 ws-tr-ot-hours             pic zzz,zzz,zz9.99.
       01 ws-trailer-ot-pay.
         05 filler                     pic x(24)   value
         "Total Overtime Pay    :".
         05 ws-tr-ot-pay               pic zzz,zzz,zz9.99.
       01 ws-trailer-gross.
         05 filler                     pic x(24)   value
         "Total Gross Pay       :".
         05 ws-tr-gross                pic zzz,zzz,zz9.99.
       01 ws-trailer-adj-count.
         05 filler                     pic x(24)   value
         "Retro Adjustments Paid:".
         05 ws-tr-adj-count            pic zzz,zz9.
       01 ws-trailer-adj-pay.
         05 filler                     pic x(24)   value
         "Retro Adjustment Pay  :".
         05 ws-tr-adj-pay              pic zzz,zzz,zz9.99.
       01 ws-trailer-gross-incl.
         05 filler                     pic x(24)   value
         "Gross Incl Retro Pay  :".
         05 ws-tr-gross-incl           pic zzz,zzz,zz9.99.
      *
       procedure division.
      *
               close ytd-file
               open i-o ytd-file
           end-if.
      *Open the approved-hours file; without it nobody is paid any
      *overtime, and the register says so on its first line
           open input hours-file.
           if ws-hours-status = "00"
               move 'y'                to ws-hours-open
           else
               write print-line        from ws-nohours-line
                 after advancing 1 lines
           end-if.
      *Open the retro adjustment file; an employee paid today with
      *arrears waiting has them paid on the same register
           open i-o adj-file.
           if ws-adj-status = "00"
               move 'y'                to ws-adj-open
           end-if.
      *Building the run date for the page headers
           accept ws-sys-date          from date yyyymmdd.
           string ws-sys-mm            delimited by size
                  "/"                  delimited by size
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
      *Finding the pay period being paid, for the proration
           perform 040-find-pay-period.
           if ws-period-found not = 'y'
               write print-line        from ws-noperiod-line
                 after advancing 1 lines
           end-if.
      *Opening the disbursement file with its header, so downstream
      *always finds a dated, reconcilable file even on an empty run
           move spaces                 to dsb-hdr-rec.
               write print-line        from ws-notable-line
                 after advancing 1 lines
               perform 950-write-dsb-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               if ws-master-open = 'y'
                   close master-file
               end-if
               if ws-hours-open = 'y'
                   close hours-file
               end-if
               if ws-adj-open = 'y'
                   close adj-file
               end-if
               close print-file,
                 dsb-file,
                 ytd-file
           perform 950-write-dsb-trailer.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           if ws-master-open = 'y'
               close master-file
           end-if.
           if ws-hours-open = 'y'
               close hours-file
           end-if.
           if ws-adj-open = 'y'
               close adj-file
           end-if.
           close print-file,
             dsb-file,
             ytd-file.
      *
           stop run.
      *
       040-find-pay-period.
      *    Reads the pay-period calendar for the period being paid:
      *    the one whose pay date is today, or failing that the one
      *    today falls in; a period whose dates are not numeric, or
      *    that ends before it starts, is passed by
           move 'n'                    to ws-period-found.
           move 'n'                    to ws-paid-today.
           open input cal-file.
           if ws-cal-status = "00"
               move 'n'                to ws-eof-flag
               read cal-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 045-check-cal-rec
                 until ws-eof-flag = 'y'
               close cal-file
               move 'n'                to ws-eof-flag
           end-if.
           if ws-period-found = 'y'
               compute ws-period-days
                 = function integer-of-date (ws-period-end)
                 - function integer-of-date (ws-period-start) + 1
           end-if.

       045-check-cal-rec.
      *    Takes a period paid today over any period today falls in
           if cal-rec is numeric
             and cal-period-end not < cal-period-start
               if cal-pay-date = ws-sys-date
                   move 'y'            to ws-period-found
                   move 'y'            to ws-paid-today
                   move cal-period-start to ws-period-start
                   move cal-period-end to ws-period-end
               else
                   if ws-paid-today not = 'y'
                     and cal-period-start not > ws-sys-date
                     and cal-period-end not < ws-sys-date
                       move 'y'        to ws-period-found
                       move cal-period-start to ws-period-start
                       move cal-period-end to ws-period-end
                   end-if
               end-if
           end-if.
           read cal-file
               at end
                   move 'y'            to ws-eof-flag.

       032-check-ytd-reset.
      *    Looks for an operator-set flag requesting the controlled
      *    year-start reset of the year-to-date file
      *    Marks one rate slot empty before the table is loaded
           move 'n'          to ws-rt-loaded (ws-rate-idx).
           move zero         to ws-rt-rate (ws-rate-idx).
           move zero         to ws-rt-ot-rate (ws-rate-idx).

       100-load-rate-rec.
               move rte-class          to ws-class-num
               move 'y'          to ws-rt-loaded (ws-class-num)
               move rte-rate     to ws-rt-rate (ws-class-num)
               move rte-ot-rate  to ws-rt-ot-rate (ws-class-num)
           else
               if rte-shift-rec and rte-class = 'N'
      *
       200-pay-employee.
      *    Pays one employee from today's extract record, unless the
      *    master shows the employee terminated before the period
      *    being paid, in which case they stay off the register with
      *    their own control-total line
           add 1                       to ws-tot-read.
           perform 250-check-termination.
           if ws-pay-source = 't'
      *
       250-check-termination.
      *    Marks the pay source 't' when the master holds this
      *    extract employee as terminated before the period being
      *    paid, and takes the hire and termination dates the pay
      *    is prorated on; with no master open the check is skipped
      *    and the employee pays a full period as before
           move 'f'                    to ws-pay-source.
           move spaces                 to wp-hire-date.
           move spaces                 to wp-term-date.
           if ws-master-open = 'y'
               move val-number         to mst-number
               read master-file
                   invalid key
                       continue
                   not invalid key
                       perform 255-check-off-payroll
                       if ws-off-payroll = 'y'
                           move 't'    to ws-pay-source
                       else
                           perform 260-take-master-dates
                       end-if
               end-read
           end-if.
      *
       255-check-off-payroll.
      *    An employee terminated before the period being paid is
      *    off the payroll; one who left inside the period, or after
      *    it, is still owed the period's final pay. With no period
      *    to measure against, every terminated employee stays off
           move 'n'                    to ws-off-payroll.
           if mst-terminated
               move 'y'                to ws-off-payroll
               if ws-period-found = 'y'
                 and mst-term-date is numeric
                 and mst-term-date not < ws-period-start
                   move 'n'            to ws-off-payroll
               end-if
           end-if.

       260-take-master-dates.
      *    Takes the master's hire date, and the termination date of
      *    a leaver being paid their final pay
           move mst-hire-date          to wp-hire-date.
           if mst-terminated
               move mst-term-date      to wp-term-date
           else
               move spaces             to wp-term-date
           end-if.
      *
       410-read-feed.
      *    Reads the next sorted extract record; an exhausted side
      *    employee pays from the feed (a run taken before the
      *    day's master load still pays everyone), a master-only
      *    employee pays from the master record, and an employee on
      *    both sides pays from today's feed values; a master
      *    employee terminated before the period being paid stays
      *    off the register either way, with their own control-total
      *    line, and a feed-only employee has no dates to prorate on
           evaluate true
               when ws-feed-key < ws-mst-key
                   move spaces         to wp-hire-date
                   move spaces         to wp-term-date
                   move tds-number     to wp-number
                   move tds-name       to wp-name
                   move tds-shift-code to wp-shift-code
                   perform 500-pay-one-employee
                   perform 410-read-feed
               when ws-feed-key > ws-mst-key
                   perform 255-check-off-payroll
                   if ws-off-payroll = 'y'
                       add 1           to ws-tot-terminated
                   else
                       perform 260-take-master-dates
                       move mst-number to wp-number
                       move mst-name   to wp-name
                       move mst-shift-code
                   end-if
                   perform 420-read-master
               when other
                   perform 255-check-off-payroll
                   if ws-off-payroll = 'y'
                       add 1           to ws-tot-terminated
                   else
                       perform 260-take-master-dates
                       move tds-number to wp-number
                       move tds-name   to wp-name
                       move tds-shift-code
           end-evaluate.

       500-pay-one-employee.
      *    Computes one employee's gross pay from the rate factor for
      *    the job class, overtime on the employee's own approved
      *    hours at the class overtime rate, plus the night-shift
      *    differential, and prints the register detail line; the
      *    base pay and the night-shift differential are prorated
      *    for the days worked when the employee was hired or left
      *    inside the period
      *    The extract only ever carries job classes 1-5, but a
      *    damaged file must land on the no-rate line rather than
      *    running the rate-table subscript out of range
           end-if.
           if ws-class-num > zero
             and ws-rt-loaded (ws-class-num) = 'y'
               perform 520-get-approved-hours
               perform 530-work-out-proration
               compute ws-ot-pay
                 = ws-ot-hours
                 * ws-rt-ot-rate (ws-class-num)
               move zero               to ws-night-pay
               if wp-shift-code = 'N'
                   compute ws-night-pay
                     = wp-salary * ws-night-diff-rate
               end-if
               compute ws-base-pay
                 = wp-salary * ws-rt-rate (ws-class-num)
               if ws-prorated = 'y'
                   add 1               to ws-tot-prorated
                   compute ws-base-pay rounded
                     = ws-base-pay * ws-days-worked / ws-period-days
                   compute ws-night-pay rounded
                     = ws-night-pay * ws-days-worked / ws-period-days
               end-if
               compute ws-gross-pay
                 = ws-base-pay + ws-ot-pay + ws-night-pay
               add 1                   to ws-tot-paid
               if wp-term-date is numeric
                   add 1               to ws-tot-final-pay
               end-if
               perform 550-write-dsb-rec
               perform 560-update-ytd
               if ws-pay-source = 'f'
                   add 1               to ws-tot-mst-paid
               end-if
               add wp-salary           to ws-tot-salary
               add ws-ot-hours         to ws-tot-ot-hours
               add ws-ot-pay           to ws-tot-ot-pay
               add ws-gross-pay        to ws-tot-gross
               move spaces             to ws-detail-line
               move wp-number          to ws-dl-number
               move wp-shift-code      to ws-dl-shift
               move wp-salary          to ws-dl-salary
               move ws-gross-pay       to ws-dl-gross
               move ws-reg-hours       to ws-dl-reg-hours
               move ws-ot-hours        to ws-dl-ot-hours
               move ws-ot-pay          to ws-dl-ot-pay
               if ws-hours-stale = 'y'
                   add 1               to ws-tot-stale-sheet
                   move "Stale"        to ws-dl-note
               else
                   if ws-hours-found not = 'y'
                       add 1           to ws-tot-no-sheet
                       move "No Sheet" to ws-dl-note
                   end-if
               end-if
               if ws-prorated = 'y'
                   move "Prorated"     to ws-dl-prorate
                   move ws-days-worked to ws-dl-pro-days
                   move "of"           to ws-dl-pro-of
                   move ws-period-days to ws-dl-period-days
                   move "Days"         to ws-dl-pro-unit
               end-if
               write print-line        from ws-detail-line
                 after advancing 1 lines
               if ws-adj-open = 'y'
                   perform 570-pay-adjustment
               end-if
           else
               add 1                   to ws-tot-norate
               move wp-number          to ws-nr-number
               perform 050-print-heading
           end-if.
      *
       520-get-approved-hours.
      *    Reads this employee's approved timesheet hours by key; an
      *    employee with no approved sheet, or a run with no hours
      *    file at all, is paid no overtime this period; a sheet
      *    approved for some other period than the one being paid is
      *    left over from an earlier run and is never paid again
           move zero                   to ws-reg-hours.
           move zero                   to ws-ot-hours.
           move 'n'                    to ws-hours-found.
           move 'n'                    to ws-hours-stale.
           if ws-hours-open = 'y'
               move wp-number          to hrs-number
               read hours-file
                   invalid key
                       continue
                   not invalid key
                       if ws-period-found = 'y'
                         and hrs-period-date not = ws-period-end
                           move 'y'    to ws-hours-stale
                       else
                           move 'y'    to ws-hours-found
                           move hrs-reg-hours
                                       to ws-reg-hours
                           move hrs-ot-hours
                                       to ws-ot-hours
                       end-if
               end-read
           end-if.

       530-work-out-proration.
      *    Counts the days worked inside the period being paid, from
      *    the later of the period start and the hire date to the
      *    earlier of the period end and the termination date; base
      *    pay is prorated only when that is less than the period
           move 'n'                    to ws-prorated.
           move ws-period-days         to ws-days-worked.
           if ws-period-found = 'y'
               move ws-period-start    to ws-work-from
               move ws-period-end      to ws-work-to
               if wp-hire-date is numeric
                 and wp-hire-date > ws-period-start
                   move wp-hire-date   to ws-work-from
               end-if
               if wp-term-date is numeric
                 and wp-term-date < ws-period-end
                   move wp-term-date   to ws-work-to
               end-if
               if ws-work-from not = ws-period-start
                 or ws-work-to not = ws-period-end
                   move 'y'            to ws-prorated
                   if ws-work-to < ws-work-from
                       move zero       to ws-days-worked
                   else
                       compute ws-days-worked
                         = function integer-of-date (ws-work-to)
                         - function integer-of-date (ws-work-from)
                         + 1
                   end-if
               end-if
           end-if.

       550-write-dsb-rec.
      *    Writes one paid employee's disbursement record with the
      *    overtime and night-differential portions broken out, and
      *    the hours they were worked out on
           move 'D'                    to dsb-rec-type.
           move wp-number              to dsb-number.
           move wp-job-class           to dsb-job-class.
           move ws-ot-pay              to dsb-ot-pay.
           move ws-night-pay           to dsb-night-pay.
           move ws-gross-pay           to dsb-gross-pay.
           move ws-reg-hours           to dsb-reg-hours.
           move ws-ot-hours            to dsb-ot-hours.
           write dsb-rec.

       560-update-ytd.
                   rewrite ytd-rec
           end-read.

       570-pay-adjustment.
      *    Pays any retro arrears waiting for this employee as an
      *    'A' disbursement record right behind their 'D' record,
      *    folds them into the year-to-date gross without counting
      *    another pay period, and removes the adjustment once paid
           move wp-number              to adj-number.
           read adj-file
               invalid key
                   continue
               not invalid key
                   move 'A'            to dsb-rec-type
                   move wp-number      to dsb-number
                   move wp-job-class   to dsb-job-class
                   move wp-shift-code  to dsb-shift-code
                   move zero           to dsb-salary
                   move zero           to dsb-ot-pay
                   move zero           to dsb-night-pay
                   move adj-amount     to dsb-gross-pay
                   move zero           to dsb-reg-hours
                   move zero           to dsb-ot-hours
                   write dsb-rec
                   move wp-number      to ytd-number
                   read ytd-file
                       invalid key
                           continue
                       not invalid key
                           add adj-amount to ytd-gross
                           rewrite ytd-rec
                   end-read
                   add 1               to ws-tot-adj-count
                   add adj-amount      to ws-tot-adj-pay
                   move wp-number      to ws-al-number
                   move adj-amount     to ws-al-amount
                   move adj-periods    to ws-al-periods
                   write print-line    from ws-adj-line
                     after advancing 1 lines
                   add 1               to ws-line-count
                   delete adj-file
           end-read.

       950-write-dsb-trailer.
      *    Writes the disbursement trailer; the record count and the
      *    gross-pay hash total are what downstream proves the file
           move 'T'                    to dst-rec-type.
           move ws-tot-paid            to dst-rec-count.
           move ws-tot-gross           to dst-gross-hash.
           move ws-tot-adj-count       to dst-adj-count.
           move ws-tot-adj-pay         to dst-adj-hash.
           write dsb-trl-rec.

       050-print-heading.
           move ws-tot-mst-paid        to ws-tr-mst-paid.
           move ws-tot-norate          to ws-tr-norate.
           move ws-tot-terminated      to ws-tr-terminated.
           move ws-tot-final-pay       to ws-tr-final-pay.
           move ws-tot-prorated        to ws-tr-prorated.
           move ws-tot-no-sheet        to ws-tr-no-sheet.
           move ws-tot-stale-sheet     to ws-tr-stale-sheet.
           move ws-tot-salary          to ws-tr-salary.
           move ws-tot-ot-hours        to ws-tr-ot-hours.
           move ws-tot-ot-pay          to ws-tr-ot-pay.
           move ws-tot-gross           to ws-tr-gross.
           move ws-tot-adj-count       to ws-tr-adj-count.
           move ws-tot-adj-pay         to ws-tr-adj-pay.
           compute ws-tot-gross-incl = ws-tot-gross + ws-tot-adj-pay.
           move ws-tot-gross-incl      to ws-tr-gross-incl.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
             after advancing 1 lines.
           write print-line            from ws-trailer-terminated
             after advancing 1 lines.
           write print-line            from ws-trailer-final-pay
             after advancing 1 lines.
           write print-line            from ws-trailer-prorated
             after advancing 1 lines.
           write print-line            from ws-trailer-no-sheet
             after advancing 1 lines.
           write print-line            from ws-trailer-stale-sheet
             after advancing 1 lines.
           write print-line            from ws-trailer-salary
             after advancing 1 lines.
           write print-line            from ws-trailer-ot-hours
             after advancing 1 lines.
           write print-line            from ws-trailer-ot-pay
             after advancing 1 lines.
           write print-line            from ws-trailer-gross
             after advancing 1 lines.
           write print-line            from ws-trailer-adj-count
             after advancing 1 lines.
           write print-line            from ws-trailer-adj-pay
             after advancing 1 lines.
           write print-line            from ws-trailer-gross-incl
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: extract records read, employees paid, and
      *    retro adjustments paid, with the gross pay, the retro pay,
      *    and the gross including retro pay
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-05-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-paid            to rcf-count-2.
           move ws-tot-adj-count       to rcf-count-3.
           move zero                   to rcf-count-4.
           move ws-tot-gross           to rcf-amount-1.
           move ws-tot-adj-pay         to rcf-amount-2.
           move ws-tot-gross-incl      to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-05-P1.
