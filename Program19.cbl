       identification division.
       program-id. T2-17-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will void a bad T2-05-P1 payroll run: for the run
      *date named on its parameter file it backs every employee's
      *gross and one pay period out of the year-to-date file, writes
      *a reversing disbursement file with negated amounts for the
      *ledger, and prints a reversal register with the original and
      *reversed totals side by side. Retro arrears paid on the run
      *are backed out of the year-to-date gross too and put back on
      *the T2-18-P1 adjustment file, to be paid again on the next
      *good run. A run already reversed, or one
      *whose year-to-date entries a later run has since overwritten,
      *is refused whole and nothing is touched
       environment division.
       input-output section.
       file-control.
      *Reversal parameter file position: one record carrying the
      *yyyymmdd run date of the run to be voided
           select parm-file
               assign "../../../../T2-17-P1.PARM"
               organization is line sequential
               file status is ws-parm-status.
      *Disbursement file position (the one the bad T2-05-P1 run
      *wrote, proved against its own header and trailer)
           select dsb-file
               assign "../../../../T2-05-P1.DSB"
               organization is line sequential
               file status is ws-dsb-status.
      *Keyed year-to-date earnings file position
           select ytd-file
               assign "../../../../T2-05-P1.YTD"
               organization is indexed
               access mode is random
               record key is ytd-number
               file status is ws-ytd-status.
      *Keyed retro adjustment file position (worked out by T2-18-P1
      *and paid by T2-05-P1); reversed arrears are owed once more
           select adj-file
               assign "../../../../T2-18-P1.ADJ"
               organization is indexed
               access mode is random
               record key is adj-number
               file status is ws-adj-status.
      *Reversing disbursement file position (sent to the ledger,
      *wrapped in a header and a count/hash trailer of its own)
           select rev-file
               assign "../../../../T2-17-P1.DSB"
               organization is line sequential.
      *Reversal log file position; one record per run voided, so
      *the same run can never be reversed twice
           select optional log-file
               assign "../../../../T2-17-P1.LOG"
               organization is line sequential
               file status is ws-log-status.
      *Reversal register file position
           select print-file
               assign "../../../../T2-17-P1.out"
               organization is line sequential.
      *
       data division.
       file section.
      *File division

       fd parm-file
           data record is parm-rec
           record contains 8 characters.
      *Run date of the run to be voided, yyyymmdd

       01 parm-rec                     pic x(8).
      *File division

       fd dsb-file
           data record is dsb-rec
           record contains 48 characters.
      *One disbursement record per paid employee, as T2-05-P1
      *writes it, with the hours the pay was worked out on

       01 dsb-rec.
         05 dsb-rec-type               pic x.
         05 dsb-number                 pic x(6).
         05 dsb-job-class              pic x.
         05 dsb-shift-code             pic x.
         05 dsb-salary                 pic 9(5).
         05 dsb-ot-pay                 pic 9(5)v99.
         05 dsb-night-pay              pic 9(6)v99.
         05 dsb-gross-pay              pic 9(7)v99.
         05 dsb-reg-hours              pic 9(3)v99.
         05 dsb-ot-hours               pic 9(3)v99.
      *Disbursement header view, sent first with the run date

       01 dsb-hdr-rec.
         05 dsh-rec-type               pic x.
         05 dsh-run-date               pic x(8).
         05 dsh-source                 pic x(8).
         05 filler                     pic x(31).
      *Disbursement trailer view, sent last with the record count
      *and the gross-pay hash total, plus the count and hash of the
      *retro adjustment ('A') records paid behind the employees

       01 dsb-trl-rec.
         05 dst-rec-type               pic x.
         05 dst-rec-count              pic 9(6).
         05 dst-gross-hash             pic 9(9)v99.
         05 dst-adj-count              pic 9(6).
         05 dst-adj-hash               pic 9(9)v99.
         05 filler                     pic x(13).
      *File division

       fd ytd-file
           data record is ytd-rec
           record contains 29 characters.
      *Year-to-date earnings record, as T2-05-P1 keeps it

       01 ytd-rec.
         05 ytd-number                 pic x(6).
         05 ytd-gross                  pic 9(9)v99.
         05 ytd-periods                pic 9(4).
         05 ytd-last-paid              pic x(8).
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

       fd rev-file
           data record is rev-rec
           record contains 54 characters.
      *One reversing record per employee on the voided run, the
      *original disbursement record with every amount and hour
      *negated, each sign carried in front of its figure

       01 rev-rec.
         05 rev-rec-type               pic x.
         05 rev-number                 pic x(6).
         05 rev-job-class              pic x.
         05 rev-shift-code             pic x.
         05 rev-salary                 pic s9(5)
                                       sign is leading separate.
         05 rev-ot-pay                 pic s9(5)v99
                                       sign is leading separate.
         05 rev-night-pay              pic s9(6)v99
                                       sign is leading separate.
         05 rev-gross-pay              pic s9(7)v99
                                       sign is leading separate.
         05 rev-reg-hours              pic s9(3)v99
                                       sign is leading separate.
         05 rev-ot-hours               pic s9(3)v99
                                       sign is leading separate.
      *Reversing header view, sent first with the date of the
      *reversal and the run date it voids

       01 rev-hdr-rec.
         05 rvh-rec-type               pic x.
         05 rvh-run-date               pic x(8).
         05 rvh-source                 pic x(8).
         05 rvh-voided-run-date        pic x(8).
         05 filler                     pic x(29).
      *Reversing trailer view, sent last with the record count and
      *the negated gross-pay hash total, and the count and negated
      *hash of the reversed retro adjustment records

       01 rev-trl-rec.
         05 rvt-rec-type               pic x.
         05 rvt-rec-count              pic 9(6).
         05 rvt-gross-hash             pic s9(9)v99
                                       sign is leading separate.
         05 rvt-adj-count              pic 9(6).
         05 rvt-adj-hash               pic s9(9)v99
                                       sign is leading separate.
         05 filler                     pic x(17).
      *File division

       fd log-file
           data record is log-rec
           record contains 34 characters.
      *One voided run: the run date reversed, the date it was
      *reversed on, and the count and gross backed out

       01 log-rec.
         05 log-voided-run-date        pic x(8).
         05 log-reversed-on            pic x(8).
         05 log-rec-count              pic 9(6).
         05 log-gross                  pic 9(9)v99.
         05 filler                     pic x.
      *File division

       fd print-file
           record contains 100 characters
           data record is print-line.
      *
       01 print-line                   pic x(100).

      *Working storage section
       working-storage section.
      *Heading section
       01 ws-heading1.
         05 filler                     pic x(60)   value
         "Emp#     Cls   Orig Gross Reversed Gross        YTD Gross".
      *               ----+----1----+----2----+----3----+----4----+----5

      *Page header, reprinted with each new page
       01 ws-heading2.
         05 filler                     pic x(6)    value "Page: ".
         05 ws-hd-page                 pic zz9.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(25)   value
         "Payroll Reversal Register".
       01 ws-heading3.
         05 filler                     pic x(20)   value
         "Run Being Voided: ".
         05 ws-hd-voided               pic x(10).

      *Pagination controls
       01 ws-page-num                  pic 999     value 1.
       01 ws-line-count                pic 99      value zero.

      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).

      *Run date of the run being voided, from the parameter file
       01 ws-voided-date.
         05 ws-voided-yyyy             pic x(4).
         05 ws-voided-mm               pic x(2).
         05 ws-voided-dd               pic x(2).
       01 ws-voided-date-disp          pic x(10).

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *File statuses
       01 ws-parm-status               pic xx.
       01 ws-dsb-status                pic xx.
       01 ws-ytd-status                pic xx.
       01 ws-log-status                pic xx.
       01 ws-adj-status                pic xx.

      *  Refusal controls; any one reason refuses the whole run, so
      *  the year-to-date file is never left half reversed
       01 ws-refused                   pic x       value 'n'.
      *  A refusal found before the log is passed leaves the
      *  reversing file as it stands; it may hold an earlier run's
      *  reversal not yet posted, which can never be made again
       01 ws-keep-rev-file             pic x       value 'n'.
       01 ws-refuse-line.
         05 filler                     pic x(22)   value
         "** REVERSAL REFUSED - ".
         05 ws-rf-reason               pic x(30).
         05 filler                     pic x(3)    value "**".

      *  Batch header/trailer reconciliation of the disbursement
      *  file being voided
       01 ws-batch-controls.
         05 ws-batch-has-header        pic x       value 'n'.
         05 ws-batch-has-trailer       pic x       value 'n'.
         05 ws-hdr-run-date            pic x(8)    value spaces.
         05 ws-trl-rec-count           pic 9(6).
         05 ws-trl-gross-hash          pic 9(9)v99.
         05 ws-ver-rec-count           pic 9(6)    value zero.
         05 ws-file-gross-hash         pic 9(9)v99 value zero.
         05 ws-trl-adj-count           pic 9(6).
         05 ws-trl-adj-hash            pic 9(9)v99.
         05 ws-ver-adj-count           pic 9(6)    value zero.
         05 ws-file-adj-hash           pic 9(9)v99 value zero.

      *  Employee whose year-to-date entry no longer matches the run
       01 ws-conflict-line             value spaces.
         05 filler                     pic x(4).
         05 ws-cf-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-cf-reason               pic x(30).

      *  Storing refusal messages
       01 ws-refuse-txt-cnst.
         05 ws-refuse-txt-1            pic x(30)   value
         "Run Date Parameter Invalid".
         05 ws-refuse-txt-2            pic x(30)   value
         "Run Already Reversed".
         05 ws-refuse-txt-3            pic x(30)   value
         "Disbursement File Missing".
         05 ws-refuse-txt-4            pic x(30)   value
         "No File Header".
         05 ws-refuse-txt-5            pic x(30)   value
         "No File Trailer".
         05 ws-refuse-txt-6            pic x(30)   value
         "Record Count Mismatch".
         05 ws-refuse-txt-7            pic x(30)   value
         "Gross Hash Mismatch".
         05 ws-refuse-txt-8            pic x(30)   value
         "Run Not On Disbursement File".
         05 ws-refuse-txt-9            pic x(30)   value
         "Year-To-Date File Missing".
         05 ws-refuse-txt-10           pic x(30)   value
         "Year-To-Date Since Overwritten".
         05 ws-refuse-txt-11           pic x(30)   value
         "Retro Count Mismatch".
         05 ws-refuse-txt-12           pic x(30)   value
         "Retro Hash Mismatch".
         05 ws-refuse-txt-13           pic x(30)   value
         "Adjustment File Missing".
         05 ws-conflict-txt-1          pic x(30)   value
         "Not On Year-To-Date File".
         05 ws-conflict-txt-2          pic x(30)   value
         "Paid Again Since This Run".
         05 ws-conflict-txt-3          pic x(30)   value
         "Year-To-Date Below Run Gross".

      *Detail line output section
       01 ws-detail-line               value spaces.
         05 ws-dl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-dl-class                pic x.
         05 filler                     pic x(3).
         05 ws-dl-orig-gross           pic z,zzz,zz9.99.
         05 filler                     pic x(3).
         05 ws-dl-rev-gross            pic z,zzz,zz9.99-.
         05 filler                     pic x(2).
         05 ws-dl-ytd-gross            pic zzz,zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-dl-note                 pic x(9).

      *  Control totals, original and reversed side by side
       01 ws-control-totals.
         05 ws-tot-read                pic 9(6)    value zero.
         05 ws-tot-conflicts           pic 9(6)    value zero.
         05 ws-tot-salary              pic 9(9)v99 value zero.
         05 ws-tot-ot-pay              pic 9(9)v99 value zero.
         05 ws-tot-night-pay           pic 9(9)v99 value zero.
         05 ws-tot-gross               pic 9(9)v99 value zero.
         05 ws-rev-salary              pic s9(9)v99 value zero.
         05 ws-rev-ot-pay              pic s9(9)v99 value zero.
         05 ws-rev-night-pay           pic s9(9)v99 value zero.
         05 ws-rev-gross               pic s9(9)v99 value zero.
         05 ws-rev-count               pic 9(6)    value zero.
         05 ws-tot-adj-count           pic 9(6)    value zero.
         05 ws-tot-adj-pay             pic 9(9)v99 value zero.
         05 ws-rev-adj-count           pic 9(6)    value zero.
         05 ws-rev-adj-pay             pic s9(9)v99 value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(24)   value
         "-- Control Totals --".
         05 filler                     pic x(36)   value
         "      Original         Reversed".
       01 ws-trailer-amount.
         05 ws-ta-label                pic x(24).
         05 ws-ta-orig                 pic zzz,zzz,zz9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-ta-rev                  pic zzz,zzz,zz9.99-.
       01 ws-trailer-count.
         05 ws-tc-label                pic x(24).
         05 filler                     pic x(7)    value spaces.
         05 ws-tc-orig                 pic zzz,zz9.
         05 filler                     pic x(10)   value spaces.
         05 ws-tc-rev                  pic zzz,zz9.
       01 ws-trailer-conflicts.
         05 filler                     pic x(24)   value
         "YTD Conflicts Found   :".
         05 filler                     pic x(7)    value spaces.
         05 ws-tr-conflicts            pic zzz,zz9.

      *  Trailer labels
       01 ws-trailer-txt-cnst.
         05 ws-trailer-txt-1           pic x(24)   value
         "Employees             :".
         05 ws-trailer-txt-2           pic x(24)   value
         "Base Salary           :".
         05 ws-trailer-txt-3           pic x(24)   value
         "Overtime Pay          :".
         05 ws-trailer-txt-4           pic x(24)   value
         "Night-Shift Pay       :".
         05 ws-trailer-txt-5           pic x(24)   value
         "Total Gross Pay       :".
         05 ws-trailer-txt-6           pic x(24)   value
         "Retro Adjustments     :".
         05 ws-trailer-txt-7           pic x(24)   value
         "Retro Adjustment Pay  :".
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
      *Reading the run date to be voided; without a usable one
      *there is nothing safe to reverse
           perform 020-read-parm.
           perform 050-print-heading.
           if ws-refused = 'y'
               perform 930-write-refusal
               move 'y'                to ws-keep-rev-file
               perform 800-refuse-run
           end-if.
      *A run already on the reversal log is never reversed again,
      *and the reversal it left is kept for posting
           perform 030-check-log.
           if ws-refused = 'y'
               perform 930-write-refusal
               move 'y'                to ws-keep-rev-file
               perform 800-refuse-run
           end-if.
      *Proving the disbursement file whole, that it is the run
      *named, and that every employee's year-to-date entry still
      *holds this run's pay, before a single entry is touched
           open input dsb-file.
           if ws-dsb-status not = "00"
               move ws-refuse-txt-3    to ws-rf-reason
               perform 930-write-refusal
               perform 800-refuse-run
           end-if.
           open i-o ytd-file.
           if ws-ytd-status not = "00"
               move ws-refuse-txt-9    to ws-rf-reason
               perform 930-write-refusal
               close dsb-file
               perform 800-refuse-run
           end-if.
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 105-verify-dsb-rec
             until ws-eof-flag = 'y'.
           close dsb-file.
           perform 910-reconcile-batch.
           if ws-tot-conflicts > zero
               move ws-refuse-txt-10   to ws-rf-reason
               perform 930-write-refusal
           end-if.
      *Arrears paid on the run are put back on the adjustment file,
      *so it must be there to take them; one that does not exist
      *yet is created empty first
           if ws-refused not = 'y'
             and ws-ver-adj-count > zero
               open i-o adj-file
               if ws-adj-status = "35"
                   open output adj-file
                   close adj-file
                   open i-o adj-file
               end-if
               if ws-adj-status not = "00"
                   move ws-refuse-txt-13 to ws-rf-reason
                   perform 930-write-refusal
               end-if
           end-if.
           if ws-refused = 'y'
               close ytd-file
               perform 800-refuse-run
           end-if.
      *Reversing the proven run
           open output rev-file.
           move spaces                 to rev-hdr-rec.
           move 'H'                    to rvh-rec-type.
           move ws-sys-date            to rvh-run-date.
           move "T2-17-P1"             to rvh-source.
           move ws-voided-date         to rvh-voided-run-date.
           write rev-hdr-rec.
           open input dsb-file.
           move 'n'                    to ws-eof-flag.
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 100-process-dsb-rec
             until ws-eof-flag = 'y'.
           close dsb-file,
             ytd-file.
           if ws-ver-adj-count > zero
               close adj-file
           end-if.
           move spaces                 to rev-trl-rec.
           move 'T'                    to rvt-rec-type.
           move ws-rev-count           to rvt-rec-count.
           move ws-rev-gross           to rvt-gross-hash.
           move ws-rev-adj-count       to rvt-adj-count.
           move ws-rev-adj-pay         to rvt-adj-hash.
           write rev-trl-rec.
           close rev-file.
      *Logging the run as voided
           perform 600-write-log.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Closing the files.
           close print-file.
      *
           stop run.
      *
       020-read-parm.
      *    Reads the run date to be voided; it must be eight digits
           move spaces                 to ws-voided-date.
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end
                       move spaces     to parm-rec
               end-read
               move parm-rec           to ws-voided-date
               close parm-file
           end-if.
           if ws-voided-date is not numeric
               move ws-refuse-txt-1    to ws-rf-reason
               move 'y'                to ws-refused
               move spaces             to ws-voided-date-disp
           else
               string ws-voided-mm     delimited by size
                      "/"              delimited by size
                      ws-voided-dd     delimited by size
                      "/"              delimited by size
                      ws-voided-yyyy   delimited by size
                 into ws-voided-date-disp
           end-if.

       030-check-log.
      *    Looks for the run date on the reversal log
           move 'n'                    to ws-eof-flag.
           open input log-file.
           if ws-log-status = "00"
               read log-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 035-check-log-rec
                 until ws-eof-flag = 'y'
               close log-file
           end-if.
           move 'n'                    to ws-eof-flag.
           if ws-refused = 'y'
               move ws-refuse-txt-2    to ws-rf-reason
           end-if.

       035-check-log-rec.
      *    Marks the run refused when this log record voided it
           if log-voided-run-date = ws-voided-date
               move 'y'                to ws-refused
           end-if.
           read log-file
               at end
                   move 'y'            to ws-eof-flag.

       105-verify-dsb-rec.
      *    Counts one record into the verification controls and
      *    checks each employee's year-to-date entry against it;
      *    a retro 'A' record rides on the 'D' record ahead of it,
      *    whose check has already proved the employee's entry
           evaluate true
               when dsb-rec-type = 'H'
                   move 'y'            to ws-batch-has-header
                   move dsh-run-date   to ws-hdr-run-date
               when dsb-rec-type = 'T'
                   move 'y'            to ws-batch-has-trailer
                   move dst-rec-count  to ws-trl-rec-count
                   move dst-gross-hash to ws-trl-gross-hash
                   move dst-adj-count  to ws-trl-adj-count
                   move dst-adj-hash   to ws-trl-adj-hash
               when dsb-rec-type = 'D'
                   add 1               to ws-ver-rec-count
                   add dsb-gross-pay   to ws-file-gross-hash
                   perform 110-check-ytd-entry
               when dsb-rec-type = 'A'
                   add 1               to ws-ver-adj-count
                   add dsb-gross-pay   to ws-file-adj-hash
               when other
                   continue
           end-evaluate.
      *
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       110-check-ytd-entry.
      *    The entry must still show this run as the last one paid
      *    and still hold at least this run's gross; anything else
      *    means a later run or a year-start reset has been there
           move spaces                 to ws-cf-reason.
           move dsb-number             to ytd-number.
           read ytd-file
               invalid key
                   move ws-conflict-txt-1 to ws-cf-reason
               not invalid key
                   if ytd-last-paid not = ws-voided-date
                       move ws-conflict-txt-2 to ws-cf-reason
                   else
                       if ytd-gross < dsb-gross-pay
                         or ytd-periods < 1
                           move ws-conflict-txt-3 to ws-cf-reason
                       end-if
                   end-if
           end-read.
           if ws-cf-reason not = spaces
               add 1                   to ws-tot-conflicts
               move dsb-number         to ws-cf-number
               write print-line        from ws-conflict-line
                 after advancing 1 lines
               add 1                   to ws-line-count
               if ws-line-count is greater than or equal to 60
                   perform 050-print-heading
               end-if
           end-if.

       100-process-dsb-rec.
      *    Reverses one record of the proven file; the 'D' records
      *    carry employees and the 'A' records their retro arrears
           evaluate true
               when dsb-rec-type = 'D'
                   perform 200-reverse-employee
               when dsb-rec-type = 'A'
                   perform 210-reverse-adjustment
               when other
                   continue
           end-evaluate.
      *
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       200-reverse-employee.
      *    Backs the employee's gross and one period out of the
      *    year-to-date file and writes the negated disbursement
      *    record; the date paid before this run is not kept, so
      *    the last-paid date is cleared until the next run sets it
           add 1                       to ws-tot-read.
           move dsb-number             to ytd-number.
           read ytd-file
               invalid key
                   continue
               not invalid key
                   subtract dsb-gross-pay from ytd-gross
                   subtract 1          from ytd-periods
                   move spaces         to ytd-last-paid
                   rewrite ytd-rec
           end-read.
           move 'D'                    to rev-rec-type.
           move dsb-number             to rev-number.
           move dsb-job-class          to rev-job-class.
           move dsb-shift-code         to rev-shift-code.
           compute rev-salary          = zero - dsb-salary.
           compute rev-ot-pay          = zero - dsb-ot-pay.
           compute rev-night-pay       = zero - dsb-night-pay.
           compute rev-gross-pay       = zero - dsb-gross-pay.
           compute rev-reg-hours       = zero - dsb-reg-hours.
           compute rev-ot-hours        = zero - dsb-ot-hours.
           write rev-rec.
           add 1                       to ws-rev-count.
           add dsb-salary              to ws-tot-salary.
           add dsb-ot-pay              to ws-tot-ot-pay.
           add dsb-night-pay           to ws-tot-night-pay.
           add dsb-gross-pay           to ws-tot-gross.
           add rev-salary              to ws-rev-salary.
           add rev-ot-pay              to ws-rev-ot-pay.
           add rev-night-pay           to ws-rev-night-pay.
           add rev-gross-pay           to ws-rev-gross.
           move spaces                 to ws-detail-line.
           move dsb-number             to ws-dl-number.
           move dsb-job-class          to ws-dl-class.
           move dsb-gross-pay          to ws-dl-orig-gross.
           move rev-gross-pay          to ws-dl-rev-gross.
           move ytd-gross              to ws-dl-ytd-gross.
           perform 400-write-detail-line.

       210-reverse-adjustment.
      *    Backs retro arrears out of the year-to-date gross without
      *    touching the periods, writes the negated 'A' record, and
      *    owes the arrears to the employee again on the adjustment
      *    file, so the next good run pays them once more
           move dsb-number             to ytd-number.
           read ytd-file
               invalid key
                   continue
               not invalid key
                   if ytd-gross < dsb-gross-pay
                       move zero       to ytd-gross
                   else
                       subtract dsb-gross-pay from ytd-gross
                   end-if
                   rewrite ytd-rec
           end-read.
           move dsb-number             to adj-number.
           read adj-file
               invalid key
                   move dsb-number     to adj-number
                   move dsb-gross-pay  to adj-amount
                   move zero           to adj-periods
                   move ws-sys-date    to adj-created
                   write adj-rec
               not invalid key
                   add dsb-gross-pay   to adj-amount
                   rewrite adj-rec
           end-read.
           move 'A'                    to rev-rec-type.
           move dsb-number             to rev-number.
           move dsb-job-class          to rev-job-class.
           move dsb-shift-code         to rev-shift-code.
           move zero                   to rev-salary.
           move zero                   to rev-ot-pay.
           move zero                   to rev-night-pay.
           compute rev-gross-pay       = zero - dsb-gross-pay.
           move zero                   to rev-reg-hours.
           move zero                   to rev-ot-hours.
           write rev-rec.
           add 1                       to ws-tot-adj-count.
           add dsb-gross-pay           to ws-tot-adj-pay.
           add 1                       to ws-rev-adj-count.
           add rev-gross-pay           to ws-rev-adj-pay.
           move spaces                 to ws-detail-line.
           move dsb-number             to ws-dl-number.
           move dsb-job-class          to ws-dl-class.
           move dsb-gross-pay          to ws-dl-orig-gross.
           move rev-gross-pay          to ws-dl-rev-gross.
           move ytd-gross              to ws-dl-ytd-gross.
           move "Retro Adj"            to ws-dl-note.
           perform 400-write-detail-line.

       600-write-log.
      *    Appends the voided run to the reversal log
           open extend log-file.
           move spaces                 to log-rec.
           move ws-voided-date         to log-voided-run-date.
           move ws-sys-date            to log-reversed-on.
           move ws-rev-count           to log-rec-count.
           move ws-tot-gross           to log-gross.
           write log-rec.
           close log-file.

       800-refuse-run.
      *    Ends a refused run: the reversing file is left empty so
      *    nothing can be posted from it, unless the run was refused
      *    before the log was passed, and the totals show that
      *    nothing was reversed
           if ws-keep-rev-file not = 'y'
               open output rev-file
               close rev-file
           end-if.
           perform 900-write-trailer.
           close print-file.
           stop run.

       910-reconcile-batch.
      *    Proves the disbursement file arrived whole and is the run
      *    named on the parameter file
           if ws-batch-has-header not = 'y'
               move ws-refuse-txt-4    to ws-rf-reason
               perform 930-write-refusal
           else
               if ws-hdr-run-date not = ws-voided-date
                   move ws-refuse-txt-8 to ws-rf-reason
                   perform 930-write-refusal
               end-if
           end-if.
           if ws-batch-has-trailer not = 'y'
               move ws-refuse-txt-5    to ws-rf-reason
               perform 930-write-refusal
           else
               if ws-trl-rec-count not = ws-ver-rec-count
                   move ws-refuse-txt-6 to ws-rf-reason
                   perform 930-write-refusal
               end-if
               if ws-trl-gross-hash not = ws-file-gross-hash
                   move ws-refuse-txt-7 to ws-rf-reason
                   perform 930-write-refusal
               end-if
               if ws-trl-adj-count not = ws-ver-adj-count
                   move ws-refuse-txt-11 to ws-rf-reason
                   perform 930-write-refusal
               end-if
               if ws-trl-adj-hash not = ws-file-adj-hash
                   move ws-refuse-txt-12 to ws-rf-reason
                   perform 930-write-refusal
               end-if
           end-if.

       930-write-refusal.
      *    Prints one refusal reason and marks the run refused
           move 'y'                    to ws-refused.
           write print-line            from ws-refuse-line
             after advancing 2 lines.
           add 2                       to ws-line-count.

       400-write-detail-line.
      *    Writes the built detail line with a page break at 60 lines
           write print-line            from ws-detail-line
             after advancing 1 lines.
           add 1                       to ws-line-count.
           if ws-line-count is greater than or equal to 60
               perform 050-print-heading
           end-if.

       050-print-heading.
      *    Prints the column heading and page header, and starts a
      *    new page
           move ws-page-num            to ws-hd-page.
           move ws-run-date-disp       to ws-hd-date.
           move ws-voided-date-disp    to ws-hd-voided.
           write print-line            from ws-heading2
             after advancing 3 lines.
           write print-line            from ws-heading3
             after advancing 1 lines.
           write print-line            from ws-heading1
             after advancing 2 lines.
           move zero                   to ws-line-count.
           add 1                       to ws-page-num.

       900-write-trailer.
      *    Prints the original run's totals beside the reversed
      *    totals; each reversed figure is the original negated, and
      *    Reversed Total Gross Pay ties to the reversing file's hash
           write print-line            from ws-trailer-title
             after advancing 3 lines.
           move ws-trailer-txt-1       to ws-tc-label.
           move ws-tot-read            to ws-tc-orig.
           move ws-rev-count           to ws-tc-rev.
           write print-line            from ws-trailer-count
             after advancing 2 lines.
           move ws-trailer-txt-2       to ws-ta-label.
           move ws-tot-salary          to ws-ta-orig.
           move ws-rev-salary          to ws-ta-rev.
           write print-line            from ws-trailer-amount
             after advancing 1 lines.
           move ws-trailer-txt-3       to ws-ta-label.
           move ws-tot-ot-pay          to ws-ta-orig.
           move ws-rev-ot-pay          to ws-ta-rev.
           write print-line            from ws-trailer-amount
             after advancing 1 lines.
           move ws-trailer-txt-4       to ws-ta-label.
           move ws-tot-night-pay       to ws-ta-orig.
           move ws-rev-night-pay       to ws-ta-rev.
           write print-line            from ws-trailer-amount
             after advancing 1 lines.
           move ws-trailer-txt-5       to ws-ta-label.
           move ws-tot-gross           to ws-ta-orig.
           move ws-rev-gross           to ws-ta-rev.
           write print-line            from ws-trailer-amount
             after advancing 1 lines.
           move ws-trailer-txt-6       to ws-tc-label.
           move ws-tot-adj-count       to ws-tc-orig.
           move ws-rev-adj-count       to ws-tc-rev.
           write print-line            from ws-trailer-count
             after advancing 2 lines.
           move ws-trailer-txt-7       to ws-ta-label.
           move ws-tot-adj-pay         to ws-ta-orig.
           move ws-rev-adj-pay         to ws-ta-rev.
           write print-line            from ws-trailer-amount
             after advancing 1 lines.
           move ws-tot-conflicts       to ws-tr-conflicts.
           write print-line            from ws-trailer-conflicts
             after advancing 2 lines.

       end program T2-17-P1.
