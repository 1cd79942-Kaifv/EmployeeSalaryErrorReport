       identification division.
       program-id. T2-16-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will print one pay statement per paid employee
      *from the gross-pay disbursement file T2-05-P1 writes, showing
      *how the gross pay was made up, including any retro arrears
      *paid with it, every deduction taken from it
      *under the operator-maintained deductions table exactly as
      *T2-10-P1 takes them, the net pay, and the year-to-date gross
      *and pay periods, with trailer totals that tie to the T2-05-P1
      *payroll register and the T2-10-P1 net-pay register
       environment division.
       input-output section.
       file-control.
      *Disbursement file position (written by T2-05-P1, wrapped in
      *a header and a count/hash trailer this program reconciles)
           select dsb-file
               assign "../../../../T2-05-P1.DSB"
               organization is line sequential
               file status is ws-dsb-status.
      *Deductions table file position (the same table T2-10-P1
      *applies, so every statement agrees with the net-pay register)
           select ded-file
               assign "../../../../T2-10-P1.DED"
               organization is line sequential
               file status is ws-ded-status.
      *Pay-rate table file position (the one T2-05-P1 pays from),
      *read to tell a prorated base pay from a full one
           select optional rate-file
               assign "../../../../T2-05-P1.RTE"
               organization is line sequential
               file status is ws-rate-status.
      *Keyed employee master file position, read for the name
           select master-file
               assign "../../../../T2-03-P1.MST"
               organization is indexed
               access mode is random
               record key is mst-number
               file status is ws-master-status.
      *Keyed year-to-date earnings file position (updated by
      *T2-05-P1 with this run's gross before the statements print)
           select ytd-file
               assign "../../../../T2-05-P1.YTD"
               organization is indexed
               access mode is random
               record key is ytd-number
               file status is ws-ytd-status.
      *Job-stream status position (written by the T2-19-P1 balancing
      *run; statements go out only for a stream it proved balanced)
           select optional status-file
               assign "../../../../T2-19-P1.STATUS"
               organization is line sequential
               file status is ws-sts-status.
      *Pay statement file position
           select print-file
               assign "../../../../T2-16-P1.out"
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

       fd ded-file
           data record is ded-rec
           record contains 17 characters.
      *Deductions table record: a 'P' record takes a percentage of
      *gross pay, an 'F' record a flat amount; the class column ties
      *the deduction to one job class, or '*' applies it to all

       01 ded-rec.
         05 ded-type                   pic x.
           88 ded-pct-rec                          value 'P'.
           88 ded-flat-rec                         value 'F'.
         05 ded-class                  pic x.
         05 ded-code                   pic x(8).
         05 ded-value                  pic 9(5)v99.
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

       fd master-file
           data record is mst-rec
           record contains 40 characters.
      *Employee master record, keyed on the 6-digit employee number

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

       fd status-file
           data record is sts-rec
           record contains 24 characters.
      *Stream status as T2-19-P1 leaves it for the scheduler

       01 sts-rec.
         05 sts-status                 pic x(8).
         05 sts-run-date               pic x(8).
         05 sts-checks                 pic 9(3).
         05 sts-failed                 pic 9(3).
         05 sts-missing                pic 9(2).
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
      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).

      *Pay date carried in the disbursement header, formatted
      *mm/dd/yyyy for every statement
       01 ws-pay-date.
         05 ws-pay-yyyy                pic x(4).
         05 ws-pay-mm                  pic x(2).
         05 ws-pay-dd                  pic x(2).
       01 ws-pay-date-disp             pic x(10).

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *File statuses; no statement can be printed without the
      *disbursement file, so a missing one stops the run, while a
      *missing master or year-to-date file leaves those lines blank
       01 ws-dsb-status                pic xx.
       01 ws-ded-status                pic xx.
       01 ws-rate-status               pic xx.
       01 ws-master-status             pic xx.
       01 ws-ytd-status                pic xx.
       01 ws-sts-status                pic xx.
       01 ws-stream-ok                 pic x       value 'n'.
       01 ws-master-open               pic x       value 'n'.
       01 ws-ytd-open                  pic x       value 'n'.
       01 ws-ytd-found                 pic x.

      *  Deductions table held in storage, applied in table order
       01 ws-ded-max                   pic 9(2)    value 20.
       01 ws-ded-count                 pic 9(2)    value zero.
       01 ws-ded-idx                   pic 9(2).
       01 ws-ded-table.
         05 ws-ded-entry               occurs 20 times.
           10 ws-dd-type               pic x.
           10 ws-dd-class              pic x.
           10 ws-dd-code               pic x(8).
           10 ws-dd-value              pic 9(5)v99.

      *  Pay-rate table held in storage, one slot per job class 1-5,
      *  loaded exactly as T2-05-P1 loads it
       01 ws-rate-table.
         05 ws-rate-entry              occurs 5 times.
           10 ws-rt-loaded             pic x.
           10 ws-rt-rate               pic 9v99.
       01 ws-rate-idx                  pic 9(6).
       01 ws-class-num                 pic 9.

      *  Base pay as T2-05-P1 paid it, and the full-period base it
      *  would have been; a smaller base paid was prorated
       01 ws-base-pay                  pic 9(7)v99.
       01 ws-full-base                 pic 9(7)v99.

      *  Per-employee deduction work fields; each deduction is
      *  floored at the pay remaining, exactly as T2-10-P1 takes it
       01 ws-ded-amount                pic 9(7)v99.
       01 ws-remaining                 pic 9(7)v99.
       01 ws-emp-ded-total             pic 9(7)v99.
       01 ws-net-pay                   pic 9(7)v99.

      *  The employee in hand, held while the next record is read
      *  to see whether retro arrears follow for the same employee
       01 ws-held-employee.
         05 ws-he-number               pic x(6).
         05 ws-he-job-class            pic x.
         05 ws-he-shift-code           pic x.
         05 ws-he-salary               pic 9(5).
         05 ws-he-ot-pay               pic 9(5)v99.
         05 ws-he-night-pay            pic 9(6)v99.
         05 ws-he-gross-pay            pic 9(7)v99.
         05 ws-he-ot-hours             pic 9(3)v99.
         05 ws-he-retro-pay            pic 9(7)v99.
       01 ws-emp-gross                 pic 9(7)v99.

      *  Batch header/trailer reconciliation; the file is proved
      *  whole in a first pass, before any statement prints
       01 ws-batch-controls.
         05 ws-batch-has-header        pic x       value 'n'.
         05 ws-batch-has-trailer       pic x       value 'n'.
         05 ws-batch-failed            pic x       value 'n'.
         05 ws-trl-rec-count           pic 9(6).
         05 ws-trl-gross-hash          pic 9(9)v99.
         05 ws-ver-rec-count           pic 9(6)    value zero.
         05 ws-file-gross-hash         pic 9(9)v99 value zero.
         05 ws-trl-adj-count           pic 9(6).
         05 ws-trl-adj-hash            pic 9(9)v99.
         05 ws-ver-adj-count           pic 9(6)    value zero.
         05 ws-file-adj-hash           pic 9(9)v99 value zero.

      *  Batch-rejection report lines
       01 ws-batch-reject-line.
         05 filler                     pic x(20)   value
         "** FILE REJECTED - ".
         05 ws-brj-reason              pic x(24).
         05 filler                     pic x(3)    value "**".

      *  Message written when the disbursement file is missing
       01 ws-nofile-line.
         05 filler                     pic x(48)   value
         "** Disbursement File Missing - Run Stopped **".

      *  Message written when the file failed its own controls; no
      *  statement is produced from an unproven file
       01 ws-suppress-line.
         05 filler                     pic x(48)   value
         "** Statements Suppressed - File Not Proven **".

      *  Message written when the balancing run has not proved this
      *  pay date's job stream; the statements wait for a rerun
       01 ws-held-line.
         05 filler                     pic x(48)   value
         "** Statements Held - Job Stream Not Balanced **".

      *  Pay statement lines
       01 ws-stmt-rule.
         05 filler                     pic x(60)   value all "=".
       01 ws-stmt-heading.
         05 filler                     pic x(30)   value
         "Employee Pay Statement".
         05 filler                     pic x(10)   value "Pay Date: ".
         05 ws-sh-date                 pic x(10).
       01 ws-stmt-employee.
         05 filler                     pic x(10)   value "Employee: ".
         05 ws-se-number               pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-se-name                 pic x(10).
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(7)    value "Class: ".
         05 ws-se-class                pic x.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(7)    value "Shift: ".
         05 ws-se-shift                pic x.
       01 ws-stmt-amount-line          value spaces.
         05 filler                     pic x(2).
         05 ws-sa-label                pic x(26).
         05 ws-sa-hours                pic x(14).
         05 ws-sa-amount               pic z,zzz,zz9.99.
       01 ws-stmt-hours.
         05 filler                     pic x(1)    value "(".
         05 ws-sh-hours                pic zz9.99.
         05 filler                     pic x(5)    value " hrs)".
       01 ws-stmt-ytd.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(24)   value
         "Year-To-Date Gross".
         05 ws-sy-gross                pic zzz,zzz,zz9.99.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(14)   value
         "Periods Paid: ".
         05 ws-sy-periods              pic z,zz9.

      *  Statement amount labels
       01 ws-stmt-txt-cnst.
         05 ws-stmt-txt-1              pic x(26)   value
         "Base Pay".
         05 ws-stmt-txt-2              pic x(26)   value
         "Overtime".
         05 ws-stmt-txt-3              pic x(26)   value
         "Night-Shift Differential".
         05 ws-stmt-txt-4              pic x(26)   value
         "Gross Pay".
         05 ws-stmt-txt-5              pic x(26)   value
         "Total Deductions".
         05 ws-stmt-txt-6              pic x(26)   value
         "Net Pay".
         05 ws-stmt-txt-7              pic x(10)   value
         "Not Found".
         05 ws-stmt-txt-8              pic x(26)   value
         "Year-To-Date Not On File".
         05 ws-stmt-txt-9              pic x(26)   value
         "Retro Pay Adjustment".
         05 ws-stmt-txt-10             pic x(14)   value
         "(Prorated)".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-printed             pic 9(6)    value zero.
         05 ws-tot-no-master           pic 9(6)    value zero.
         05 ws-tot-no-ytd              pic 9(6)    value zero.
         05 ws-tot-gross               pic 9(9)v99 value zero.
         05 ws-tot-deds                pic 9(9)v99 value zero.
         05 ws-tot-net                 pic 9(9)v99 value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-printed.
         05 filler                     pic x(24)   value
         "Statements Printed    :".
         05 ws-tr-printed              pic zzz,zz9.
       01 ws-trailer-no-master.
         05 filler                     pic x(24)   value
         "Name Not On Master    :".
         05 ws-tr-no-master            pic zzz,zz9.
       01 ws-trailer-no-ytd.
         05 filler                     pic x(24)   value
         "Year-To-Date Missing  :".
         05 ws-tr-no-ytd               pic zzz,zz9.
       01 ws-trailer-gross.
         05 filler                     pic x(24)   value
         "Total Gross Pay       :".
         05 ws-tr-gross                pic zzz,zzz,zz9.99.
       01 ws-trailer-deds.
         05 filler                     pic x(24)   value
         "Total Deductions      :".
         05 ws-tr-deds                 pic zzz,zzz,zz9.99.
       01 ws-trailer-net.
         05 filler                     pic x(24)   value
         "Total Net Pay         :".
         05 ws-tr-net                  pic zzz,zzz,zz9.99.
      *
       procedure division.
      *
       000-main.
      *Open the files
           open input dsb-file.
           open output print-file.
      *Building the run date
           accept ws-sys-date          from date yyyymmdd.
           string ws-sys-mm            delimited by size
                  "/"                  delimited by size
                  ws-sys-dd            delimited by size
                  "/"                  delimited by size
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
      *A statement run without the disbursement file has nothing to
      *print, so it stops here with a message instead
           if ws-dsb-status not = "00"
               write print-line        from ws-nofile-line
                 after advancing 1 lines
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file
               stop run
           end-if.
      *Proving the disbursement file whole against its own header
      *and trailer before a single statement prints, so a truncated
      *file can never send out a short set of statements
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 105-verify-dsb-rec
             until ws-eof-flag = 'y'.
           close dsb-file.
           perform 910-reconcile-batch.
           if ws-batch-failed = 'y'
               write print-line        from ws-suppress-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file
               stop run
           end-if.
      *Statements go out only once T2-19-P1 has balanced the job
      *stream for this same pay date; a break or a missing status
      *holds them all, so no employee is told of pay never sent
           perform 040-check-stream-status.
           if ws-stream-ok not = 'y'
               write print-line        from ws-held-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close print-file
               stop run
           end-if.
      *Loading the deductions table into storage; a missing table
      *means no deductions, as it does in T2-10-P1
           perform 035-load-deductions.
      *Loading the rate table into storage; a missing table only
      *means no base pay is marked as prorated
           perform 037-load-rates.
      *Opening the master and year-to-date files for reading
           open input master-file.
           if ws-master-status = "00"
               move 'y'                to ws-master-open
           end-if.
           open input ytd-file.
           if ws-ytd-status = "00"
               move 'y'                to ws-ytd-open
           end-if.
      *Printing a statement for every employee on the proven file
           open input dsb-file.
           move 'n'                    to ws-eof-flag.
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 100-process-dsb-rec
             until ws-eof-flag = 'y'.
           close dsb-file.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           if ws-master-open = 'y'
               close master-file
           end-if.
           if ws-ytd-open = 'y'
               close ytd-file
           end-if.
           close print-file.
      *
           stop run.
      *
       040-check-stream-status.
      *    Reads the balancing run's status; only a BALANCED status
      *    dated the disbursement header's pay date releases the run
           move 'n'                    to ws-stream-ok.
           open input status-file.
           if ws-sts-status = "00"
               read status-file
                   at end
                       move spaces     to sts-rec
               end-read
               if sts-status = "BALANCED"
                 and sts-run-date = ws-pay-date
                   move 'y'            to ws-stream-ok
               end-if
               close status-file
           end-if.
      *
       105-verify-dsb-rec.
      *    Counts one record into the verification controls; the
      *    header carries the pay date for every statement
           evaluate true
               when dsb-rec-type = 'H'
                   move 'y'            to ws-batch-has-header
                   move dsh-run-date   to ws-pay-date
                   string ws-pay-mm    delimited by size
                          "/"          delimited by size
                          ws-pay-dd    delimited by size
                          "/"          delimited by size
                          ws-pay-yyyy  delimited by size
                     into ws-pay-date-disp
               when dsb-rec-type = 'T'
                   move 'y'            to ws-batch-has-trailer
                   move dst-rec-count  to ws-trl-rec-count
                   move dst-gross-hash to ws-trl-gross-hash
                   move dst-adj-count  to ws-trl-adj-count
                   move dst-adj-hash   to ws-trl-adj-hash
               when dsb-rec-type = 'D'
                   add 1               to ws-ver-rec-count
                   add dsb-gross-pay   to ws-file-gross-hash
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
       100-process-dsb-rec.
      *    Prints a statement for one employee of the proven file;
      *    retro arrears in an 'A' record right behind the
      *    employee's 'D' record go on the same statement, exactly
      *    as T2-10-P1 pays them as one gross
           if dsb-rec-type = 'D' or dsb-rec-type = 'A'
               perform 150-hold-employee
               read dsb-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               if ws-eof-flag not = 'y'
                 and dsb-rec-type = 'A'
                 and dsb-number = ws-he-number
                 and ws-he-retro-pay = zero
                   add dsb-gross-pay   to ws-he-retro-pay
                   read dsb-file
                       at end
                           move 'y'    to ws-eof-flag
                   end-read
               end-if
               perform 200-print-statement
           else
               read dsb-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
           end-if.
      *
       150-hold-employee.
      *    Holds the employee in hand; retro arrears arriving with
      *    no 'D' record ahead of them still get a statement
           move dsb-number             to ws-he-number.
           move dsb-job-class          to ws-he-job-class.
           move dsb-shift-code         to ws-he-shift-code.
           if dsb-rec-type = 'D'
               move dsb-salary         to ws-he-salary
               move dsb-ot-pay         to ws-he-ot-pay
               move dsb-night-pay      to ws-he-night-pay
               move dsb-gross-pay      to ws-he-gross-pay
               move dsb-ot-hours       to ws-he-ot-hours
               move zero               to ws-he-retro-pay
           else
               move zero               to ws-he-salary
               move zero               to ws-he-ot-pay
               move zero               to ws-he-night-pay
               move zero               to ws-he-gross-pay
               move zero               to ws-he-ot-hours
               move dsb-gross-pay      to ws-he-retro-pay
           end-if.
      *
       035-load-deductions.
      *    Loads the operator's deduction records into storage in
      *    table order, skipping the same records T2-10-P1 skips
           move 'n'                    to ws-eof-flag.
           open input ded-file.
           if ws-ded-status = "00"
               read ded-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 036-load-ded-rec
                 until ws-eof-flag = 'y'
               close ded-file
           end-if.
           move 'n'                    to ws-eof-flag.

       036-load-ded-rec.
      *    Stores one deduction record when it is usable
           if (ded-pct-rec or ded-flat-rec)
             and ded-rec (11:7) is numeric
             and ws-ded-count < ws-ded-max
               add 1                   to ws-ded-count
               move ded-type      to ws-dd-type (ws-ded-count)
               move ded-class     to ws-dd-class (ws-ded-count)
               move ded-code      to ws-dd-code (ws-ded-count)
               move ded-value     to ws-dd-value (ws-ded-count)
           end-if.
           read ded-file
               at end
                   move 'y'            to ws-eof-flag.

       037-load-rates.
      *    Loads the pay-rate table into storage, one slot per class
           perform 038-init-rate-slot
             varying ws-rate-idx from 1 by 1
             until ws-rate-idx > 5.
           move 'n'                    to ws-eof-flag.
           open input rate-file.
           if ws-rate-status = "00"
               read rate-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 039-load-rate-rec
                 until ws-eof-flag = 'y'
               close rate-file
           end-if.
           move 'n'                    to ws-eof-flag.

       038-init-rate-slot.
      *    Marks one rate slot empty before the table is loaded
           move 'n'          to ws-rt-loaded (ws-rate-idx).
           move zero         to ws-rt-rate (ws-rate-idx).

       039-load-rate-rec.
      *    Stores one class rate record, as T2-05-P1 does
           if rte-class-rec
             and rte-class >= '1' and rte-class <= '5'
               move rte-class          to ws-class-num
               move 'y'          to ws-rt-loaded (ws-class-num)
               move rte-rate     to ws-rt-rate (ws-class-num)
           end-if.
           read rate-file
               at end
                   move 'y'            to ws-eof-flag.

       200-print-statement.
      *    Prints one employee's statement: who they are, how the
      *    gross was made up, each deduction, net, and year to date
           add 1                       to ws-tot-printed.
           perform 210-print-statement-head.
      *    How the gross pay was made up; the base pay is what was
      *    paid after overtime and night pay, so the lines add up to
      *    the gross, and one below the full period's base is marked
      *    as prorated, as the payroll register marks it
           compute ws-base-pay
             = ws-he-gross-pay - ws-he-ot-pay - ws-he-night-pay.
           move zero                   to ws-full-base.
           if ws-he-job-class >= '1' and ws-he-job-class <= '5'
               move ws-he-job-class    to ws-class-num
               if ws-rt-loaded (ws-class-num) = 'y'
                   compute ws-full-base
                     = ws-he-salary * ws-rt-rate (ws-class-num)
               end-if
           end-if.
           move ws-stmt-txt-1          to ws-sa-label.
           move spaces                 to ws-sa-hours.
           if ws-base-pay < ws-full-base
               move ws-stmt-txt-10     to ws-sa-hours
           end-if.
           move ws-base-pay            to ws-sa-amount.
           perform 400-write-amount-line.
           move ws-stmt-txt-2          to ws-sa-label.
           move ws-he-ot-hours         to ws-sh-hours.
           move ws-stmt-hours          to ws-sa-hours.
           move ws-he-ot-pay           to ws-sa-amount.
           perform 400-write-amount-line.
           move ws-stmt-txt-3          to ws-sa-label.
           move spaces                 to ws-sa-hours.
           move ws-he-night-pay        to ws-sa-amount.
           perform 400-write-amount-line.
           if ws-he-retro-pay > zero
               move ws-stmt-txt-9      to ws-sa-label
               move ws-he-retro-pay    to ws-sa-amount
               perform 400-write-amount-line
           end-if.
           compute ws-emp-gross
             = ws-he-gross-pay + ws-he-retro-pay.
           move ws-stmt-txt-4          to ws-sa-label.
           move ws-emp-gross           to ws-sa-amount.
           perform 400-write-amount-line.
      *    Each deduction taken, then the total and the net
           move ws-emp-gross           to ws-remaining.
           move zero                   to ws-emp-ded-total.
           perform 220-apply-one-deduction
             varying ws-ded-idx from 1 by 1
             until ws-ded-idx > ws-ded-count.
           compute ws-net-pay
             = ws-emp-gross - ws-emp-ded-total.
           move ws-stmt-txt-5          to ws-sa-label.
           move ws-emp-ded-total       to ws-sa-amount.
           perform 400-write-amount-line.
           move ws-stmt-txt-6          to ws-sa-label.
           move ws-net-pay             to ws-sa-amount.
           perform 400-write-amount-line.
           add ws-emp-gross            to ws-tot-gross.
           add ws-emp-ded-total        to ws-tot-deds.
           add ws-net-pay              to ws-tot-net.
      *    Year to date, as this run left it
           perform 230-print-ytd.

       210-print-statement-head.
      *    Prints the statement's rule, heading, and employee line;
      *    an employee missing from the master still gets their
      *    statement, with the name shown as not found
           move ws-pay-date-disp       to ws-sh-date.
           write print-line            from ws-stmt-rule
             after advancing 3 lines.
           write print-line            from ws-stmt-heading
             after advancing 1 lines.
           move ws-he-number           to ws-se-number.
           move ws-stmt-txt-7          to ws-se-name.
           if ws-master-open = 'y'
               move ws-he-number       to mst-number
               read master-file
                   invalid key
                       add 1           to ws-tot-no-master
                   not invalid key
                       move mst-name   to ws-se-name
               end-read
           else
               add 1                   to ws-tot-no-master
           end-if.
           move ws-he-job-class        to ws-se-class.
           move ws-he-shift-code       to ws-se-shift.
           write print-line            from ws-stmt-employee
             after advancing 2 lines.
           move spaces                 to print-line.
           write print-line
             after advancing 1 lines.

       220-apply-one-deduction.
      *    Takes one deduction when its class column matches this
      *    employee and prints it under its table code; each amount
      *    is floored at the pay remaining, as T2-10-P1 floors it
           move zero                   to ws-ded-amount.
           if ws-dd-class (ws-ded-idx) = '*'
             or ws-dd-class (ws-ded-idx) = ws-he-job-class
               if ws-dd-type (ws-ded-idx) = 'P'
                   compute ws-ded-amount rounded
                     = ws-emp-gross
                     * ws-dd-value (ws-ded-idx) / 100
               else
                   move ws-dd-value (ws-ded-idx)
                                       to ws-ded-amount
               end-if
               if ws-ded-amount > ws-remaining
                   move ws-remaining   to ws-ded-amount
               end-if
               subtract ws-ded-amount  from ws-remaining
               add ws-ded-amount       to ws-emp-ded-total
               move spaces             to ws-sa-label
               string "Less "          delimited by size
                      ws-dd-code (ws-ded-idx)
                                       delimited by size
                 into ws-sa-label
               move spaces             to ws-sa-hours
               move ws-ded-amount      to ws-sa-amount
               perform 400-write-amount-line
           end-if.

       230-print-ytd.
      *    Prints the year-to-date gross and periods paid; a missing
      *    year-to-date record is shown rather than printed as zero
           move 'n'                    to ws-ytd-found.
           if ws-ytd-open = 'y'
               move ws-he-number       to ytd-number
               read ytd-file
                   invalid key
                       move 'n'        to ws-ytd-found
                   not invalid key
                       move 'y'        to ws-ytd-found
               end-read
           end-if.
           if ws-ytd-found = 'y'
               move ytd-gross          to ws-sy-gross
               move ytd-periods        to ws-sy-periods
               write print-line        from ws-stmt-ytd
                 after advancing 2 lines
           else
               add 1                   to ws-tot-no-ytd
               move spaces             to ws-stmt-amount-line
               move ws-stmt-txt-8      to ws-sa-label
               write print-line        from ws-stmt-amount-line
                 after advancing 2 lines
           end-if.

       400-write-amount-line.
      *    Writes one labelled amount line of the statement
           write print-line            from ws-stmt-amount-line
             after advancing 1 lines.

       910-reconcile-batch.
      *    Proves the disbursement file arrived whole: header and
      *    trailer present, and the trailer's count and gross-pay
      *    hash, and its retro adjustment count and hash, matching
      *    what was actually read
           if ws-batch-has-header not = 'y'
               move "No File Header"   to ws-brj-reason
               perform 920-write-batch-reject
           end-if.
           if ws-batch-has-trailer not = 'y'
               move "No File Trailer"  to ws-brj-reason
               perform 920-write-batch-reject
           else
               if ws-trl-rec-count not = ws-ver-rec-count
                   move "Record Count Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
               end-if
               if ws-trl-gross-hash not = ws-file-gross-hash
                   move "Gross Hash Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
               end-if
               if ws-trl-adj-count not = ws-ver-adj-count
                   move "Retro Count Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
               end-if
               if ws-trl-adj-hash not = ws-file-adj-hash
                   move "Retro Hash Mismatch"
                                       to ws-brj-reason
                   perform 920-write-batch-reject
               end-if
           end-if.

       920-write-batch-reject.
      *    Prints one file-rejection reason and marks the run bad
           move 'y'                    to ws-batch-failed.
           write print-line            from ws-batch-reject-line
             after advancing 2 lines.

       900-write-trailer.
      *    Prints the statement totals; Statements Printed ties to
      *    the count paid on the T2-05-P1 register, Total Gross Pay
      *    to Gross Incl Retro Pay there and to Total Gross Pay on
      *    the T2-10-P1 register, and Total Deductions and Total Net Pay
      *    to the T2-10-P1 net-pay register
           move ws-tot-printed         to ws-tr-printed.
           move ws-tot-no-master       to ws-tr-no-master.
           move ws-tot-no-ytd          to ws-tr-no-ytd.
           move ws-tot-gross           to ws-tr-gross.
           move ws-tot-deds            to ws-tr-deds.
           move ws-tot-net             to ws-tr-net.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-printed
             after advancing 2 lines.
           write print-line            from ws-trailer-no-master
             after advancing 1 lines.
           write print-line            from ws-trailer-no-ytd
             after advancing 1 lines.
           write print-line            from ws-trailer-gross
             after advancing 1 lines.
           write print-line            from ws-trailer-deds
             after advancing 1 lines.
           write print-line            from ws-trailer-net
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: statements printed, with the gross pay
      *    and the net pay they show
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-16-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-printed         to rcf-count-1.
           move zero                   to rcf-count-2.
           move zero                   to rcf-count-3.
           move zero                   to rcf-count-4.
           move ws-tot-gross           to rcf-amount-1.
           move ws-tot-net             to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-16-P1.
