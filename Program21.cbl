       identification division.
       program-id. T2-19-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will balance the nightly job stream from end to
      *end. Every step of the stream appends its control totals to
      *the shared run-control file; this program takes each step's
      *last record for today's run date, matches the steps against
      *each other and against the control records of the files they
      *handed on (the clean-records extract, the disbursement
      *trailer, and the bank payment trailer), and prints a
      *pass/fail balancing report. It leaves a status record the
      *scheduler reads: a stream that does not balance has its bank
      *payment file and paper-cheque list withheld here, and
      *T2-16-P1 holds the pay statements until the stream balances
       environment division.
       input-output section.
       file-control.
      *Shared run-control file position; every step of the nightly
      *stream appends its control totals here for this program to
      *balance, so it is only ever extended
           select optional rcf-file
               assign "../../../../T2-19-P1.RCF"
               organization is line sequential
               file status is ws-rcf-status.
      *Clean-records extract file position (written by T2-02-P1 and
      *extended by T2-06-P1), counted as it stands on disk
           select optional val-file
               assign "../../../../T2-01-P1.VAL"
               organization is line sequential
               file status is ws-val-status.
      *Disbursement file position (written by T2-05-P1), read for
      *its trailer
           select optional dsb-file
               assign "../../../../T2-05-P1.DSB"
               organization is line sequential
               file status is ws-dsb-status.
      *Bank payment file position (written by T2-10-P1), read for
      *its trailer and emptied when the stream does not balance
           select optional bpf-file
               assign "../../../../T2-10-P1.BPF"
               organization is line sequential
               file status is ws-bpf-status.
      *Paper-cheque exception list file position (written by
      *T2-10-P1), emptied when the stream does not balance
           select optional cheque-file
               assign "../../../../T2-10-P1.CHQ"
               organization is line sequential.
      *Run-status interface record for the scheduler; BALANCED lets
      *the bank file and the pay statements go out, BROKEN holds them
           select status-file
               assign "../../../../T2-19-P1.STATUS"
               organization is line sequential.
      *Balancing report file position
           select print-file
               assign "../../../../T2-19-P1.out"
               organization is line sequential.
      *
       data division.
       file section.
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
      *File division

       fd val-file
           data record is val-rec
           record contains 23 characters.
      *Clean-records extract, as T2-02-P1 writes it

       01 val-rec.
         05 val-number                 pic x(6).
         05 val-name                   pic x(10).
         05 val-shift-code             pic x.
         05 val-job-class              pic x.
         05 val-salary                 pic 99999.
      *File division

       fd dsb-file
           data record is dsb-rec
           record contains 48 characters.
      *Disbursement record; only the record type is looked at here

       01 dsb-rec.
         05 dsb-rec-type               pic x.
         05 filler                     pic x(47).
      *Disbursement trailer view, with the record count and the
      *gross-pay hash total, and the retro adjustment count and hash

       01 dsb-trl-rec.
         05 dst-rec-type               pic x.
         05 dst-rec-count              pic 9(6).
         05 dst-gross-hash             pic 9(9)v99.
         05 dst-adj-count              pic 9(6).
         05 dst-adj-hash               pic 9(9)v99.
         05 filler                     pic x(13).
      *File division

       fd bpf-file
           data record is bpf-rec
           record contains 43 characters.
      *Bank payment record; only the record type is looked at here

       01 bpf-rec.
         05 bpf-rec-type               pic x.
         05 filler                     pic x(42).
      *Bank payment trailer view, with the credit count and the
      *amount hash total

       01 bpf-trl-rec.
         05 bpt-rec-type               pic x.
         05 bpt-rec-count              pic 9(6).
         05 bpt-amount-hash            pic 9(9)v99.
         05 filler                     pic x(25).
      *File division

       fd cheque-file
           record contains 80 characters
           data record is cheque-line.
      *
       01 cheque-line                  pic x(80).
      *File division

       fd status-file
           data record is sts-rec
           record contains 24 characters.
      *Stream status the scheduler reads before the bank file and
      *the pay statements are released

       01 sts-rec.
         05 sts-status                 pic x(8).
         05 sts-run-date               pic x(8).
         05 sts-checks                 pic 9(3).
         05 sts-failed                 pic 9(3).
         05 sts-missing                pic 9(2).
      *File division

       fd print-file
           record contains 132 characters
           data record is print-line.
      *
       01 print-line                   pic x(132).

      *Working storage section
       working-storage section.
      *Heading section
       01 ws-heading1.
         05 filler                     pic x(60)   value
         "Program   Ended    Count 1   Count 2   Count 3   Count 4".
         05 filler                     pic x(57)   value
         "       Amount 1           Amount 2           Amount 3".

       01 ws-heading3.
         05 filler                     pic x(44)   value
         "Check".
         05 filler                     pic x(38)   value
         "          This Side         Other Side".
         05 filler                     pic x(10)   value
         "    Result".

      *Page header, reprinted with each new page
       01 ws-heading2.
         05 filler                     pic x(6)    value "Page: ".
         05 ws-hd-page                 pic zz9.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(27)   value
         "Job-Stream Balancing Report".

      *Section titles
       01 ws-steps-title.
         05 filler                     pic x(30)   value
         "-- Steps Recorded --".
       01 ws-checks-title.
         05 filler                     pic x(30)   value
         "-- Balancing Checks --".

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

      *File statuses
       01 ws-rcf-status                pic xx.
       01 ws-val-status                pic xx.
       01 ws-dsb-status                pic xx.
       01 ws-bpf-status                pic xx.

      *  Each step's last control record for today's run date; a
      *  step run twice keeps the record of its later run
       01 ws-step-max                  pic 9(2)    value 20.
       01 ws-step-count                pic 9(2)    value zero.
       01 ws-step-idx                  pic 9(2).
       01 ws-step-table.
         05 ws-step-entry              occurs 20 times.
           10 ws-st-program            pic x(8).
           10 ws-st-ok                 pic x.
           10 ws-st-count-1            pic 9(7).
           10 ws-st-count-2            pic 9(7).
           10 ws-st-count-3            pic 9(7).
           10 ws-st-count-4            pic 9(7).
           10 ws-st-amount-1           pic 9(11)v99.
           10 ws-st-amount-2           pic 9(11)v99.
           10 ws-st-amount-3           pic 9(11)v99.

      *  Step look-up: the program wanted, and the slot it is in;
      *  zero means the step has no record for today
       01 ws-find-program              pic x(8).
       01 ws-find-idx                  pic 9(2).

      *  Slots of the steps the checks are made between
       01 ws-ix-validate               pic 9(2).
       01 ws-ix-suspense               pic 9(2).
       01 ws-ix-load                   pic 9(2).
       01 ws-ix-payroll                pic 9(2).
       01 ws-ix-netpay                 pic 9(2).

      *  A step with no record for today is read as all zeroes, so
      *  its checks still print; the missing step is itself a break
       01 ws-empty-step.
         05 ws-es-count                pic 9(7)    value zero.
         05 ws-es-amount               pic 9(11)v99 value zero.

      *  Control records of the files handed down the stream, as
      *  they stand on disk now
       01 ws-file-controls.
         05 ws-val-count               pic 9(7)    value zero.
         05 ws-dsb-count               pic 9(7)    value zero.
         05 ws-dsb-gross               pic 9(11)v99 value zero.
         05 ws-dsb-adj-count           pic 9(7)    value zero.
         05 ws-dsb-adj-hash            pic 9(11)v99 value zero.
         05 ws-dsb-has-trailer         pic x       value 'n'.
         05 ws-bpf-count               pic 9(7)    value zero.
         05 ws-bpf-amount              pic 9(11)v99 value zero.
         05 ws-bpf-has-trailer         pic x       value 'n'.

      *  The check in hand: what it compares, and both sides
       01 ws-ck-desc                   pic x(44).
       01 ws-ck-left-count             pic 9(9).
       01 ws-ck-right-count            pic 9(9).
       01 ws-ck-left-amount            pic 9(11)v99.
       01 ws-ck-right-amount           pic 9(11)v99.
       01 ws-ck-result                 pic x(4).

      *Step line output section, one per step recorded
       01 ws-step-line                 value spaces.
         05 ws-sl-program              pic x(8).
         05 filler                     pic x(2).
         05 ws-sl-ok                   pic x(6).
         05 filler                     pic x(1).
         05 ws-sl-count-1              pic z,zzz,zz9.
         05 filler                     pic x(1).
         05 ws-sl-count-2              pic z,zzz,zz9.
         05 filler                     pic x(1).
         05 ws-sl-count-3              pic z,zzz,zz9.
         05 filler                     pic x(1).
         05 ws-sl-count-4              pic z,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-sl-amount-1             pic zz,zzz,zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-sl-amount-2             pic zz,zzz,zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-sl-amount-3             pic zz,zzz,zzz,zz9.99.

      *  Line written for a required step with no record for today
       01 ws-missing-line              value spaces.
         05 ws-ml-program              pic x(8).
         05 filler                     pic x(2).
         05 filler                     pic x(44)   value
         "** Step Not Run For This Run Date **".

      *Check line output sections, counts and amounts
       01 ws-check-count-line          value spaces.
         05 ws-cc-desc                 pic x(44).
         05 filler                     pic x(8).
         05 ws-cc-left                 pic zzz,zzz,zz9.
         05 filler                     pic x(8).
         05 ws-cc-right                pic zzz,zzz,zz9.
         05 filler                     pic x(4).
         05 ws-cc-result               pic x(4).
       01 ws-check-amount-line         value spaces.
         05 ws-ca-desc                 pic x(44).
         05 filler                     pic x(2).
         05 ws-ca-left                 pic zz,zzz,zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-ca-right                pic zz,zzz,zzz,zz9.99.
         05 filler                     pic x(4).
         05 ws-ca-result               pic x(4).

      *  Storing the check descriptions
       01 ws-check-txt-cnst.
         05 ws-check-txt-1             pic x(44)   value
         "T2-02-P1 Clean + T2-06-P1 Released vs VAL".
         05 ws-check-txt-2             pic x(44)   value
         "Extract On File vs T2-03-P1 Read".
         05 ws-check-txt-3             pic x(44)   value
         "T2-03-P1 Read vs Adds + Updates + Skipped".
         05 ws-check-txt-4             pic x(44)   value
         "Extract On File vs T2-05-P1 Read".
         05 ws-check-txt-5             pic x(44)   value
         "T2-05-P1 Paid vs DSB Trailer Count".
         05 ws-check-txt-6             pic x(44)   value
         "T2-05-P1 Gross vs DSB Trailer Gross Hash".
         05 ws-check-txt-7             pic x(44)   value
         "T2-05-P1 Retro Count vs DSB Trailer".
         05 ws-check-txt-8             pic x(44)   value
         "T2-05-P1 Retro Pay vs DSB Trailer".
         05 ws-check-txt-9             pic x(44)   value
         "T2-05-P1 Paid vs T2-10-P1 Employees".
         05 ws-check-txt-10            pic x(44)   value
         "T2-05-P1 Gross Incl Retro vs T2-10-P1 Gross".
         05 ws-check-txt-11            pic x(44)   value
         "T2-10-P1 Bank Transfers vs BPF Trailer".
         05 ws-check-txt-12            pic x(44)   value
         "T2-10-P1 Bank Amount vs BPF Trailer Hash".
         05 ws-check-txt-13            pic x(44)   value
         "Steps Ended Failed".

      *  Message lines for the end of the report
       01 ws-withheld-line.
         05 filler                     pic x(72)   value
         "** Stream Not Balanced - Bank Payment File And Cheque List Wit
      -    "hheld **".
       01 ws-held-line.
         05 filler                     pic x(60)   value
         "** Pay Statements Held Until The Stream Balances **".

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-steps               pic 9(3)    value zero.
         05 ws-tot-missing             pic 9(2)    value zero.
         05 ws-tot-step-failed         pic 9(3)    value zero.
         05 ws-tot-checks              pic 9(3)    value zero.
         05 ws-tot-passed              pic 9(3)    value zero.
         05 ws-tot-failed              pic 9(3)    value zero.
       01 ws-stream-status             pic x(8)    value spaces.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-steps.
         05 filler                     pic x(24)   value
         "Steps Recorded        :".
         05 ws-tr-steps                pic zzz,zz9.
       01 ws-trailer-missing.
         05 filler                     pic x(24)   value
         "Required Steps Missing:".
         05 ws-tr-missing              pic zzz,zz9.
       01 ws-trailer-checks.
         05 filler                     pic x(24)   value
         "Checks Made           :".
         05 ws-tr-checks               pic zzz,zz9.
       01 ws-trailer-passed.
         05 filler                     pic x(24)   value
         "Checks Passed         :".
         05 ws-tr-passed               pic zzz,zz9.
       01 ws-trailer-failed.
         05 filler                     pic x(24)   value
         "Checks Failed         :".
         05 ws-tr-failed               pic zzz,zz9.
       01 ws-trailer-status.
         05 filler                     pic x(24)   value
         "Stream Status         :".
         05 filler                     pic x       value space.
         05 ws-tr-status               pic x(8).
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
      *Loading every step's last control record for today
           perform 020-load-steps.
      *Taking the control records of the files handed on
           perform 030-count-extract.
           perform 035-read-dsb-trailer.
           perform 040-read-bpf-trailer.
      *Listing the steps recorded, and any required step missing
           write print-line            from ws-steps-title
             after advancing 2 lines.
           write print-line            from ws-heading1
             after advancing 2 lines.
           add 4                       to ws-line-count.
           perform 100-print-step
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count.
           move "T2-02-P1"             to ws-find-program.
           perform 110-require-step.
           move ws-find-idx            to ws-ix-validate.
           move "T2-06-P1"             to ws-find-program.
           perform 110-require-step.
           move ws-find-idx            to ws-ix-suspense.
           move "T2-03-P1"             to ws-find-program.
           perform 110-require-step.
           move ws-find-idx            to ws-ix-load.
           move "T2-05-P1"             to ws-find-program.
           perform 110-require-step.
           move ws-find-idx            to ws-ix-payroll.
           move "T2-10-P1"             to ws-find-program.
           perform 110-require-step.
           move ws-find-idx            to ws-ix-netpay.
      *Matching the steps against each other
           write print-line            from ws-checks-title
             after advancing 3 lines.
           write print-line            from ws-heading3
             after advancing 2 lines.
           add 5                       to ws-line-count.
           perform 200-make-checks.
      *Setting the stream status; a break anywhere in the chain
      *withholds the bank payment file and the cheque list, so
      *neither credits nor cheques worked out from a stream that
      *does not balance are ever issued
           if ws-tot-failed = zero
             and ws-tot-missing = zero
               move "BALANCED"         to ws-stream-status
           else
               move "BROKEN"           to ws-stream-status
               open output bpf-file
               close bpf-file
               open output cheque-file
               close cheque-file
               write print-line        from ws-withheld-line
                 after advancing 2 lines
               write print-line        from ws-held-line
                 after advancing 1 lines
           end-if.
           perform 600-write-status.
           perform 980-write-run-control.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Closing the files.
           close print-file.
      *
           stop run.
      *
       020-load-steps.
      *    Reads the shared run-control file front to back, keeping
      *    each step's latest record for today's run date
           move 'n'                    to ws-eof-flag.
           open input rcf-file.
           if ws-rcf-status = "00"
               read rcf-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 025-load-step-rec
                 until ws-eof-flag = 'y'
               close rcf-file
           end-if.
           move 'n'                    to ws-eof-flag.

       025-load-step-rec.
      *    Stores one control record of today's run over any earlier
      *    one for the same step; records of other days, any record
      *    whose totals are not numeric, and the records of this run
      *    and of the T2-16-P1 statements it releases, are passed by
           if rcf-run-date = ws-sys-date
             and rcf-rec (18:67) is numeric
             and rcf-program not = "T2-19-P1"
             and rcf-program not = "T2-16-P1"
               move rcf-program        to ws-find-program
               perform 150-find-step
               if ws-find-idx = zero
                 and ws-step-count < ws-step-max
                   add 1               to ws-step-count
                   move ws-step-count  to ws-find-idx
               end-if
               if ws-find-idx > zero
                   move rcf-program  to ws-st-program (ws-find-idx)
                   move rcf-step-ok  to ws-st-ok (ws-find-idx)
                   move rcf-count-1  to ws-st-count-1 (ws-find-idx)
                   move rcf-count-2  to ws-st-count-2 (ws-find-idx)
                   move rcf-count-3  to ws-st-count-3 (ws-find-idx)
                   move rcf-count-4  to ws-st-count-4 (ws-find-idx)
                   move rcf-amount-1 to ws-st-amount-1 (ws-find-idx)
                   move rcf-amount-2 to ws-st-amount-2 (ws-find-idx)
                   move rcf-amount-3 to ws-st-amount-3 (ws-find-idx)
               end-if
           end-if.
           read rcf-file
               at end
                   move 'y'            to ws-eof-flag.

       030-count-extract.
      *    Counts the records on the clean-records extract as it
      *    stands after T2-06-P1 has released into it
           move 'n'                    to ws-eof-flag.
           open input val-file.
           if ws-val-status = "00"
               read val-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 031-count-val-rec
                 until ws-eof-flag = 'y'
               close val-file
           end-if.
           move 'n'                    to ws-eof-flag.

       031-count-val-rec.
      *    Counts one extract record
           add 1                       to ws-val-count.
           read val-file
               at end
                   move 'y'            to ws-eof-flag.

       035-read-dsb-trailer.
      *    Takes the count and hash totals off the disbursement
      *    trailer
           move 'n'                    to ws-eof-flag.
           open input dsb-file.
           if ws-dsb-status = "00"
               read dsb-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 036-read-dsb-rec
                 until ws-eof-flag = 'y'
               close dsb-file
           end-if.
           move 'n'                    to ws-eof-flag.

       036-read-dsb-rec.
      *    Holds the trailer's controls when this is the trailer
           if dsb-rec-type = 'T'
               move 'y'                to ws-dsb-has-trailer
               move dst-rec-count      to ws-dsb-count
               move dst-gross-hash     to ws-dsb-gross
               move dst-adj-count      to ws-dsb-adj-count
               move dst-adj-hash       to ws-dsb-adj-hash
           end-if.
           read dsb-file
               at end
                   move 'y'            to ws-eof-flag.

       040-read-bpf-trailer.
      *    Takes the credit count and amount hash off the bank
      *    payment trailer
           move 'n'                    to ws-eof-flag.
           open input bpf-file.
           if ws-bpf-status = "00"
               read bpf-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 041-read-bpf-rec
                 until ws-eof-flag = 'y'
               close bpf-file
           end-if.
           move 'n'                    to ws-eof-flag.

       041-read-bpf-rec.
      *    Holds the trailer's controls when this is the trailer
           if bpf-rec-type = 'T'
               move 'y'                to ws-bpf-has-trailer
               move bpt-rec-count      to ws-bpf-count
               move bpt-amount-hash    to ws-bpf-amount
           end-if.
           read bpf-file
               at end
                   move 'y'            to ws-eof-flag.

       100-print-step.
      *    Prints one step's control record; a step that did not
      *    reach a good end of its own is a break in the stream
           add 1                       to ws-tot-steps.
           move spaces                 to ws-step-line.
           move ws-st-program (ws-step-idx) to ws-sl-program.
           if ws-st-ok (ws-step-idx) = 'Y'
               move "Good"             to ws-sl-ok
           else
               move "Failed"           to ws-sl-ok
               add 1                   to ws-tot-step-failed
           end-if.
           move ws-st-count-1 (ws-step-idx)  to ws-sl-count-1.
           move ws-st-count-2 (ws-step-idx)  to ws-sl-count-2.
           move ws-st-count-3 (ws-step-idx)  to ws-sl-count-3.
           move ws-st-count-4 (ws-step-idx)  to ws-sl-count-4.
           move ws-st-amount-1 (ws-step-idx) to ws-sl-amount-1.
           move ws-st-amount-2 (ws-step-idx) to ws-sl-amount-2.
           move ws-st-amount-3 (ws-step-idx) to ws-sl-amount-3.
           write print-line            from ws-step-line
             after advancing 1 lines.
           perform 400-count-line.

       110-require-step.
      *    Finds a step the checks depend on; one with no record for
      *    today is listed as not run
           perform 150-find-step.
           if ws-find-idx = zero
               add 1                   to ws-tot-missing
               move ws-find-program    to ws-ml-program
               write print-line        from ws-missing-line
                 after advancing 1 lines
               perform 400-count-line
           end-if.

       150-find-step.
      *    Looks the step up in the table; zero when it is not there
           move zero                   to ws-find-idx.
           perform 155-match-step
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count
               or ws-find-idx > zero.

       155-match-step.
      *    Notes the slot when it holds the step looked for
           if ws-st-program (ws-step-idx) = ws-find-program
               move ws-step-idx        to ws-find-idx
           end-if.

       200-make-checks.
      *    Makes every check between the steps, in stream order:
      *    T2-02-P1 counts clean records, T2-06-P1 counts records
      *    released from suspense, T2-03-P1 counts extract records
      *    read, added, updated, and skipped as terminated, T2-05-P1
      *    counts extract records read, employees paid, and retro
      *    adjustments with the gross, retro and gross-with-retro
      *    amounts, and T2-10-P1 counts employees and bank transfers
      *    with the gross, net and bank amounts
           if ws-ix-validate > zero
               move ws-st-count-3 (ws-ix-validate)
                                       to ws-ck-left-count
           else
               move ws-es-count        to ws-ck-left-count
           end-if.
           if ws-ix-suspense > zero
               add ws-st-count-2 (ws-ix-suspense)
                                       to ws-ck-left-count
           end-if.
           move ws-val-count           to ws-ck-right-count.
           move ws-check-txt-1         to ws-ck-desc.
           perform 500-check-count.

           move ws-val-count           to ws-ck-left-count.
           move ws-es-count            to ws-ck-right-count.
           if ws-ix-load > zero
               move ws-st-count-1 (ws-ix-load)
                                       to ws-ck-right-count
           end-if.
           move ws-check-txt-2         to ws-ck-desc.
           perform 500-check-count.

           move ws-es-count            to ws-ck-left-count.
           move ws-es-count            to ws-ck-right-count.
           if ws-ix-load > zero
               move ws-st-count-1 (ws-ix-load)
                                       to ws-ck-left-count
               compute ws-ck-right-count
                 = ws-st-count-2 (ws-ix-load)
                 + ws-st-count-3 (ws-ix-load)
                 + ws-st-count-4 (ws-ix-load)
           end-if.
           move ws-check-txt-3         to ws-ck-desc.
           perform 500-check-count.

           move ws-val-count           to ws-ck-left-count.
           move ws-es-count            to ws-ck-right-count.
           if ws-ix-payroll > zero
               move ws-st-count-1 (ws-ix-payroll)
                                       to ws-ck-right-count
           end-if.
           move ws-check-txt-4         to ws-ck-desc.
           perform 500-check-count.

           move ws-es-count            to ws-ck-left-count.
           if ws-ix-payroll > zero
               move ws-st-count-2 (ws-ix-payroll)
                                       to ws-ck-left-count
           end-if.
           move ws-dsb-count           to ws-ck-right-count.
           move ws-check-txt-5         to ws-ck-desc.
           perform 500-check-count.

           move ws-es-amount           to ws-ck-left-amount.
           if ws-ix-payroll > zero
               move ws-st-amount-1 (ws-ix-payroll)
                                       to ws-ck-left-amount
           end-if.
           move ws-dsb-gross           to ws-ck-right-amount.
           move ws-check-txt-6         to ws-ck-desc.
           perform 510-check-amount.

           move ws-es-count            to ws-ck-left-count.
           if ws-ix-payroll > zero
               move ws-st-count-3 (ws-ix-payroll)
                                       to ws-ck-left-count
           end-if.
           move ws-dsb-adj-count       to ws-ck-right-count.
           move ws-check-txt-7         to ws-ck-desc.
           perform 500-check-count.

           move ws-es-amount           to ws-ck-left-amount.
           if ws-ix-payroll > zero
               move ws-st-amount-2 (ws-ix-payroll)
                                       to ws-ck-left-amount
           end-if.
           move ws-dsb-adj-hash        to ws-ck-right-amount.
           move ws-check-txt-8         to ws-ck-desc.
           perform 510-check-amount.

           move ws-es-count            to ws-ck-left-count.
           move ws-es-count            to ws-ck-right-count.
           if ws-ix-payroll > zero
               move ws-st-count-2 (ws-ix-payroll)
                                       to ws-ck-left-count
           end-if.
           if ws-ix-netpay > zero
               move ws-st-count-1 (ws-ix-netpay)
                                       to ws-ck-right-count
           end-if.
           move ws-check-txt-9         to ws-ck-desc.
           perform 500-check-count.

           move ws-es-amount           to ws-ck-left-amount.
           move ws-es-amount           to ws-ck-right-amount.
           if ws-ix-payroll > zero
               move ws-st-amount-3 (ws-ix-payroll)
                                       to ws-ck-left-amount
           end-if.
           if ws-ix-netpay > zero
               move ws-st-amount-1 (ws-ix-netpay)
                                       to ws-ck-right-amount
           end-if.
           move ws-check-txt-10        to ws-ck-desc.
           perform 510-check-amount.

           move ws-es-count            to ws-ck-left-count.
           if ws-ix-netpay > zero
               move ws-st-count-2 (ws-ix-netpay)
                                       to ws-ck-left-count
           end-if.
           move ws-bpf-count           to ws-ck-right-count.
           move ws-check-txt-11        to ws-ck-desc.
           perform 500-check-count.

           move ws-es-amount           to ws-ck-left-amount.
           if ws-ix-netpay > zero
               move ws-st-amount-3 (ws-ix-netpay)
                                       to ws-ck-left-amount
           end-if.
           move ws-bpf-amount          to ws-ck-right-amount.
           move ws-check-txt-12        to ws-ck-desc.
           perform 510-check-amount.
      *    Every step recorded must have reached a good end
           move ws-tot-step-failed     to ws-ck-left-count.
           move zero                   to ws-ck-right-count.
           move ws-check-txt-13        to ws-ck-desc.
           perform 500-check-count.

       500-check-count.
      *    Compares two counts and prints the check with its result
           add 1                       to ws-tot-checks.
           if ws-ck-left-count = ws-ck-right-count
               move "Pass"             to ws-ck-result
               add 1                   to ws-tot-passed
           else
               move "FAIL"             to ws-ck-result
               add 1                   to ws-tot-failed
           end-if.
           move spaces                 to ws-check-count-line.
           move ws-ck-desc             to ws-cc-desc.
           move ws-ck-left-count       to ws-cc-left.
           move ws-ck-right-count      to ws-cc-right.
           move ws-ck-result           to ws-cc-result.
           write print-line            from ws-check-count-line
             after advancing 1 lines.
           perform 400-count-line.

       510-check-amount.
      *    Compares two amounts and prints the check with its result
           add 1                       to ws-tot-checks.
           if ws-ck-left-amount = ws-ck-right-amount
               move "Pass"             to ws-ck-result
               add 1                   to ws-tot-passed
           else
               move "FAIL"             to ws-ck-result
               add 1                   to ws-tot-failed
           end-if.
           move spaces                 to ws-check-amount-line.
           move ws-ck-desc             to ws-ca-desc.
           move ws-ck-left-amount      to ws-ca-left.
           move ws-ck-right-amount     to ws-ca-right.
           move ws-ck-result           to ws-ca-result.
           write print-line            from ws-check-amount-line
             after advancing 1 lines.
           perform 400-count-line.

       600-write-status.
      *    Rewrites the stream status the scheduler reads
           open output status-file.
           move spaces                 to sts-rec.
           move ws-stream-status       to sts-status.
           move ws-sys-date            to sts-run-date.
           move ws-tot-checks          to sts-checks.
           move ws-tot-failed          to sts-failed.
           move ws-tot-missing         to sts-missing.
           write sts-rec.
           close status-file.

       400-count-line.
      *    Counts one printed line with a page break at 60 lines
           add 1                       to ws-line-count.
           if ws-line-count is greater than or equal to 60
               perform 050-print-heading
           end-if.

       050-print-heading.
      *    Prints the page header, and starts a new page
           move ws-page-num            to ws-hd-page.
           move ws-run-date-disp       to ws-hd-date.
           write print-line            from ws-heading2
             after advancing 3 lines.
           move zero                   to ws-line-count.
           add 1                       to ws-page-num.

       900-write-trailer.
      *    Prints the balancing totals and the stream status
           move ws-tot-steps           to ws-tr-steps.
           move ws-tot-missing         to ws-tr-missing.
           move ws-tot-checks          to ws-tr-checks.
           move ws-tot-passed          to ws-tr-passed.
           move ws-tot-failed          to ws-tr-failed.
           move ws-stream-status       to ws-tr-status.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-steps
             after advancing 2 lines.
           write print-line            from ws-trailer-missing
             after advancing 1 lines.
           write print-line            from ws-trailer-checks
             after advancing 1 lines.
           write print-line            from ws-trailer-passed
             after advancing 1 lines.
           write print-line            from ws-trailer-failed
             after advancing 1 lines.
           write print-line            from ws-trailer-status
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's own control record: checks made and
      *    checks failed, good only when the stream balanced
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-19-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           if ws-stream-status = "BALANCED"
               move 'Y'                to rcf-step-ok
           else
               move 'N'                to rcf-step-ok
           end-if.
           move ws-tot-checks          to rcf-count-1.
           move ws-tot-failed          to rcf-count-2.
           move ws-tot-missing         to rcf-count-3.
           move zero                   to rcf-count-4.
           move zero                   to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-19-P1.
