      *This program will apply the add/change/delete maintenance
      *transactions supplied by HR against the keyed employee master
      *file built by T2-03-P1, and will print a report of every
      *transaction it had to reject along with the reason; a
      *transaction dated ahead is held on the pending file until its
      *effective date comes round, and each run applies the pending
      *transactions that have come due, in date order, before the
      *day's new ones, then lists everything still scheduled
       environment division.
       input-output section.
       file-control.
           select trans-file
               assign "../../../../T2-03-P2.TRN"
               organization is line sequential.
      *Pending transaction file position: transactions whose
      *effective date has not come yet, rewritten by every run
           select optional pend-file
               assign "../../../../T2-03-P2.PND"
               organization is line sequential
               file status is ws-pend-status.
      *Sort work file the pending transactions pass through
           select sort-file
               assign "../../../../T2-03-P2.SRT".
      *Pending transactions sorted into effective-date order to be
      *applied, or into employee and date order to be listed
           select pend-sort-file
               assign "../../../../T2-03-P2.PSR"
               organization is line sequential.
      *Keyed employee master file position
           select master-file
               assign "../../../../T2-03-P1.MST"
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

       fd trans-file
           data record is trn-rec
           record contains 32 characters.
      *Maintenance transaction, one employee record plus an action
      *code in front of it and the date it takes effect behind it;
      *a blank effective date means today, and an 'X' cancels the
      *pending transactions held for that employee and date

       01 trn-rec.
         05 trn-code                   pic x.
           88 trn-change                           value 'C'.
           88 trn-delete                           value 'D'.
           88 trn-reinstate                        value 'R'.
           88 trn-cancel                           value 'X'.
           88 valid-trn-code                       value 'A', 'C',
                                                    'D', 'R', 'X'.
         05 trn-number                 pic x(6).
         05 trn-name                   pic x(10).
         05 trn-shift-code             pic x.
         05 trn-job-class              pic x.
         05 trn-salary                 pic 99999.
         05 trn-eff-date               pic x(8).
      *File division

       fd pend-file
           data record is pnd-rec
           record contains 32 characters.
      *One held transaction, exactly as it arrived on the
      *transaction file

       01 pnd-rec                      pic x(32).
      *Sort division

       sd sort-file
           data record is srt-rec.
      *One pending transaction passing through the sort

       01 srt-rec.
         05 srt-code                   pic x.
         05 srt-number                 pic x(6).
         05 srt-name                   pic x(10).
         05 srt-shift-code             pic x.
         05 srt-job-class              pic x.
         05 srt-salary                 pic x(5).
         05 srt-eff-date               pic x(8).
      *File division

       fd pend-sort-file
           data record is psr-rec
           record contains 32 characters.
      *Pending transaction in sorted order

       01 psr-rec.
         05 psr-code                   pic x.
         05 psr-number                 pic x(6).
         05 psr-name                   pic x(10).
         05 psr-shift-code             pic x.
         05 psr-job-class              pic x.
         05 psr-salary                 pic x(5).
         05 psr-eff-date               pic x(8).
      *File division

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
      *One master change-history image, same layout T2-03-P1 writes:
      *the employee number, what was done to the record, which
      *program did it, the master fields as they stood before, the
      *fields as they stand after, the run date it happened, and
      *the date the change took effect

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
         "  Cd  Emp#     Name            Reason".
      *               ----+----1----+----2----+----3----+----4

      *Pending transactions report headings
       01 ws-pend-heading1.
         05 filler                     pic x(42)   value
         "Pending Transactions Scheduled".
       01 ws-pend-heading2.
         05 filler                     pic x(60)   value
         "Emp#     Eff Date    Cd  Name        Shf Cls Salary".
      *               ----+----1----+----2----+----3----+----4----+

      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).

      *Master file status, tested after every keyed operation
       01 ws-master-status             pic xx.
      *Pending file status; a missing pending file means nothing is
      *scheduled yet
       01 ws-pend-status               pic xx.

      *Effective date of the transaction in hand; a blank date on
      *the transaction means today
       01 ws-eff-date                  pic x(8).
       01 ws-eff-date-parts redefines ws-eff-date.
         05 ws-eff-yyyy                pic 9(4).
         05 ws-eff-mm                  pic 9(2).
         05 ws-eff-dd                  pic 9(2).
       01 ws-eff-date-num redefines ws-eff-date
                                       pic 9(8).

      *  Cancellations read from today's transactions before any
      *  pending transaction is applied, so a cancel wins over a
      *  pending transaction falling due the same day; the entries
      *  are held in the order the 'X' records arrive
       01 ws-cxl-max                   pic 9(3)    value 100.
       01 ws-cxl-count                 pic 9(3)    value zero.
       01 ws-cxl-seq                   pic 9(3)    value zero.
       01 ws-cxl-idx                   pic 9(3).
       01 ws-cxl-found                 pic x.
       01 ws-cxl-table.
         05 ws-cxl-entry               occurs 100 times.
           10 ws-cx-number             pic x(6).
           10 ws-cx-eff-date           pic x(8).
           10 ws-cx-matched            pic x.

      *  Message written when the master cannot be opened; running
      *  on regardless would silently apply nothing
         05 hl-new-class               pic x.
         05 hl-new-salary              pic x(5).
         05 hl-run-date                pic x(8).
         05 hl-eff-date                pic x(8).

      *Reject reason for the transaction currently being applied;
      *spaces means the transaction was applied clean
         05 filler                     pic x(2).
         05 ws-dl-reason               pic x(30).

      *Pending transaction line
       01 ws-pend-line                 value spaces.
         05 ws-pl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-pl-eff-date             pic x(10).
         05 filler                     pic x(2).
         05 ws-pl-code                 pic x.
         05 filler                     pic x(3).
         05 ws-pl-name                 pic x(10).
         05 filler                     pic x(2).
         05 ws-pl-shift                pic x.
         05 filler                     pic x(3).
         05 ws-pl-class                pic x.
         05 filler                     pic x(3).
         05 ws-pl-salary               pic x(5).
       01 ws-date-fmt.
         05 ws-df-yyyy                 pic x(4).
         05 ws-df-mm                   pic x(2).
         05 ws-df-dd                   pic x(2).

      *  Line written when nothing is scheduled
       01 ws-nopend-line.
         05 filler                     pic x(30)   value
         "   No Transactions Pending".

      *  Storing reject messages
       01 ws-reject-txt-cnst.
         05 ws-reject-txt-1            pic x(30)   value
         "Not Terminated".
         05 ws-reject-txt-8            pic x(30)   value
         "Terminated On Master".
         05 ws-reject-txt-9            pic x(30)   value
         "Effective Date Invalid".
         05 ws-reject-txt-10           pic x(30)   value
         "No Pending Transaction".
         05 ws-reject-txt-11           pic x(30)   value
         "Cancel Limit Reached".
         05 ws-note-txt-1              pic x(30)   value
         "Pending - Cancelled".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-deleted             pic 9(6)    value zero.
         05 ws-tot-reinstated          pic 9(6)    value zero.
         05 ws-tot-rejected            pic 9(6)    value zero.
         05 ws-tot-pend-applied        pic 9(6)    value zero.
         05 ws-tot-held                pic 9(6)    value zero.
         05 ws-tot-cancelled           pic 9(6)    value zero.
         05 ws-tot-pending             pic 9(6)    value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(24)   value
         "Transactions Rejected :".
         05 ws-tr-rejected             pic zzz,zz9.
       01 ws-trailer-pend-applied.
         05 filler                     pic x(24)   value
         "Pending Now Applied   :".
         05 ws-tr-pend-applied         pic zzz,zz9.
       01 ws-trailer-held.
         05 filler                     pic x(24)   value
         "Held For Future Date  :".
         05 ws-tr-held                 pic zzz,zz9.
       01 ws-trailer-cancelled.
         05 filler                     pic x(24)   value
         "Pending Cancelled     :".
         05 ws-tr-cancelled            pic zzz,zz9.
       01 ws-trailer-pending.
         05 filler                     pic x(24)   value
         "Still Pending         :".
         05 ws-tr-pending              pic zzz,zz9.
      *
       procedure division.
      *
               write print-line        from ws-noopen-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               close trans-file,
                 print-file,
                 history-file
           end-if.
           write print-line            from ws-heading3
             after advancing 2 lines.
      *Holding today's cancellations, so they take effect before
      *any pending transaction can fire
           perform 020-load-cancels.
      *Applying the pending transactions that have come due, in
      *effective-date order, and carrying the rest forward
           perform 040-apply-due-pending.
      *Reading from the file
           move 'n'                    to ws-eof-flag.
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.
      *Perform loop to process the maintenance transactions
           perform 100-apply-transaction
             until ws-eof-flag = 'y'.
           close pend-file.
      *Listing everything still scheduled, then writing the
      *control-total trailer
           perform 700-list-pending.
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close trans-file,
             master-file,
      *
           stop run.
      *
       020-load-cancels.
      *    Reads today's transactions once for the 'X' records and
      *    holds each one, then starts the file again from the top
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 025-load-cancel-rec
             until ws-eof-flag = 'y'.
           close trans-file.
           open input trans-file.

       025-load-cancel-rec.
      *    Holds one cancellation while there is room in the table
           if trn-cancel
             and ws-cxl-count < ws-cxl-max
               add 1                   to ws-cxl-count
               move trn-number    to ws-cx-number (ws-cxl-count)
               move trn-eff-date  to ws-cx-eff-date (ws-cxl-count)
               move 'n'           to ws-cx-matched (ws-cxl-count)
           end-if.
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.

       040-apply-due-pending.
      *    Sorts the pending file into effective-date order, applies
      *    every transaction now due unless it has been cancelled,
      *    and writes the rest to a fresh pending file that today's
      *    newly held transactions are added to
           move 'n'                    to ws-eof-flag.
           open input pend-file.
           if ws-pend-status = "00"
               close pend-file
               sort sort-file
                 on ascending key srt-eff-date
                 with duplicates in order
                 using pend-file
                 giving pend-sort-file
               open output pend-file
               open input pend-sort-file
               read pend-sort-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 045-apply-pending-rec
                 until ws-eof-flag = 'y'
               close pend-sort-file
           else
               close pend-file
               open output pend-file
           end-if.

       045-apply-pending-rec.
      *    Drops a cancelled pending transaction, applies one that is
      *    due through the same edits as a new one, and carries one
      *    still in the future forward
           move psr-rec                to trn-rec.
           perform 050-find-cancel.
           if ws-cxl-found = 'y'
               add 1                   to ws-tot-cancelled
               move ws-note-txt-1      to ws-reject-reason
               perform 310-write-note-line
           else
               if trn-eff-date > ws-sys-date
                   write pnd-rec       from trn-rec
               else
                   perform 110-edit-and-apply
                   if ws-reject-reason = spaces
                       add 1           to ws-tot-pend-applied
                   end-if
               end-if
           end-if.
           read pend-sort-file
               at end
                   move 'y'            to ws-eof-flag.

       050-find-cancel.
      *    Looks for a cancellation held for this employee and date,
      *    marking every one that matches as used
           move 'n'                    to ws-cxl-found.
           perform 055-check-one-cancel
             varying ws-cxl-idx from 1 by 1
             until ws-cxl-idx > ws-cxl-count.

       055-check-one-cancel.
      *    Matches one held cancellation against the transaction
           if ws-cx-number (ws-cxl-idx) = trn-number
             and ws-cx-eff-date (ws-cxl-idx) = trn-eff-date
               move 'y'                to ws-cxl-found
               move 'y'                to ws-cx-matched (ws-cxl-idx)
           end-if.

       100-apply-transaction.
      *    Handles one of today's transactions: a cancellation is
      *    reported if it found nothing to cancel, a transaction
      *    dated ahead is held on the pending file, and anything else
      *    is applied now
           add 1                       to ws-tot-read.
           if trn-cancel
               perform 120-check-cancel
           else
               perform 110-edit-and-apply
           end-if.
      *
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       110-edit-and-apply.
      *    Edits one transaction, applies it to the master when it is
      *    clean and due, holds it when it is clean and dated ahead,
      *    and reports it as rejected when it is not clean
           move spaces                 to ws-reject-reason.

           if not valid-trn-code or trn-cancel
               move ws-reject-txt-1    to ws-reject-reason
           else
               if trn-number is not numeric
                   if (trn-add or trn-change)
                     and trn-salary is not numeric
                       move ws-reject-txt-5 to ws-reject-reason
                   else
                       perform 130-edit-eff-date
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
             and ws-eff-date > ws-sys-date
               write pnd-rec           from trn-rec
               add 1                   to ws-tot-held
           else
               if ws-reject-reason = spaces
                   perform 140-apply-to-master
               end-if
           end-if.

           if ws-reject-reason not = spaces
               perform 300-write-reject-line
           end-if.

       120-check-cancel.
      *    A cancellation must name a real date, and is reported when
      *    it matched nothing on the pending file
           add 1                       to ws-cxl-seq.
           move spaces                 to ws-reject-reason.
           if trn-number is not numeric
               move ws-reject-txt-2    to ws-reject-reason
           else
               perform 130-edit-eff-date
               if ws-reject-reason = spaces
                 and trn-eff-date = spaces
                   move ws-reject-txt-9 to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if ws-cxl-seq > ws-cxl-count
                   move ws-reject-txt-11 to ws-reject-reason
               else
                   if ws-cx-matched (ws-cxl-seq) not = 'y'
                       move ws-reject-txt-10 to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-reject-reason not = spaces
               perform 300-write-reject-line
           end-if.

       130-edit-eff-date.
      *    Takes the effective date, today when it is blank, and
      *    rejects one that is not a real yyyymmdd calendar date,
      *    such as the 31st of a 30-day month or a 29th of February
      *    outside a leap year
           if trn-eff-date = spaces
               move ws-sys-date        to ws-eff-date
           else
               move trn-eff-date       to ws-eff-date
               if ws-eff-date is not numeric
                   move ws-reject-txt-9 to ws-reject-reason
               else
                   if ws-eff-mm < 1 or ws-eff-mm > 12
                     or ws-eff-dd < 1 or ws-eff-dd > 31
                       move ws-reject-txt-9 to ws-reject-reason
                   else
                       if function integer-of-date (ws-eff-date-num)
                         = zero
                           move ws-reject-txt-9
                                       to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

       140-apply-to-master.
      *    Applies one clean, due transaction to the master
           evaluate true
               when trn-add
                   perform 200-apply-add
               when trn-change
                   perform 210-apply-change
               when trn-delete
                   perform 220-apply-delete
               when trn-reinstate
                   perform 230-apply-reinstate
           end-evaluate.

       200-apply-add.
      *    Adds a new employee, hired on the date the add takes
      *    effect; an add for a number already on the master is
      *    rejected rather than silently overwriting it
           move trn-number             to mst-number.
           move trn-name               to mst-name.
           move trn-shift-code         to mst-shift-code.
           move trn-salary             to mst-salary.
           move 'A'                    to mst-status.
           move spaces                 to mst-term-date.
           move ws-eff-date            to mst-hire-date.
           write mst-rec
               invalid key
                   move ws-reject-txt-3 to ws-reject-reason

       220-apply-delete.
      *    Terminates the master record held under this number; the
      *    record stays on the master with status 'T' and the date
      *    the termination took effect, so the number can never be
      *    silently re-used and "when did this person leave" always
      *    has an answer
           move trn-number             to mst-number.
           read master-file
               invalid key
                   else
                       perform 240-hold-before-image
                       move 'T'        to mst-status
                       move ws-eff-date to mst-term-date
                       rewrite mst-rec
                       add 1           to ws-tot-deleted
                       move 'D'        to hl-action
           end-read.

       230-apply-reinstate.
      *    Puts a terminated employee back on active status, rehired
      *    on the date the reinstatement takes effect; a reinstate
      *    for a number not on the master, or for one still active,
      *    is rejected
           move trn-number             to mst-number.
           read master-file
               invalid key
                       move spaces     to ws-hist-before
                       move 'A'        to mst-status
                       move spaces     to mst-term-date
                       move ws-eff-date to mst-hire-date
                       rewrite mst-rec
                       add 1           to ws-tot-reinstated
                       move 'R'        to hl-action
               move trn-rec (20:5)     to hl-new-salary
           end-if.
           move ws-sys-date            to hl-run-date.
           move ws-eff-date            to hl-eff-date.
           write hst-rec               from ws-history-line.

       255-write-reinstate-history.
           move mst-job-class          to hl-new-class.
           move mst-rec (19:5)         to hl-new-salary.
           move ws-sys-date            to hl-run-date.
           move ws-eff-date            to hl-eff-date.
           write hst-rec               from ws-history-line.

       300-write-reject-line.
           write print-line            from ws-detail-line
             after advancing 1 lines.

       310-write-note-line.
      *    Prints one pending transaction dropped by a cancellation;
      *    it is reported, but it is not a rejection
           move trn-code               to ws-dl-code.
           move trn-number             to ws-dl-number.
           move trn-name               to ws-dl-name.
           move ws-reject-reason       to ws-dl-reason.
           write print-line            from ws-detail-line
             after advancing 1 lines.

       700-list-pending.
      *    Lists everything still on the pending file by employee and
      *    effective date, so HR can see what is scheduled to fire
           write print-line            from ws-pend-heading1
             after advancing 3 lines.
           write print-line            from ws-pend-heading2
             after advancing 2 lines.
           sort sort-file
             on ascending key srt-number
             on ascending key srt-eff-date
             with duplicates in order
             using pend-file
             giving pend-sort-file.
           move 'n'                    to ws-eof-flag.
           open input pend-sort-file.
           read pend-sort-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 710-list-pending-rec
             until ws-eof-flag = 'y'.
           close pend-sort-file.
           if ws-tot-pending = zero
               write print-line        from ws-nopend-line
                 after advancing 1 lines
           end-if.

       710-list-pending-rec.
      *    Prints one scheduled transaction
           add 1                       to ws-tot-pending.
           move psr-eff-date           to ws-date-fmt.
           move spaces                 to ws-pend-line.
           move psr-number             to ws-pl-number.
           string ws-df-mm             delimited by size
                  "/"                  delimited by size
                  ws-df-dd             delimited by size
                  "/"                  delimited by size
                  ws-df-yyyy           delimited by size
             into ws-pl-eff-date.
           move psr-code               to ws-pl-code.
           move psr-name               to ws-pl-name.
           move psr-shift-code         to ws-pl-shift.
           move psr-job-class          to ws-pl-class.
           move psr-salary             to ws-pl-salary.
           write print-line            from ws-pend-line
             after advancing 1 lines.
           read pend-sort-file
               at end
                   move 'y'            to ws-eof-flag.

       900-write-trailer.
      *    Prints the maintenance totals after all transactions
           move ws-tot-read            to ws-tr-read.
           move ws-tot-deleted         to ws-tr-deleted.
           move ws-tot-reinstated      to ws-tr-reinstated.
           move ws-tot-rejected        to ws-tr-rejected.
           move ws-tot-pend-applied    to ws-tr-pend-applied.
           move ws-tot-held            to ws-tr-held.
           move ws-tot-cancelled       to ws-tr-cancelled.
           move ws-tot-pending         to ws-tr-pending.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
             after advancing 1 lines.
           write print-line            from ws-trailer-rejected
             after advancing 1 lines.
           write print-line            from ws-trailer-pend-applied
             after advancing 1 lines.
           write print-line            from ws-trailer-held
             after advancing 1 lines.
           write print-line            from ws-trailer-cancelled
             after advancing 1 lines.
           write print-line            from ws-trailer-pending
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: transactions read, transactions applied
      *    to the master, transactions rejected, and transactions held
      *    for a future date
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-03-P2"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           add ws-tot-added, ws-tot-changed, ws-tot-deleted,
             ws-tot-reinstated
             giving rcf-count-2.
           move ws-tot-rejected        to rcf-count-3.
           move ws-tot-held            to rcf-count-4.
           move zero                   to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-03-P2.
