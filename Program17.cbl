       identification division.
       program-id. T2-15-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will apply the add/change/delete maintenance
      *transactions supplied by payroll against the keyed bank
      *instruction file that T2-10-P1 pays direct deposits from, one
      *record per employee, and will print a report of every
      *transaction it had to reject along with the reason
       environment division.
       input-output section.
       file-control.
      *Bank instruction transaction file position (supplied by
      *payroll from the employees' signed deposit forms)
           select trans-file
               assign "../../../../T2-15-P1.TRN"
               organization is line sequential.
      *Keyed bank instruction file position
           select bank-file
               assign "../../../../T2-15-P1.BNK"
               organization is indexed
               access mode is random
               record key is bnk-number
               file status is ws-bank-status.
      *Keyed employee master file position, read to make sure an
      *account is only ever set up for someone payroll knows about
           select master-file
               assign "../../../../T2-03-P1.MST"
               organization is indexed
               access mode is random
               record key is mst-number
               file status is ws-master-status.
      *Rejected-transaction report file position
           select print-file
               assign "../../../../T2-15-P1.out"
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

       fd trans-file
           data record is btr-rec
           record contains 34 characters.
      *Bank instruction transaction: an action code in front of the
      *employee's routing number, account number, and account type;
      *a 'V' records that the bank has accepted the zero-amount
      *prenote and carries only the employee number

       01 btr-rec.
         05 btr-code                   pic x.
           88 btr-add                              value 'A'.
           88 btr-change                           value 'C'.
           88 btr-delete                           value 'D'.
           88 btr-verify                           value 'V'.
           88 valid-btr-code                       value 'A', 'C',
                                                    'D', 'V'.
         05 btr-number                 pic x(6).
         05 btr-routing                pic x(9).
         05 btr-account                pic x(17).
         05 btr-acct-type              pic x.
           88 btr-checking                         value 'C'.
           88 btr-savings                          value 'S'.
      *File division

       fd bank-file
           data record is bnk-rec
           record contains 42 characters.
      *Bank instruction record, keyed on the 6-digit employee number;
      *a new or changed account goes back to prenote status 'P' and
      *is paid by cheque until the bank confirms it with a 'V'

       01 bnk-rec.
         05 bnk-number                 pic x(6).
         05 bnk-routing                pic x(9).
         05 bnk-account                pic x(17).
         05 bnk-acct-type              pic x.
           88 bnk-checking                         value 'C'.
           88 bnk-savings                          value 'S'.
         05 bnk-prenote                pic x.
           88 bnk-prenote-pending                  value 'P'.
           88 bnk-prenote-confirmed                value 'C'.
         05 bnk-changed-date           pic x(8).
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

       fd print-file
           record contains 80 characters
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
      *Heading section
       01 ws-heading1.
         05 filler                     pic x(42)   value
         "Bank Instruction Rejected Transactions".
       01 ws-heading2.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
       01 ws-heading3.
         05 filler                     pic x(60)   value
         "  Cd  Emp#     Routing    Account            Reason".
      *               ----+----1----+----2----+----3----+----4----+

      *Run date, formatted mm/dd/yyyy
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *File statuses, tested after every keyed operation
       01 ws-bank-status               pic xx.
       01 ws-master-status             pic xx.

      *  Message written when a keyed file cannot be opened; running
      *  on regardless would silently apply nothing
       01 ws-noopen-line.
         05 filler                     pic x(3)    value "** ".
         05 ws-no-file                 pic x(6).
         05 filler                     pic x(15)   value
         " Open Failed - ".
         05 ws-no-status               pic xx.
         05 filler                     pic x(20)   value
         " - Run Stopped **".

      *  Routing number check-digit proof: each digit times its
      *  weight of 3, 7, or 1 in turn must total a multiple of ten
       01 ws-routing-work              pic x(9).
       01 ws-routing-digits redefines ws-routing-work.
         05 ws-rd-digit                pic 9       occurs 9 times.
       01 ws-aba-weights-cnst          pic x(9)    value "371371371".
       01 ws-aba-weights redefines ws-aba-weights-cnst.
         05 ws-aba-weight              pic 9       occurs 9 times.
       01 ws-aba-idx                   pic 9(2).
       01 ws-aba-sum                   pic 9(4).
       01 ws-aba-quot                  pic 9(4).
       01 ws-aba-rem                   pic 9(2).

      *Reject reason for the transaction currently being applied;
      *spaces means the transaction was applied clean
       01 ws-reject-reason             pic x(30).

      *Detail line output section
       01 ws-detail-line               value spaces.
         05 filler                     pic x(2).
         05 ws-dl-code                 pic x.
         05 filler                     pic x(3).
         05 ws-dl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-dl-routing              pic x(9).
         05 filler                     pic x(2).
         05 ws-dl-account              pic x(17).
         05 filler                     pic x(2).
         05 ws-dl-reason               pic x(30).

      *  Storing reject messages
       01 ws-reject-txt-cnst.
         05 ws-reject-txt-1            pic x(30)   value
         "Transaction Code Invalid".
         05 ws-reject-txt-2            pic x(30)   value
         "Employee Number Invalid".
         05 ws-reject-txt-3            pic x(30)   value
         "Not On Employee Master".
         05 ws-reject-txt-4            pic x(30)   value
         "Already On Bank File".
         05 ws-reject-txt-5            pic x(30)   value
         "Not On Bank File".
         05 ws-reject-txt-6            pic x(30)   value
         "Routing Number Invalid".
         05 ws-reject-txt-7            pic x(30)   value
         "Routing Check Digit Invalid".
         05 ws-reject-txt-8            pic x(30)   value
         "Account Number Missing".
         05 ws-reject-txt-9            pic x(30)   value
         "Account Type Invalid".
         05 ws-reject-txt-10           pic x(30)   value
         "Prenote Already Confirmed".
         05 ws-reject-txt-11           pic x(30)   value
         "Employee Terminated".

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-read                pic 9(6)    value zero.
         05 ws-tot-added               pic 9(6)    value zero.
         05 ws-tot-changed             pic 9(6)    value zero.
         05 ws-tot-deleted             pic 9(6)    value zero.
         05 ws-tot-verified            pic 9(6)    value zero.
         05 ws-tot-rejected            pic 9(6)    value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-read.
         05 filler                     pic x(24)   value
         "Transactions Read     :".
         05 ws-tr-read                 pic zzz,zz9.
       01 ws-trailer-added.
         05 filler                     pic x(24)   value
         "Accounts Added        :".
         05 ws-tr-added                pic zzz,zz9.
       01 ws-trailer-changed.
         05 filler                     pic x(24)   value
         "Accounts Changed      :".
         05 ws-tr-changed              pic zzz,zz9.
       01 ws-trailer-deleted.
         05 filler                     pic x(24)   value
         "Accounts Deleted      :".
         05 ws-tr-deleted              pic zzz,zz9.
       01 ws-trailer-verified.
         05 filler                     pic x(24)   value
         "Prenotes Confirmed    :".
         05 ws-tr-verified             pic zzz,zz9.
       01 ws-trailer-rejected.
         05 filler                     pic x(24)   value
         "Transactions Rejected :".
         05 ws-tr-rejected             pic zzz,zz9.
      *
       procedure division.
      *
       000-main.
      *Open the files; a bank file that does not exist yet is
      *created empty first, so the very first account set-ups can be
      *applied
           open input trans-file.
           open i-o bank-file.
           if ws-bank-status = "35"
               open output bank-file
               close bank-file
               open i-o bank-file
           end-if.
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
      *A bank file or master that would not open stops the run
      *loudly here; running on would reject every transaction or,
      *worse, apply nothing
           if ws-bank-status not = "00"
               move "Bank"             to ws-no-file
               move ws-bank-status     to ws-no-status
               perform 050-stop-on-open-failure
           end-if.
           if ws-master-status not = "00"
               move "Master"           to ws-no-file
               move ws-master-status   to ws-no-status
               perform 050-stop-on-open-failure
           end-if.
           write print-line            from ws-heading3
             after advancing 2 lines.
      *Reading from the file
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.
      *Perform loop to process the bank instruction transactions
           perform 100-apply-transaction
             until ws-eof-flag = 'y'.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           close trans-file,
             bank-file,
             master-file,
             print-file.
      *
           stop run.
      *
       050-stop-on-open-failure.
      *    Prints which keyed file would not open and ends the run
           write print-line            from ws-noopen-line
             after advancing 2 lines.
           perform 900-write-trailer.
           move 'N'                    to ws-step-ok.
           perform 980-write-run-control.
           close trans-file,
             bank-file,
             master-file,
             print-file.
           stop run.

       100-apply-transaction.
      *    Edits one transaction, applies it to the bank file when it
      *    is clean, and reports it as rejected when it is not
           add 1                       to ws-tot-read.
           move spaces                 to ws-reject-reason.

           if not valid-btr-code
               move ws-reject-txt-1    to ws-reject-reason
           else
               if btr-number is not numeric
                   move ws-reject-txt-2 to ws-reject-reason
               else
                   if btr-add or btr-change
                       perform 150-edit-account
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               evaluate true
                   when btr-add
                       perform 200-apply-add
                   when btr-change
                       perform 210-apply-change
                   when btr-delete
                       perform 220-apply-delete
                   when btr-verify
                       perform 230-apply-verify
               end-evaluate
           end-if.

           if ws-reject-reason not = spaces
               perform 300-write-reject-line
           end-if.
      *
           read trans-file
               at end
                   move 'y'            to ws-eof-flag.
      *
       150-edit-account.
      *    Edits the account details carried on an add or change: the
      *    employee must be an active one on the master, the routing
      *    number must be nine digits that pass the bank's check-digit
      *    proof, and the account number and type must be present
           move btr-number             to mst-number.
           read master-file
               invalid key
                   move ws-reject-txt-3 to ws-reject-reason
               not invalid key
                   if mst-terminated
                       move ws-reject-txt-11 to ws-reject-reason
                   end-if
           end-read.
           if ws-reject-reason = spaces
               if btr-routing is not numeric
                   move ws-reject-txt-6 to ws-reject-reason
               else
                   perform 160-prove-routing
               end-if
           end-if.
           if ws-reject-reason = spaces
               if btr-account = spaces
                   move ws-reject-txt-8 to ws-reject-reason
               else
                   if not btr-checking and not btr-savings
                       move ws-reject-txt-9 to ws-reject-reason
                   end-if
               end-if
           end-if.

       160-prove-routing.
      *    Weights the nine routing digits 3, 7, 1 in turn; a total
      *    that is not a multiple of ten is a mis-keyed number
           move btr-routing            to ws-routing-work.
           move zero                   to ws-aba-sum.
           perform 165-add-routing-digit
             varying ws-aba-idx from 1 by 1
             until ws-aba-idx > 9.
           divide ws-aba-sum by 10 giving ws-aba-quot
             remainder ws-aba-rem.
           if ws-aba-rem not = zero
               move ws-reject-txt-7    to ws-reject-reason
           end-if.

       165-add-routing-digit.
      *    Adds one weighted routing digit into the proof total
           compute ws-aba-sum = ws-aba-sum
             + ws-rd-digit (ws-aba-idx) * ws-aba-weight (ws-aba-idx).

       200-apply-add.
      *    Sets up a new account in prenote status; an add for a
      *    number already on the bank file is rejected rather than
      *    silently overwriting the employee's existing account
           move btr-number             to bnk-number.
           move btr-routing            to bnk-routing.
           move btr-account            to bnk-account.
           move btr-acct-type          to bnk-acct-type.
           move 'P'                    to bnk-prenote.
           move ws-sys-date            to bnk-changed-date.
           write bnk-rec
               invalid key
                   move ws-reject-txt-4 to ws-reject-reason
               not invalid key
                   add 1               to ws-tot-added
           end-write.

       210-apply-change.
      *    Replaces the account held under this number; a changed
      *    account has never been proved with the bank, so it goes
      *    back to prenote status and is paid by cheque until the
      *    bank confirms it
           move btr-number             to bnk-number.
           read bank-file
               invalid key
                   move ws-reject-txt-5 to ws-reject-reason
               not invalid key
                   move btr-routing    to bnk-routing
                   move btr-account    to bnk-account
                   move btr-acct-type  to bnk-acct-type
                   move 'P'            to bnk-prenote
                   move ws-sys-date    to bnk-changed-date
                   rewrite bnk-rec
                   add 1               to ws-tot-changed
           end-read.

       220-apply-delete.
      *    Removes the account held under this number; the employee
      *    is paid by cheque from the next net-pay run on
           move btr-number             to bnk-number.
           read bank-file
               invalid key
                   move ws-reject-txt-5 to ws-reject-reason
               not invalid key
                   delete bank-file
                   add 1               to ws-tot-deleted
           end-read.

       230-apply-verify.
      *    Records that the bank accepted the prenote, releasing the
      *    account for direct deposit; a confirmation for an account
      *    already confirmed is rejected
           move btr-number             to bnk-number.
           read bank-file
               invalid key
                   move ws-reject-txt-5 to ws-reject-reason
               not invalid key
                   if bnk-prenote-confirmed
                       move ws-reject-txt-10 to ws-reject-reason
                   else
                       move 'C'        to bnk-prenote
                       move ws-sys-date to bnk-changed-date
                       rewrite bnk-rec
                       add 1           to ws-tot-verified
                   end-if
           end-read.

       300-write-reject-line.
      *    Prints one rejected transaction with its reason
           add 1                       to ws-tot-rejected.
           move spaces                 to ws-detail-line.
           move btr-code               to ws-dl-code.
           move btr-number             to ws-dl-number.
           move btr-routing            to ws-dl-routing.
           move btr-account            to ws-dl-account.
           move ws-reject-reason       to ws-dl-reason.
           write print-line            from ws-detail-line
             after advancing 1 lines.

       900-write-trailer.
      *    Prints the maintenance totals after all transactions
           move ws-tot-read            to ws-tr-read.
           move ws-tot-added           to ws-tr-added.
           move ws-tot-changed         to ws-tr-changed.
           move ws-tot-deleted         to ws-tr-deleted.
           move ws-tot-verified        to ws-tr-verified.
           move ws-tot-rejected        to ws-tr-rejected.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-read
             after advancing 2 lines.
           write print-line            from ws-trailer-added
             after advancing 1 lines.
           write print-line            from ws-trailer-changed
             after advancing 1 lines.
           write print-line            from ws-trailer-deleted
             after advancing 1 lines.
           write print-line            from ws-trailer-verified
             after advancing 1 lines.
           write print-line            from ws-trailer-rejected
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: transactions read, transactions applied
      *    to the bank instruction file, and transactions rejected
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-15-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           add ws-tot-added, ws-tot-changed, ws-tot-deleted,
             ws-tot-verified giving rcf-count-2.
           move ws-tot-rejected        to rcf-count-3.
           move zero                   to rcf-count-4.
           move zero                   to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-15-P1.
