      *pay, and print a net-pay register showing gross, each
      *deduction taken, and net per employee, with trailer totals
      *per deduction that tie back to the Total Gross Pay control
      *total on the T2-05-P1 register; it also writes the bank
      *payment file that pays each employee's net by direct deposit
      *from the T2-15-P1 bank instruction file, and lists everyone
      *who has to be paid by paper cheque instead; retro arrears
      *paid behind an employee are added to their gross before the
      *deductions are taken, so each employee gets one net pay
       environment division.
       input-output section.
       file-control.
           select print-file
               assign "../../../../T2-10-P1.out"
               organization is line sequential.
      *Keyed bank instruction file position (maintained by T2-15-P1)
           select bank-file
               assign "../../../../T2-15-P1.BNK"
               organization is indexed
               access mode is random
               record key is bnk-number
               file status is ws-bank-status.
      *Bank payment file position (sent to the bank, wrapped in a
      *header and a count/amount hash trailer of its own)
           select bpf-file
               assign "../../../../T2-10-P1.BPF"
               organization is line sequential.
      *Paper-cheque exception list file position
           select cheque-file
               assign "../../../../T2-10-P1.CHQ"
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

       fd dsb-file
           data record is dsb-rec
           record contains 48 characters.
      *One disbursement record per paid employee, as T2-05-P1
      *writes it, with the hours the pay was worked out on

       01 dsb-rec.
         05 dsb-rec-type               pic x.
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
           data record is print-line.
      *
       01 print-line                   pic x(100).
      *File division

       fd bank-file
           data record is bnk-rec
           record contains 42 characters.
      *Bank instruction record, as T2-15-P1 maintains it; only an
      *account whose prenote the bank has confirmed is paid by
      *direct deposit

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

       fd bpf-file
           data record is bpf-rec
           record contains 43 characters.
      *One direct-deposit credit per employee paid by the bank

       01 bpf-rec.
         05 bpf-rec-type               pic x.
         05 bpf-number                 pic x(6).
         05 bpf-routing                pic x(9).
         05 bpf-account                pic x(17).
         05 bpf-acct-type              pic x.
         05 bpf-amount                 pic 9(7)v99.
      *Bank payment header view, sent first with the run date

       01 bpf-hdr-rec.
         05 bph-rec-type               pic x.
         05 bph-run-date               pic x(8).
         05 bph-source                 pic x(8).
         05 filler                     pic x(26).
      *Bank payment trailer view, sent last with the credit count
      *and the amount hash total

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
      *a missing deductions table pays everyone their gross
       01 ws-dsb-status                pic xx.
       01 ws-ded-status                pic xx.
      *A missing bank instruction file pays everyone by cheque
       01 ws-bank-status               pic xx.
       01 ws-bank-open                 pic x       value 'n'.

      *Reason the employee in hand is paid by cheque; spaces means
      *the net pay went on the bank payment file
       01 ws-cheque-reason             pic x(24).

      *  Deductions table held in storage, applied in table order
       01 ws-ded-max                   pic 9(2)    value 20.
         05 ws-trl-gross-hash          pic 9(9)v99.
         05 ws-ver-rec-count           pic 9(6)    value zero.
         05 ws-file-gross-hash         pic 9(9)v99 value zero.
         05 ws-trl-adj-count           pic 9(6).
         05 ws-trl-adj-hash            pic 9(9)v99.
         05 ws-ver-adj-count           pic 9(6)    value zero.
         05 ws-file-adj-hash           pic 9(9)v99 value zero.

      *  The employee in hand, held while the next record is read
      *  to see whether retro arrears follow for the same employee
       01 ws-held-employee.
         05 ws-he-number               pic x(6).
         05 ws-he-job-class            pic x.
         05 ws-he-shift-code           pic x.
         05 ws-he-gross-pay            pic 9(7)v99.
         05 ws-he-retro-pay            pic 9(7)v99.
       01 ws-emp-gross                 pic 9(7)v99.

      *  Batch-rejection report lines
       01 ws-batch-reject-line.
         05 filler                     pic x(2).
         05 ws-dn-amount               pic z,zzz,zz9.99.

      *Retro arrears line printed under the employee's detail line
       01 ws-retro-line                value spaces.
         05 filler                     pic x(8).
         05 filler                     pic x(10)   value
         "Incl Retro".
         05 ws-rl-amount               pic z,zzz,zz9.99.

      *  Message written when the disbursement file is missing
       01 ws-nofile-line.
         05 filler                     pic x(48)   value
         05 filler                     pic x(48)   value
         "** Register Suppressed - File Not Proven **".

      *  Message written when the bank instruction file is missing
       01 ws-nobank-line.
         05 filler                     pic x(48)   value
         "** Bank File Missing - All Paid By Cheque **".

      *  Paper-cheque exception list lines
       01 ws-chq-heading1.
         05 filler                     pic x(42)   value
         "Net Pay To Be Paid By Paper Cheque".
       01 ws-chq-heading2.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-ch-date                 pic x(10).
       01 ws-chq-heading3.
         05 filler                     pic x(48)   value
         "Emp#     Cls     Net Pay   Reason".
      *               ----+----1----+----2----+----3----+
       01 ws-chq-detail-line           value spaces.
         05 ws-cl-number               pic x(6).
         05 filler                     pic x(3).
         05 ws-cl-class                pic x.
         05 filler                     pic x(2).
         05 ws-cl-net                  pic z,zzz,zz9.99.
         05 filler                     pic x(3).
         05 ws-cl-reason               pic x(24).
       01 ws-chq-total-line.
         05 filler                     pic x(24)   value
         "Cheques To Be Written :".
         05 ws-ct-count                pic zzz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-ct-amount               pic zzz,zzz,zz9.99.

      *  Storing paper-cheque reasons
       01 ws-cheque-txt-cnst.
         05 ws-cheque-txt-1            pic x(24)   value
         "Zero Net Pay".
         05 ws-cheque-txt-2            pic x(24)   value
         "No Bank Account".
         05 ws-cheque-txt-3            pic x(24)   value
         "Prenote Not Confirmed".

      *  Per-deduction trailer line
       01 ws-trailer-ded.
         05 filler                     pic x(8)    value "  Total ".
         05 filler                     pic x(8)    value spaces.
         05 ws-td-total                pic zzz,zzz,zz9.99.

      *  Step result for the run-control record
       01 ws-step-ok                   pic x       value 'Y'.

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-read                pic 9(6)    value zero.
         05 ws-tot-gross               pic 9(9)v99 value zero.
         05 ws-tot-retro-count         pic 9(6)    value zero.
         05 ws-tot-retro               pic 9(9)v99 value zero.
         05 ws-tot-deds                pic 9(9)v99 value zero.
         05 ws-tot-net                 pic 9(9)v99 value zero.
         05 ws-tot-bank-count          pic 9(6)    value zero.
         05 ws-tot-bank-amount         pic 9(9)v99 value zero.
         05 ws-tot-chq-count           pic 9(6)    value zero.
         05 ws-tot-chq-amount          pic 9(9)v99 value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(24)   value
         "Total Gross Pay       :".
         05 ws-tr-gross                pic zzz,zzz,zz9.99.
       01 ws-trailer-retro.
         05 filler                     pic x(24)   value
         "Incl Retro Adjustments:".
         05 ws-tr-retro-count          pic zzz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-retro                pic zzz,zzz,zz9.99.
       01 ws-trailer-deds.
         05 filler                     pic x(24)   value
         "Total Deductions      :".
         05 filler                     pic x(24)   value
         "Total Net Pay         :".
         05 ws-tr-net                  pic zzz,zzz,zz9.99.
       01 ws-trailer-bank.
         05 filler                     pic x(24)   value
         "Paid By Bank Transfer :".
         05 ws-tr-bank-count           pic zzz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-bank-amount          pic zzz,zzz,zz9.99.
       01 ws-trailer-cheque.
         05 filler                     pic x(24)   value
         "Paid By Paper Cheque  :".
         05 ws-tr-chq-count            pic zzz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-chq-amount           pic zzz,zzz,zz9.99.
      *
       procedure division.
      *
                  ws-sys-yyyy          delimited by size
             into ws-run-date-disp.
      *A net-pay run without the disbursement file has nothing to
      *deduct from, so it stops here with a message instead, and
      *leaves the bank payment file and the cheque list empty as an
      *unproven file does
           if ws-dsb-status not = "00"
               write print-line        from ws-nofile-line
                 after advancing 1 lines
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               open output bpf-file
               close bpf-file
               open output cheque-file
               close cheque-file
               close print-file
               stop run
           end-if.
             until ws-eof-flag = 'y'.
           close dsb-file.
           perform 910-reconcile-batch.
      *An unproven file also leaves the bank payment file and the
      *cheque list empty, so the previous run's credits and cheques
      *can never be issued again in error
           if ws-batch-failed = 'y'
               write print-line        from ws-suppress-line
                 after advancing 2 lines
               perform 900-write-trailer
               move 'N'                to ws-step-ok
               perform 980-write-run-control
               open output bpf-file
               close bpf-file
               open output cheque-file
               close cheque-file
               close print-file
               stop run
           end-if.
      *Loading the deductions table into storage; a missing table
      *simply pays everyone their gross
           perform 035-load-deductions.
      *Opening the bank payment side of the run; a missing bank
      *instruction file pays everyone by paper cheque
           perform 040-open-payment-files.
      *Producing the net-pay register from the proven file
           open input dsb-file.
           perform 050-print-heading.
           close dsb-file.
      *Writing the control-total trailer
           perform 900-write-trailer.
           perform 950-write-bpf-trailer.
      *Recording this run's control totals for the stream balancing
           perform 980-write-run-control.
      *Closing the files.
           if ws-bank-open = 'y'
               close bank-file
           end-if.
           close print-file,
             bpf-file,
             cheque-file.
      *
           stop run.
      *
       105-verify-dsb-rec.
      *    Counts one record into the verification controls; the
      *    header and trailer carry control data, and the 'D' and
      *    retro 'A' records are counted and hashed apart but not
      *    yet paid
           evaluate true
               when dsb-rec-type = 'H'
                   move 'y'            to ws-batch-has-header
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
                   move 'y'            to ws-eof-flag.
      *
       100-process-dsb-rec.
      *    Pays one employee of the proven file; retro arrears in
      *    an 'A' record right behind the employee's 'D' record are
      *    held with it and paid as one gross, so the employee gets
      *    a single net and a single credit or cheque
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
               perform 200-deduct-employee
           else
               read dsb-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
           end-if.
      *
       150-hold-employee.
      *    Holds the employee in hand; retro arrears arriving with
      *    no 'D' record ahead of them are still paid, on their own
           move dsb-number             to ws-he-number.
           move dsb-job-class          to ws-he-job-class.
           move dsb-shift-code         to ws-he-shift-code.
           if dsb-rec-type = 'D'
               move dsb-gross-pay      to ws-he-gross-pay
               move zero               to ws-he-retro-pay
           else
               move zero               to ws-he-gross-pay
               move dsb-gross-pay      to ws-he-retro-pay
           end-if.
      *
       035-load-deductions.
      *    Loads the operator's deduction records into storage in
               at end
                   move 'y'            to ws-eof-flag.

       040-open-payment-files.
      *    Opens the bank instruction file and starts the bank
      *    payment file and the paper-cheque exception list
           open input bank-file.
           if ws-bank-status = "00"
               move 'y'                to ws-bank-open
           else
               write print-line        from ws-nobank-line
                 after advancing 2 lines
           end-if.
           open output bpf-file.
           move spaces                 to bpf-hdr-rec.
           move 'H'                    to bph-rec-type.
           move ws-sys-date            to bph-run-date.
           move "T2-10-P1"             to bph-source.
           write bpf-hdr-rec.
           open output cheque-file.
           move ws-run-date-disp       to ws-ch-date.
           write cheque-line           from ws-chq-heading1
             after advancing 1 lines.
           write cheque-line           from ws-chq-heading2
             after advancing 2 lines.
           write cheque-line           from ws-chq-heading3
             after advancing 2 lines.

       200-deduct-employee.
      *    Applies every deduction that matches this employee's job
      *    class to the gross pay, in table order, and prints the
      *    employee's gross, each deduction taken, and net; any
      *    retro arrears are part of the gross deducted from
           add 1                       to ws-tot-read.
           compute ws-emp-gross
             = ws-he-gross-pay + ws-he-retro-pay.
           move ws-emp-gross           to ws-remaining.
           move zero                   to ws-emp-ded-total.
           move spaces                 to ws-detail-line.
           move ws-he-number           to ws-dl-number.
           move ws-he-job-class        to ws-dl-class.
           move ws-he-shift-code       to ws-dl-shift.
           move ws-emp-gross           to ws-dl-gross.
           perform 210-apply-one-deduction
             varying ws-ded-idx from 1 by 1
             until ws-ded-idx > ws-ded-count.
           compute ws-net-pay
             = ws-emp-gross - ws-emp-ded-total.
           move ws-emp-ded-total       to ws-dl-deds.
           move ws-net-pay             to ws-dl-net.
           add ws-emp-gross            to ws-tot-gross.
           add ws-emp-ded-total        to ws-tot-deds.
           add ws-net-pay              to ws-tot-net.
           perform 400-write-detail-line.
           if ws-he-retro-pay > zero
               add 1                   to ws-tot-retro-count
               add ws-he-retro-pay     to ws-tot-retro
               move ws-he-retro-pay    to ws-rl-amount
               write print-line        from ws-retro-line
                 after advancing 1 lines
               add 1                   to ws-line-count
               if ws-line-count is greater than or equal to 60
                   perform 050-print-heading
               end-if
           end-if.
           perform 220-print-one-deduction
             varying ws-ded-idx from 1 by 1
             until ws-ded-idx > ws-ded-count.
           perform 300-route-payment.

       210-apply-one-deduction.
      *    Takes one deduction when its class column matches this
           move 'n'                    to ws-tk-applied (ws-ded-idx).
           move zero                   to ws-tk-amount (ws-ded-idx).
           if ws-dd-class (ws-ded-idx) = '*'
             or ws-dd-class (ws-ded-idx) = ws-he-job-class
               if ws-dd-type (ws-ded-idx) = 'P'
                   compute ws-ded-amount rounded
                     = ws-emp-gross
                     * ws-dd-value (ws-ded-idx) / 100
               else
                   move ws-dd-value (ws-ded-idx)
               end-if
           end-if.

       300-route-payment.
      *    Pays the employee's net by direct deposit when they have
      *    a bank account whose prenote the bank has confirmed;
      *    anyone else, and any zero net, goes on the paper-cheque
      *    list, so nobody is dropped from payment silently
           move spaces                 to ws-cheque-reason.
           if ws-net-pay = zero
               move ws-cheque-txt-1    to ws-cheque-reason
           else
               if ws-bank-open not = 'y'
                   move ws-cheque-txt-2 to ws-cheque-reason
               else
                   move ws-he-number   to bnk-number
                   read bank-file
                       invalid key
                           move ws-cheque-txt-2 to ws-cheque-reason
                       not invalid key
                           if not bnk-prenote-confirmed
                               move ws-cheque-txt-3
                                       to ws-cheque-reason
                           end-if
                   end-read
               end-if
           end-if.
           if ws-cheque-reason = spaces
               perform 310-write-bank-credit
           else
               perform 320-write-cheque-line
           end-if.

       310-write-bank-credit.
      *    Writes one direct-deposit credit for the employee's net
           move 'D'                    to bpf-rec-type.
           move ws-he-number           to bpf-number.
           move bnk-routing            to bpf-routing.
           move bnk-account            to bpf-account.
           move bnk-acct-type          to bpf-acct-type.
           move ws-net-pay             to bpf-amount.
           write bpf-rec.
           add 1                       to ws-tot-bank-count.
           add ws-net-pay              to ws-tot-bank-amount.

       320-write-cheque-line.
      *    Lists one employee to be paid by paper cheque, with why
           move spaces                 to ws-chq-detail-line.
           move ws-he-number           to ws-cl-number.
           move ws-he-job-class        to ws-cl-class.
           move ws-net-pay             to ws-cl-net.
           move ws-cheque-reason       to ws-cl-reason.
           write cheque-line           from ws-chq-detail-line
             after advancing 1 lines.
           add 1                       to ws-tot-chq-count.
           add ws-net-pay              to ws-tot-chq-amount.

       910-reconcile-batch.
      *    Proves the disbursement file arrived whole: header and
      *    trailer present, and the trailer's count and gross-pay
      *    hash, and its retro adjustment count and hash, matching
      *    what was actually read
           if ws-batch-has-header not = 'y'
               move "No File Header"   to ws-brj-reason
               perform 920-write-batch-reject
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

       900-write-trailer.
      *    Prints the register totals; Total Gross Pay here ties to
      *    Gross Incl Retro Pay on the T2-05-P1 register, gross less
      *    total deductions proves out to total net, and the bank
      *    transfers plus the paper cheques prove out to total net
           move ws-tot-read            to ws-tr-read.
           move ws-tot-gross           to ws-tr-gross.
           move ws-tot-retro-count     to ws-tr-retro-count.
           move ws-tot-retro           to ws-tr-retro.
           move ws-tot-deds            to ws-tr-deds.
           move ws-tot-net             to ws-tr-net.
           move ws-tot-bank-count      to ws-tr-bank-count.
           move ws-tot-bank-amount     to ws-tr-bank-amount.
           move ws-tot-chq-count       to ws-tr-chq-count.
           move ws-tot-chq-amount      to ws-tr-chq-amount.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
             after advancing 2 lines.
           write print-line            from ws-trailer-gross
             after advancing 1 lines.
           write print-line            from ws-trailer-retro
             after advancing 1 lines.
           perform 930-write-ded-total
             varying ws-ded-idx from 1 by 1
             until ws-ded-idx > ws-ded-count.
             after advancing 1 lines.
           write print-line            from ws-trailer-net
             after advancing 1 lines.
           write print-line            from ws-trailer-bank
             after advancing 2 lines.
           write print-line            from ws-trailer-cheque
             after advancing 1 lines.

       930-write-ded-total.
      *    Prints one deduction's run total under the gross line
           write print-line            from ws-trailer-ded
             after advancing 1 lines.

       950-write-bpf-trailer.
      *    Closes the bank payment file with its count and amount
      *    hash, which tie to Paid By Bank Transfer on the register,
      *    and totals the paper-cheque list
           move spaces                 to bpf-trl-rec.
           move 'T'                    to bpt-rec-type.
           move ws-tot-bank-count      to bpt-rec-count.
           move ws-tot-bank-amount     to bpt-amount-hash.
           write bpf-trl-rec.
           move ws-tot-chq-count       to ws-ct-count.
           move ws-tot-chq-amount      to ws-ct-amount.
           write cheque-line           from ws-chq-total-line
             after advancing 2 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: employees read, bank transfers, and paper
      *    cheques, with the gross pay, the net pay, and the amount
      *    paid by bank transfer
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-10-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-bank-count      to rcf-count-2.
           move ws-tot-chq-count       to rcf-count-3.
           move zero                   to rcf-count-4.
           move ws-tot-gross           to rcf-amount-1.
           move ws-tot-net             to rcf-amount-2.
           move ws-tot-bank-amount     to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-10-P1.
