       identification division.
       program-id. T2-20-P1.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *This program will put a proposed change to the pay reference
      *tables -- the T2-02-P1 validation rules, the T2-05-P1 pay-rate
      *table and the T2-10-P1 deductions table -- through change
      *control. Each proposed table is edited record by record, the
      *three are cross-checked against each other as they would stand
      *in production together, and every record that differs from
      *the current table is listed before and after. Only when no
      *error is found are the proposed tables promoted over the
      *current ones; every promotion, and every refusal, is logged
      *with who asked for it and when
       environment division.
       input-output section.
       file-control.
      *Change request card position: the user id of the person asking
      *for the change, their change reference, and what it is for
           select parm-file
               assign "../../../../T2-20-P1.PARM"
               organization is line sequential
               file status is ws-parm-status.
      *Current validation-rules table position (read by T2-02-P1)
           select optional cur-rules-file
               assign "../../../../T2-02-P1.RULES"
               organization is line sequential
               file status is ws-cur-status.
      *Proposed validation-rules table position
           select optional new-rules-file
               assign "../../../../T2-02-P1.RULES.NEW"
               organization is line sequential
               file status is ws-new-status.
      *Current pay-rate table position (read by T2-05-P1)
           select optional cur-rates-file
               assign "../../../../T2-05-P1.RTE"
               organization is line sequential
               file status is ws-cur-status.
      *Proposed pay-rate table position
           select optional new-rates-file
               assign "../../../../T2-05-P1.RTE.NEW"
               organization is line sequential
               file status is ws-new-status.
      *Current deductions table position (read by T2-10-P1)
           select optional cur-deds-file
               assign "../../../../T2-10-P1.DED"
               organization is line sequential
               file status is ws-cur-status.
      *Proposed deductions table position
           select optional new-deds-file
               assign "../../../../T2-10-P1.DED.NEW"
               organization is line sequential
               file status is ws-new-status.
      *Table change log position; one record per table promoted or
      *per change refused, so it is only ever extended
           select optional log-file
               assign "../../../../T2-20-P1.LOG"
               organization is line sequential.
      *Change-control report file position
           select print-file
               assign "../../../../T2-20-P1.out"
               organization is line sequential.
      *
       data division.
       file section.
      *File division

       fd parm-file
           data record is chg-rec
           record contains 58 characters.
      *Change request: who is asking, their change reference, and a
      *short description of the change

       01 chg-rec.
         05 chg-user-id                pic x(8).
         05 chg-reference              pic x(10).
         05 chg-description            pic x(40).
      *File division

       fd cur-rules-file
           data record is cur-rules-rec
           record contains 12 characters.
      *Current validation-rules record

       01 cur-rules-rec                pic x(12).
      *File division

       fd new-rules-file
           data record is new-rules-rec
           record contains 12 characters.
      *Proposed validation-rules record

       01 new-rules-rec                pic x(12).
      *File division

       fd cur-rates-file
           data record is cur-rates-rec
           record contains 12 characters.
      *Current pay-rate record

       01 cur-rates-rec                pic x(12).
      *File division

       fd new-rates-file
           data record is new-rates-rec
           record contains 12 characters.
      *Proposed pay-rate record

       01 new-rates-rec                pic x(12).
      *File division

       fd cur-deds-file
           data record is cur-deds-rec
           record contains 17 characters.
      *Current deductions record

       01 cur-deds-rec                 pic x(17).
      *File division

       fd new-deds-file
           data record is new-deds-rec
           record contains 17 characters.
      *Proposed deductions record

       01 new-deds-rec                 pic x(17).
      *File division

       fd log-file
           data record is log-rec
           record contains 101 characters.
      *One table promoted, or one change refused: when, by whom,
      *under which reference, and how much of the table changed

       01 log-rec.
         05 log-date                   pic x(8).
         05 log-time                   pic x(6).
         05 log-user-id                pic x(8).
         05 log-reference              pic x(10).
         05 log-table                  pic x(8).
         05 log-result                 pic x(8).
         05 log-added                  pic 9(3).
         05 log-changed                pic 9(3).
         05 log-deleted                pic 9(3).
         05 log-errors                 pic 9(4).
         05 log-description            pic x(40).
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
         05 filler                     pic x(40)   value
         "Reference Table Change Control".
       01 ws-heading2.
         05 filler                     pic x(10)   value "Run Date: ".
         05 ws-hd-date                 pic x(10).
       01 ws-request-line1.
         05 filler                     pic x(16)   value
         "Requested By  : ".
         05 ws-rq-user-id              pic x(8).
         05 filler                     pic x(15)   value
         "   Reference : ".
         05 ws-rq-reference            pic x(10).
       01 ws-request-line2.
         05 filler                     pic x(16)   value
         "Description   : ".
         05 ws-rq-description          pic x(40).

      *Run date, formatted mm/dd/yyyy, and the run timestamp the
      *change log is stamped with
       01 ws-sys-date.
         05 ws-sys-yyyy                pic 9(4).
         05 ws-sys-mm                  pic 9(2).
         05 ws-sys-dd                  pic 9(2).
       01 ws-run-date-disp             pic x(10).
       01 ws-run-timestamp             pic x(21).

      *File statuses; an optional table that is not there opens with
      *a status other than "00" and is read as empty
       01 ws-parm-status               pic xx.
       01 ws-cur-status                pic xx.
       01 ws-new-status                pic xx.

      *Constant for end of file
       01 ws-eof-flag                  pic x       value 'n'.

      *Which of the three tables is being worked on: 1 = rules,
      *2 = rates, 3 = deductions; zero while the change request card
      *itself is being checked
       01 ws-tbl-idx                   pic 9.
       01 ws-tables.
         05 ws-tbl-entry               occurs 3 times.
           10 ws-tb-name               pic x(5).
           10 ws-tb-proposed           pic x.
           10 ws-tb-records            pic 9(3).
           10 ws-tb-added              pic 9(3).
           10 ws-tb-changed            pic 9(3).
           10 ws-tb-deleted            pic 9(3).

      *Current and proposed versions of the table being worked on,
      *each record held with the key it is matched on: the record
      *type and job class or shift code for the rules and rates, the
      *deduction code for the deductions
       01 ws-cmp-max                   pic 9(3)    value 100.
       01 ws-cur-count                 pic 9(3)    value zero.
       01 ws-new-count                 pic 9(3)    value zero.
       01 ws-cur-idx                   pic 9(3).
       01 ws-new-idx                   pic 9(3).
       01 ws-find-idx                  pic 9(3).
       01 ws-match-idx                 pic 9(3).
       01 ws-found                     pic x.
      *Lines to advance before the next difference line; each table's
      *first one is set off from the table before it
       01 ws-diff-advance              pic 9       value 1.
       01 ws-too-large                 pic x.
       01 ws-load-image                pic x(17).
       01 ws-load-key                  pic x(9).
       01 ws-cur-table.
         05 ws-cur-entry               occurs 100 times.
           10 ws-ce-key                pic x(9).
           10 ws-ce-image              pic x(17).
           10 ws-ce-matched            pic x.
       01 ws-new-table.
         05 ws-new-entry               occurs 100 times.
           10 ws-ne-key                pic x(9).
           10 ws-ne-image              pic x(17).
           10 ws-ne-dup                pic x.

      *Working views of one table record, laid out as the programs
      *that read the tables lay them out
       01 rul-rec.
         05 rul-type                   pic x.
           88 rul-band-rec                         value 'B'.
           88 rul-shift-rec                        value 'S'.
           88 rul-class-rec                        value 'J'.
         05 rul-body                   pic x(11).
         05 rul-band-def redefines rul-body.
           10 rul-class                pic x.
           10 rul-min                  pic 9(5).
           10 rul-max                  pic 9(5).
         05 rul-list-def redefines rul-body.
           10 rul-list                 pic x(11).
       01 rte-rec.
         05 rte-type                   pic x.
           88 rte-class-rec                        value 'C'.
           88 rte-shift-rec                        value 'S'.
         05 rte-class                  pic x.
         05 rte-rate                   pic 9v99.
         05 rte-ot-hours               pic 999.
         05 rte-ot-rate                pic 99v99.
       01 ded-rec.
         05 ded-type                   pic x.
           88 ded-pct-rec                          value 'P'.
           88 ded-flat-rec                         value 'F'.
         05 ded-class                  pic x.
         05 ded-code                   pic x(8).
         05 ded-value                  pic 9(5)v99.

      *Cross-check controls: the shift-code and job-class lists as
      *T2-02-P1 would use them (its own defaults unless the rules
      *table overrides them), and for each job class whether it has
      *a salary band, a pay rate, and its own percentage deductions
       01 ws-chk-shift-list            pic x(11)   value "DN".
       01 ws-chk-class-list            pic x(11)   value "12345".
       01 ws-chk-flags.
         05 ws-chk-class-entry         occurs 5 times.
           10 ws-ck-band               pic x.
           10 ws-ck-rate               pic x.
           10 ws-ck-pct                pic 9(5)v99.
       01 ws-pct-all                   pic 9(5)v99 value zero.
       01 ws-pct-total                 pic 9(5)v99.
       01 ws-chk-idx                   pic 9(2).
       01 ws-chk-char                  pic x.
       01 ws-chk-class                 pic 9.
       01 ws-chk-any-class             pic x       value 'n'.
       01 ws-chk-in-list               pic x.
       01 ws-chk-list                  pic x(11).
      *T2-10-P1 and T2-16-P1 load no more deductions than this
       01 ws-ded-max                   pic 9(3)    value 20.

      *Validation errors, held until every table has been checked so
      *they print together after the difference listing
       01 ws-err-max                   pic 9(3)    value 100.
       01 ws-err-count                 pic 9(4)    value zero.
       01 ws-err-idx                   pic 9(3).
       01 ws-err-msg                   pic x(34).
       01 ws-err-recno                 pic 9(3).
       01 ws-err-image                 pic x(17).
      *Change-log entry being written: the table, what became of it,
      *and how many of its records changed
       01 ws-log-table                 pic x(8).
       01 ws-log-result                pic x(8).
       01 ws-log-added                 pic 9(3).
       01 ws-log-changed               pic 9(3).
       01 ws-log-deleted               pic 9(3).
       01 ws-err-table.
         05 ws-err-entry               occurs 100 times.
           10 ws-ee-table              pic x(5).
           10 ws-ee-recno              pic 9(3).
           10 ws-ee-image              pic x(17).
           10 ws-ee-msg                pic x(34).

      *  Storing error messages
       01 ws-error-txt-cnst.
         05 ws-error-txt-1             pic x(34)   value
         "Change Request Card Missing".
         05 ws-error-txt-2             pic x(34)   value
         "Table Has Over 100 Records".
         05 ws-error-txt-3             pic x(34)   value
         "Record Type Not B, S Or J".
         05 ws-error-txt-4             pic x(34)   value
         "Band Job Class Not 1-5".
         05 ws-error-txt-5             pic x(34)   value
         "Band Limits Not Numeric".
         05 ws-error-txt-6             pic x(34)   value
         "Band Minimum Above Maximum".
         05 ws-error-txt-7             pic x(34)   value
         "Duplicate Band For Job Class".
         05 ws-error-txt-8             pic x(34)   value
         "Duplicate List Record".
         05 ws-error-txt-9             pic x(34)   value
         "List Record Empty".
         05 ws-error-txt-10            pic x(34)   value
         "Record Type Not C Or S".
         05 ws-error-txt-11            pic x(34)   value
         "Rate Job Class Not 1-5".
         05 ws-error-txt-12            pic x(34)   value
         "Rate Fields Not Numeric".
         05 ws-error-txt-13            pic x(34)   value
         "Rate Factor Zero".
         05 ws-error-txt-14            pic x(34)   value
         "Duplicate Rate Record".
         05 ws-error-txt-15            pic x(34)   value
         "Shift Not In Shift-Code List".
         05 ws-error-txt-16            pic x(34)   value
         "Record Type Not P Or F".
         05 ws-error-txt-17            pic x(34)   value
         "Deduction Code Missing".
         05 ws-error-txt-18            pic x(34)   value
         "Duplicate Deduction Code".
         05 ws-error-txt-19            pic x(34)   value
         "Deduction Value Not Numeric".
         05 ws-error-txt-20            pic x(34)   value
         "Class Not In Job-Class List".
         05 ws-error-txt-21            pic x(34)   value
         "Percentage Over 100".
         05 ws-error-txt-22            pic x(34)   value
         "Table Has Over 20 Deductions".
         05 ws-error-txt-23            pic x(34)   value
         "All-Class Percentages Over 100".

      *  Difference listing lines
       01 ws-diff-title.
         05 filler                     pic x(50)   value
         "-- Table Differences, Current To Proposed --".
       01 ws-diff-heading.
         05 filler                     pic x(55)   value
         "  Table  Action    Current Record      Proposed Record".
       01 ws-diff-line                 value spaces.
         05 filler                     pic x(2).
         05 ws-df-table                pic x(5).
         05 filler                     pic x(2).
         05 ws-df-action               pic x(7).
         05 filler                     pic x(3).
         05 ws-df-before               pic x(17).
         05 filler                     pic x(3).
         05 ws-df-after                pic x(17).
       01 ws-table-summary.
         05 filler                     pic x(2)    value spaces.
         05 ws-ts-table                pic x(5).
         05 filler                     pic x(12)   value
         "  Proposed:".
         05 ws-ts-records              pic zz9.
         05 filler                     pic x(17)   value
         " Records  Added:".
         05 ws-ts-added                pic zz9.
         05 filler                     pic x(11)   value
         "  Changed:".
         05 ws-ts-changed              pic zz9.
         05 filler                     pic x(11)   value
         "  Deleted:".
         05 ws-ts-deleted              pic zz9.
       01 ws-table-not-proposed.
         05 filler                     pic x(2)    value spaces.
         05 ws-tn-table                pic x(5).
         05 filler                     pic x(40)   value
         "  Not Proposed - Current Table Checked".

      *  Error listing lines
       01 ws-error-title.
         05 filler                     pic x(30)   value
         "-- Validation Errors --".
       01 ws-error-heading.
         05 filler                     pic x(40)   value
         "  Table  Rec   Record              Error".
       01 ws-error-line                value spaces.
         05 filler                     pic x(2).
         05 ws-el-table                pic x(5).
         05 filler                     pic x(2).
         05 ws-el-recno                pic zzz.
         05 filler                     pic x(3).
         05 ws-el-image                pic x(17).
         05 filler                     pic x(3).
         05 ws-el-msg                  pic x(34).
       01 ws-no-errors-line.
         05 filler                     pic x(20)   value
         "  No Errors Found".
       01 ws-err-overflow-line.
         05 filler                     pic x(45)   value
         "** Further Errors Counted But Not Listed **".

      *  Outcome lines
       01 ws-promoted-line.
         05 filler                     pic x(50)   value
         "** Proposed Tables Promoted To Production **".
       01 ws-refused-line.
         05 filler                     pic x(50)   value
         "** Proposed Tables Refused - Nothing Promoted **".
       01 ws-no-change-line.
         05 filler                     pic x(50)   value
         "** No Table Changes Proposed - Nothing Promoted **".

      *  Control totals for the trailer section
       01 ws-control-totals.
         05 ws-tot-changes             pic 9(4)    value zero.
         05 ws-tot-promoted            pic 9       value zero.

      *  Trailer report lines
       01 ws-trailer-title.
         05 filler                     pic x(30)   value
         "-- Control Totals --".
       01 ws-trailer-changes.
         05 filler                     pic x(24)   value
         "Records Changed       :".
         05 ws-tr-changes              pic zzz,zz9.
       01 ws-trailer-errors.
         05 filler                     pic x(24)   value
         "Validation Errors     :".
         05 ws-tr-errors               pic zzz,zz9.
       01 ws-trailer-promoted.
         05 filler                     pic x(24)   value
         "Tables Promoted       :".
         05 ws-tr-promoted             pic zzz,zz9.
      *
       procedure division.
      *
       000-main.
      *Open the report
           open output print-file.
      *Building the run date for the page header, and the timestamp
      *the change log is stamped with
           move function current-date  to ws-run-timestamp.
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
      *Reading who is asking for the change; no change is promoted
      *without a change request on file
           move "RULES"                to ws-tb-name (1).
           move "RATES"                to ws-tb-name (2).
           move "DEDNS"                to ws-tb-name (3).
           perform 020-read-change-request.
      *Listing the differences in each table and editing each one
      *as it would stand in production
           initialize ws-chk-flags.
           write print-line            from ws-diff-title
             after advancing 3 lines.
           write print-line            from ws-diff-heading
             after advancing 2 lines.
           perform 100-process-table
             varying ws-tbl-idx from 1 by 1
             until ws-tbl-idx > 3.
      *Cross-checking the three tables against each other
           perform 400-cross-check-tables.
      *Writing the error listing
           perform 700-write-errors.
      *Promoting the proposed tables, or refusing them
           perform 800-promote-tables.
      *Writing the control-total trailer
           perform 900-write-trailer.
      *Closing the files.
           close print-file.
      *
           stop run.
      *
       020-read-change-request.
      *    Reads the change request card and prints it at the top of
      *    the report; a missing card or one with no user id is an
      *    error in its own right, so nothing can be promoted
           move spaces                 to chg-rec.
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end
                       move spaces     to chg-rec
               end-read
               close parm-file
           end-if.
           move chg-user-id            to ws-rq-user-id.
           move chg-reference          to ws-rq-reference.
           move chg-description        to ws-rq-description.
           write print-line            from ws-request-line1
             after advancing 2 lines.
           write print-line            from ws-request-line2
             after advancing 1 lines.
           if chg-user-id = spaces
               move zero               to ws-tbl-idx
               move zero               to ws-err-recno
               move spaces             to ws-err-image
               move ws-error-txt-1     to ws-err-msg
               perform 190-add-error
           end-if.

       100-process-table.
      *    Loads the current and proposed versions of one table, lists
      *    the records that differ, and edits the proposed version; a
      *    table with no proposed version is checked as it stands, so
      *    the cross-checks see the tables as they will be in
      *    production together
           move zero                   to ws-cur-count.
           move zero                   to ws-new-count.
           move 'n'                    to ws-too-large.
           move 'n'                    to ws-tb-proposed (ws-tbl-idx).
           move zero                   to ws-tb-added (ws-tbl-idx).
           move zero                   to ws-tb-changed (ws-tbl-idx).
           move zero                   to ws-tb-deleted (ws-tbl-idx).
           evaluate ws-tbl-idx
               when 1
                   perform 111-load-cur-rules
                   perform 121-load-new-rules
               when 2
                   perform 113-load-cur-rates
                   perform 123-load-new-rates
               when 3
                   perform 115-load-cur-deds
                   perform 125-load-new-deds
           end-evaluate.
           if ws-tb-proposed (ws-tbl-idx) not = 'y'
               perform 130-copy-current-entry
                 varying ws-cur-idx from 1 by 1
                 until ws-cur-idx > ws-cur-count
           end-if.
           move ws-new-count           to ws-tb-records (ws-tbl-idx).
           move 2                      to ws-diff-advance.
           perform 500-list-differences.
           perform 300-validate-table.
           if ws-tb-proposed (ws-tbl-idx) = 'y'
               move ws-tb-name (ws-tbl-idx)
                                       to ws-ts-table
               move ws-tb-records (ws-tbl-idx)
                                       to ws-ts-records
               move ws-tb-added (ws-tbl-idx)
                                       to ws-ts-added
               move ws-tb-changed (ws-tbl-idx)
                                       to ws-ts-changed
               move ws-tb-deleted (ws-tbl-idx)
                                       to ws-ts-deleted
               write print-line        from ws-table-summary
                 after advancing 2 lines
           else
               move ws-tb-name (ws-tbl-idx)
                                       to ws-tn-table
               write print-line        from ws-table-not-proposed
                 after advancing 2 lines
           end-if.

       111-load-cur-rules.
      *    Loads the current validation-rules table
           move 'n'                    to ws-eof-flag.
           open input cur-rules-file.
           if ws-cur-status = "00"
               read cur-rules-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 112-load-cur-rules-rec
                 until ws-eof-flag = 'y'
               close cur-rules-file
           end-if.

       112-load-cur-rules-rec.
      *    Holds one current validation-rules record
           move cur-rules-rec          to ws-load-image.
           perform 160-add-cur-entry.
           read cur-rules-file
               at end
                   move 'y'            to ws-eof-flag.

       113-load-cur-rates.
      *    Loads the current pay-rate table
           move 'n'                    to ws-eof-flag.
           open input cur-rates-file.
           if ws-cur-status = "00"
               read cur-rates-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 114-load-cur-rates-rec
                 until ws-eof-flag = 'y'
               close cur-rates-file
           end-if.

       114-load-cur-rates-rec.
      *    Holds one current pay-rate record
           move cur-rates-rec          to ws-load-image.
           perform 160-add-cur-entry.
           read cur-rates-file
               at end
                   move 'y'            to ws-eof-flag.

       115-load-cur-deds.
      *    Loads the current deductions table
           move 'n'                    to ws-eof-flag.
           open input cur-deds-file.
           if ws-cur-status = "00"
               read cur-deds-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 116-load-cur-deds-rec
                 until ws-eof-flag = 'y'
               close cur-deds-file
           end-if.

       116-load-cur-deds-rec.
      *    Holds one current deductions record
           move cur-deds-rec           to ws-load-image.
           perform 160-add-cur-entry.
           read cur-deds-file
               at end
                   move 'y'            to ws-eof-flag.

       121-load-new-rules.
      *    Loads the proposed validation-rules table, when there is one
           move 'n'                    to ws-eof-flag.
           open input new-rules-file.
           if ws-new-status = "00"
               move 'y'                to ws-tb-proposed (ws-tbl-idx)
               read new-rules-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 122-load-new-rules-rec
                 until ws-eof-flag = 'y'
               close new-rules-file
           end-if.

       122-load-new-rules-rec.
      *    Holds one proposed validation-rules record
           move new-rules-rec          to ws-load-image.
           perform 165-add-new-entry.
           read new-rules-file
               at end
                   move 'y'            to ws-eof-flag.

       123-load-new-rates.
      *    Loads the proposed pay-rate table, when there is one
           move 'n'                    to ws-eof-flag.
           open input new-rates-file.
           if ws-new-status = "00"
               move 'y'                to ws-tb-proposed (ws-tbl-idx)
               read new-rates-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 124-load-new-rates-rec
                 until ws-eof-flag = 'y'
               close new-rates-file
           end-if.

       124-load-new-rates-rec.
      *    Holds one proposed pay-rate record
           move new-rates-rec          to ws-load-image.
           perform 165-add-new-entry.
           read new-rates-file
               at end
                   move 'y'            to ws-eof-flag.

       125-load-new-deds.
      *    Loads the proposed deductions table, when there is one
           move 'n'                    to ws-eof-flag.
           open input new-deds-file.
           if ws-new-status = "00"
               move 'y'                to ws-tb-proposed (ws-tbl-idx)
               read new-deds-file
                   at end
                       move 'y'        to ws-eof-flag
               end-read
               perform 126-load-new-deds-rec
                 until ws-eof-flag = 'y'
               close new-deds-file
           end-if.

       126-load-new-deds-rec.
      *    Holds one proposed deductions record
           move new-deds-rec           to ws-load-image.
           perform 165-add-new-entry.
           read new-deds-file
               at end
                   move 'y'            to ws-eof-flag.

       130-copy-current-entry.
      *    Takes one current record as its own proposed version, for
      *    a table with no change proposed
           move ws-ce-image (ws-cur-idx)
                                       to ws-load-image.
           perform 165-add-new-entry.

       150-build-key.
      *    Works out the key a record is matched on between the
      *    current and proposed versions of its table
           move spaces                 to ws-load-key.
           evaluate ws-tbl-idx
               when 1
                   move ws-load-image (1:1)
                                       to ws-load-key (1:1)
                   if ws-load-image (1:1) = 'B'
                       move ws-load-image (2:1)
                                       to ws-load-key (2:1)
                   end-if
               when 2
                   move ws-load-image (1:2)
                                       to ws-load-key (1:2)
               when 3
                   move ws-load-image (3:8)
                                       to ws-load-key (1:8)
           end-evaluate.

       160-add-cur-entry.
      *    Adds one record to the current version of the table
           if ws-cur-count < ws-cmp-max
               add 1                   to ws-cur-count
               perform 150-build-key
               move ws-load-key        to ws-ce-key (ws-cur-count)
               move ws-load-image      to ws-ce-image (ws-cur-count)
               move 'n'                to ws-ce-matched (ws-cur-count)
           end-if.

       165-add-new-entry.
      *    Adds one record to the proposed version of the table,
      *    marking it when an earlier record already has its key; a
      *    table too large to hold is an error in its own right
           if ws-new-count < ws-cmp-max
               perform 150-build-key
               move 'n'                to ws-found
               perform 170-check-dup-key
                 varying ws-find-idx from 1 by 1
                 until ws-find-idx > ws-new-count
                   or ws-found = 'y'
               add 1                   to ws-new-count
               move ws-load-key        to ws-ne-key (ws-new-count)
               move ws-load-image      to ws-ne-image (ws-new-count)
               move ws-found           to ws-ne-dup (ws-new-count)
           else
               move 'y'                to ws-too-large
           end-if.

       170-check-dup-key.
      *    Compares one earlier proposed record's key with this one
           if ws-ne-key (ws-find-idx) = ws-load-key
               move 'y'                to ws-found
           end-if.

       190-add-error.
      *    Holds one validation error for the error listing; errors
      *    past the listing's limit are still counted
           add 1                       to ws-err-count.
           if ws-err-count not > ws-err-max
               move ws-err-count       to ws-err-idx
               if ws-tbl-idx = zero
                   move "CARD"         to ws-ee-table (ws-err-idx)
               else
                   move ws-tb-name (ws-tbl-idx)
                                       to ws-ee-table (ws-err-idx)
               end-if
               move ws-err-recno       to ws-ee-recno (ws-err-idx)
               move ws-err-image       to ws-ee-image (ws-err-idx)
               move ws-err-msg         to ws-ee-msg (ws-err-idx)
           end-if.

       300-validate-table.
      *    Edits every record of the table as it will stand in
      *    production
           if ws-too-large = 'y'
               move zero               to ws-err-recno
               move spaces             to ws-err-image
               move ws-error-txt-2     to ws-err-msg
               perform 190-add-error
           end-if.
           evaluate ws-tbl-idx
               when 1
                   perform 310-edit-rule-entry
                     varying ws-new-idx from 1 by 1
                     until ws-new-idx > ws-new-count
               when 2
                   perform 320-edit-rate-entry
                     varying ws-new-idx from 1 by 1
                     until ws-new-idx > ws-new-count
               when 3
                   perform 330-edit-ded-entry
                     varying ws-new-idx from 1 by 1
                     until ws-new-idx > ws-new-count
                   if ws-new-count > ws-ded-max
                       move zero       to ws-err-recno
                       move spaces     to ws-err-image
                       move ws-error-txt-22
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
           end-evaluate.

       310-edit-rule-entry.
      *    Edits one validation-rules record: a band must be for a
      *    job class T2-02-P1 holds a band for, with numeric limits
      *    and its minimum no higher than its maximum, and only one
      *    band, shift-code list and job-class list is allowed
           move ws-ne-image (ws-new-idx) (1:12)
                                       to rul-rec.
           move ws-new-idx             to ws-err-recno.
           move ws-ne-image (ws-new-idx)
                                       to ws-err-image.
           evaluate true
               when rul-band-rec
                   if rul-class < '1' or rul-class > '5'
                       move ws-error-txt-4
                                       to ws-err-msg
                       perform 190-add-error
                   else
                       move rul-class  to ws-chk-class
                       move 'y'        to ws-ck-band (ws-chk-class)
                       if ws-ne-dup (ws-new-idx) = 'y'
                           move ws-error-txt-7
                                       to ws-err-msg
                           perform 190-add-error
                       end-if
                   end-if
                   if rul-min is not numeric
                     or rul-max is not numeric
                       move ws-error-txt-5
                                       to ws-err-msg
                       perform 190-add-error
                   else
                       if rul-min > rul-max
                           move ws-error-txt-6
                                       to ws-err-msg
                           perform 190-add-error
                       end-if
                   end-if
               when rul-shift-rec or rul-class-rec
                   if ws-ne-dup (ws-new-idx) = 'y'
                       move ws-error-txt-8
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
                   if rul-list = spaces
                       move ws-error-txt-9
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
                   if rul-shift-rec
                       move rul-list   to ws-chk-shift-list
                   else
                       move rul-list   to ws-chk-class-list
                   end-if
               when other
                   move ws-error-txt-3 to ws-err-msg
                   perform 190-add-error
           end-evaluate.

       320-edit-rate-entry.
      *    Edits one pay-rate record: a class rate must be for a job
      *    class T2-05-P1 holds a rate for, a shift differential for a
      *    shift code on the rules table's list, the figures
      *    T2-05-P1 reads must be numeric (a shift record carries only
      *    its differential, which may be zero), a class rate factor
      *    of zero would pay nothing, and only one record is allowed
      *    per job class or shift code
           move ws-ne-image (ws-new-idx) (1:12)
                                       to rte-rec.
           move ws-new-idx             to ws-err-recno.
           move ws-ne-image (ws-new-idx)
                                       to ws-err-image.
           if not rte-class-rec and not rte-shift-rec
               move ws-error-txt-10    to ws-err-msg
               perform 190-add-error
           else
               if rte-class-rec
                   if rte-class < '1' or rte-class > '5'
                       move ws-error-txt-11
                                       to ws-err-msg
                       perform 190-add-error
                   else
                       move rte-class  to ws-chk-class
                       move 'y'        to ws-ck-rate (ws-chk-class)
                   end-if
               else
                   move rte-class      to ws-chk-char
                   move ws-chk-shift-list
                                       to ws-chk-list
                   perform 440-check-in-list
                   if ws-chk-in-list not = 'y'
                       move ws-error-txt-15
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
               end-if
               if ws-ne-dup (ws-new-idx) = 'y'
                   move ws-error-txt-14
                                       to ws-err-msg
                   perform 190-add-error
               end-if
               if rte-class-rec
                   if rte-rec (3:10) is not numeric
                       move ws-error-txt-12
                                       to ws-err-msg
                       perform 190-add-error
                   else
                       if rte-rate = zero
                           move ws-error-txt-13
                                       to ws-err-msg
                           perform 190-add-error
                       end-if
                   end-if
               else
                   if rte-rec (3:3) is not numeric
                       move ws-error-txt-12
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
               end-if
           end-if.

       330-edit-ded-entry.
      *    Edits one deductions record: it must be a percentage or a
      *    flat amount with a numeric value and a deduction code used
      *    nowhere else in the table, for all classes or for a job
      *    class on the rules table's list; percentages are totalled
      *    by job class for the cross-check
           move ws-ne-image (ws-new-idx)
                                       to ded-rec.
           move ws-new-idx             to ws-err-recno.
           move ws-ne-image (ws-new-idx)
                                       to ws-err-image.
           if not ded-pct-rec and not ded-flat-rec
               move ws-error-txt-16    to ws-err-msg
               perform 190-add-error
           end-if.
           if ded-code = spaces
               move ws-error-txt-17    to ws-err-msg
               perform 190-add-error
           else
               if ws-ne-dup (ws-new-idx) = 'y'
                   move ws-error-txt-18
                                       to ws-err-msg
                   perform 190-add-error
               end-if
           end-if.
           if ded-class not = '*'
               move ded-class          to ws-chk-char
               move ws-chk-class-list  to ws-chk-list
               perform 440-check-in-list
               if ws-chk-in-list not = 'y'
                   move ws-error-txt-20
                                       to ws-err-msg
                   perform 190-add-error
               end-if
           end-if.
           if ded-rec (11:7) is not numeric
               move ws-error-txt-19    to ws-err-msg
               perform 190-add-error
           else
               if ded-pct-rec
                   if ded-value > 100
                       move ws-error-txt-21
                                       to ws-err-msg
                       perform 190-add-error
                   end-if
                   if ded-class = '*'
                       add ded-value   to ws-pct-all
                   else
                       if ded-class >= '1' and ded-class <= '5'
                           move ded-class
                                       to ws-chk-class
                           add ded-value
                             to ws-ck-pct (ws-chk-class)
                       end-if
                   end-if
               end-if
           end-if.

       400-cross-check-tables.
      *    Proves every job class on the rules table's list has a
      *    salary band and a pay rate, and that the percentage
      *    deductions taken from any one class's pay, its own plus
      *    the all-class ones, come to no more than 100
           move 1                      to ws-tbl-idx.
           move 'n'                    to ws-chk-any-class.
           perform 410-check-listed-class
             varying ws-chk-idx from 1 by 1
             until ws-chk-idx > 11.
           if ws-chk-any-class not = 'y'
             and ws-pct-all > 100
               move 3                  to ws-tbl-idx
               move zero               to ws-err-recno
               move spaces             to ws-err-image
               move ws-error-txt-23    to ws-err-msg
               perform 190-add-error
           end-if.

       410-check-listed-class.
      *    Cross-checks one job class from the rules table's list
           move ws-chk-class-list (ws-chk-idx:1)
                                       to ws-chk-char.
           if ws-chk-char not = space
               move zero               to ws-err-recno
               move ws-chk-class-list  to ws-err-image
               if ws-chk-char < '1' or ws-chk-char > '5'
                   move 1              to ws-tbl-idx
                   move spaces         to ws-err-msg
                   string "Listed Class "   delimited by size
                          ws-chk-char       delimited by size
                          " Not 1-5"        delimited by size
                     into ws-err-msg
                   perform 190-add-error
               else
                   move 'y'            to ws-chk-any-class
                   move ws-chk-char    to ws-chk-class
                   perform 420-check-class-tables
               end-if
           end-if.

       420-check-class-tables.
      *    Checks one listed job class against the band, rate and
      *    deduction tables
           if ws-ck-band (ws-chk-class) not = 'y'
               move 1                  to ws-tbl-idx
               move spaces             to ws-err-msg
               string "Class "              delimited by size
                      ws-chk-char           delimited by size
                      " Has No Salary Band" delimited by size
                 into ws-err-msg
               perform 190-add-error
           end-if.
           if ws-ck-rate (ws-chk-class) not = 'y'
               move 2                  to ws-tbl-idx
               move spaces             to ws-err-msg
               string "Class "              delimited by size
                      ws-chk-char           delimited by size
                      " Has No Pay Rate"    delimited by size
                 into ws-err-msg
               perform 190-add-error
           end-if.
           add ws-pct-all, ws-ck-pct (ws-chk-class)
             giving ws-pct-total.
           if ws-pct-total > 100
               move 3                  to ws-tbl-idx
               move spaces             to ws-err-msg
               string "Class "              delimited by size
                      ws-chk-char           delimited by size
                      " Percentages Over 100"
                                            delimited by size
                 into ws-err-msg
               perform 190-add-error
           end-if.

       440-check-in-list.
      *    Looks ws-chk-char up in the list held in ws-chk-list
           move 'n'                    to ws-chk-in-list.
           if ws-chk-char not = space
               perform 445-check-list-char
                 varying ws-find-idx from 1 by 1
                 until ws-find-idx > 11
                   or ws-chk-in-list = 'y'
           end-if.

       445-check-list-char.
      *    Compares one list character with ws-chk-char
           if ws-chk-list (ws-find-idx:1) = ws-chk-char
               move 'y'                to ws-chk-in-list
           end-if.

       500-list-differences.
      *    Lists every proposed record that is new or changed against
      *    the current table, then every current record the proposed
      *    table drops; records are matched on their key, and a
      *    record that has not changed is not listed
           perform 510-match-new-entry
             varying ws-new-idx from 1 by 1
             until ws-new-idx > ws-new-count.
           perform 520-check-deleted-entry
             varying ws-cur-idx from 1 by 1
             until ws-cur-idx > ws-cur-count.

       510-match-new-entry.
      *    Finds the current record one proposed record replaces
           move 'n'                    to ws-found.
           perform 515-find-cur-key
             varying ws-find-idx from 1 by 1
             until ws-find-idx > ws-cur-count
               or ws-found = 'y'.
           if ws-found not = 'y'
               add 1                   to ws-tb-added (ws-tbl-idx)
               move "ADDED"            to ws-df-action
               move spaces             to ws-df-before
               move ws-ne-image (ws-new-idx)
                                       to ws-df-after
               perform 530-write-diff-line
           else
               if ws-ce-image (ws-match-idx)
                 not = ws-ne-image (ws-new-idx)
                   add 1               to ws-tb-changed (ws-tbl-idx)
                   move "CHANGED"      to ws-df-action
                   move ws-ce-image (ws-match-idx)
                                       to ws-df-before
                   move ws-ne-image (ws-new-idx)
                                       to ws-df-after
                   perform 530-write-diff-line
               end-if
           end-if.

       515-find-cur-key.
      *    Compares one not-yet-matched current record's key with the
      *    proposed record's
           if ws-ce-matched (ws-find-idx) = 'n'
             and ws-ce-key (ws-find-idx) = ws-ne-key (ws-new-idx)
               move 'y'                to ws-found
               move 'y'                to ws-ce-matched (ws-find-idx)
               move ws-find-idx        to ws-match-idx
           end-if.

       520-check-deleted-entry.
      *    Lists one current record no proposed record replaced
           if ws-ce-matched (ws-cur-idx) = 'n'
               add 1                   to ws-tb-deleted (ws-tbl-idx)
               move "DELETED"          to ws-df-action
               move ws-ce-image (ws-cur-idx)
                                       to ws-df-before
               move spaces             to ws-df-after
               perform 530-write-diff-line
           end-if.

       530-write-diff-line.
      *    Prints one difference line
           add 1                       to ws-tot-changes.
           move ws-tb-name (ws-tbl-idx)
                                       to ws-df-table.
           write print-line            from ws-diff-line
             after advancing ws-diff-advance lines.
           move 1                      to ws-diff-advance.

       700-write-errors.
      *    Prints every validation error found, table by table in the
      *    order they were found
           write print-line            from ws-error-title
             after advancing 3 lines.
           if ws-err-count = zero
               write print-line        from ws-no-errors-line
                 after advancing 2 lines
           else
               write print-line        from ws-error-heading
                 after advancing 2 lines
               perform 710-write-error-line
                 varying ws-err-idx from 1 by 1
                 until ws-err-idx > ws-err-count
                   or ws-err-idx > ws-err-max
               if ws-err-count > ws-err-max
                   write print-line    from ws-err-overflow-line
                     after advancing 1 lines
               end-if
           end-if.

       710-write-error-line.
      *    Prints one validation error
           move ws-ee-table (ws-err-idx)
                                       to ws-el-table.
           move ws-ee-recno (ws-err-idx)
                                       to ws-el-recno.
           move ws-ee-image (ws-err-idx)
                                       to ws-el-image.
           move ws-ee-msg (ws-err-idx) to ws-el-msg.
           write print-line            from ws-error-line
             after advancing 1 lines.

       800-promote-tables.
      *    Copies each proposed table that changes anything over the
      *    current one and logs it, but only when not one error was
      *    found in any table; otherwise the change is refused whole
      *    and the refusal is logged
           if ws-err-count > zero
               write print-line        from ws-refused-line
                 after advancing 3 lines
               move "ALL"              to ws-log-table
               move "REFUSED"          to ws-log-result
               move zero               to ws-log-added
               move ws-tot-changes     to ws-log-changed
               move zero               to ws-log-deleted
               perform 850-write-log-rec
           else
               perform 810-promote-table
                 varying ws-tbl-idx from 1 by 1
                 until ws-tbl-idx > 3
               if ws-tot-promoted > zero
                   write print-line    from ws-promoted-line
                     after advancing 3 lines
               else
                   write print-line    from ws-no-change-line
                     after advancing 3 lines
               end-if
           end-if.

       810-promote-table.
      *    Promotes one proposed table when it changes anything
           if ws-tb-proposed (ws-tbl-idx) = 'y'
             and (ws-tb-added (ws-tbl-idx) > zero
               or ws-tb-changed (ws-tbl-idx) > zero
               or ws-tb-deleted (ws-tbl-idx) > zero)
               move 'n'                to ws-eof-flag
               evaluate ws-tbl-idx
                   when 1
                       perform 820-promote-rules
                   when 2
                       perform 830-promote-rates
                   when 3
                       perform 840-promote-deds
               end-evaluate
               add 1                   to ws-tot-promoted
               move ws-tb-name (ws-tbl-idx)
                                       to ws-log-table
               move "PROMOTED"         to ws-log-result
               move ws-tb-added (ws-tbl-idx)
                                       to ws-log-added
               move ws-tb-changed (ws-tbl-idx)
                                       to ws-log-changed
               move ws-tb-deleted (ws-tbl-idx)
                                       to ws-log-deleted
               perform 850-write-log-rec
           end-if.

       820-promote-rules.
      *    Copies the proposed validation-rules table into production
           open input new-rules-file.
           open output cur-rules-file.
           read new-rules-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 825-copy-rules-rec
             until ws-eof-flag = 'y'.
           close new-rules-file,
             cur-rules-file.

       825-copy-rules-rec.
      *    Copies one proposed validation-rules record
           write cur-rules-rec         from new-rules-rec.
           read new-rules-file
               at end
                   move 'y'            to ws-eof-flag.

       830-promote-rates.
      *    Copies the proposed pay-rate table into production
           open input new-rates-file.
           open output cur-rates-file.
           read new-rates-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 835-copy-rates-rec
             until ws-eof-flag = 'y'.
           close new-rates-file,
             cur-rates-file.

       835-copy-rates-rec.
      *    Copies one proposed pay-rate record
           write cur-rates-rec         from new-rates-rec.
           read new-rates-file
               at end
                   move 'y'            to ws-eof-flag.

       840-promote-deds.
      *    Copies the proposed deductions table into production
           open input new-deds-file.
           open output cur-deds-file.
           read new-deds-file
               at end
                   move 'y'            to ws-eof-flag.
           perform 845-copy-deds-rec
             until ws-eof-flag = 'y'.
           close new-deds-file,
             cur-deds-file.

       845-copy-deds-rec.
      *    Copies one proposed deductions record
           write cur-deds-rec          from new-deds-rec.
           read new-deds-file
               at end
                   move 'y'            to ws-eof-flag.

       850-write-log-rec.
      *    Appends one change-log record stamped with this run's date
      *    and time and the change request it was made under
           open extend log-file.
           move spaces                 to log-rec.
           move ws-run-timestamp (1:8) to log-date.
           move ws-run-timestamp (9:6) to log-time.
           move chg-user-id            to log-user-id.
           move chg-reference          to log-reference.
           move chg-description        to log-description.
           move ws-log-table           to log-table.
           move ws-log-result          to log-result.
           move ws-log-added           to log-added.
           move ws-log-changed         to log-changed.
           move ws-log-deleted         to log-deleted.
           move ws-err-count           to log-errors.
           write log-rec.
           close log-file.

       900-write-trailer.
      *    Prints the change-control totals
           move ws-tot-changes         to ws-tr-changes.
           move ws-err-count           to ws-tr-errors.
           move ws-tot-promoted        to ws-tr-promoted.

           write print-line            from ws-trailer-title
             after advancing 3 lines.
           write print-line            from ws-trailer-changes
             after advancing 2 lines.
           write print-line            from ws-trailer-errors
             after advancing 1 lines.
           write print-line            from ws-trailer-promoted
             after advancing 1 lines.

       end program T2-20-P1.
