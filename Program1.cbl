           select other-scratch-file
               assign "../../../../T2-01-P1.OTHER.TMP"
               organization is line sequential.
      *Scratch files staging the current batch's clean extract,
      *suspense and audit lines until that batch itself reconciles
      *clean; a rejected batch's records are all discarded, so a
      *re-fed batch can never extract, suspense or audit-count the
      *same records twice, and the other batches in the file are
      *released regardless
           select val-stage-file
               assign "../../../../T2-01-P1.VAL.TMP"
               organization is line sequential.
           select sus-stage-file
               assign "../../../../T2-02-P1.SUS.TMP"
               organization is line sequential.
           select aud-stage-file
               assign "../../../../T2-02-P1.AUD.TMP"
               organization is line sequential.
      *Log of the batches already settled this run, one line per
      *batch as it is released or rejected; a resumed run reloads it
      *so no batch is ever released twice, and it is cleared at the
      *clean end of the run along with the checkpoint
           select optional batch-log-file
               assign "../../../../T2-02-P1.BAT"
               organization is line sequential
               file status is ws-bat-status.
      *Shared run-control file position; this run's control totals
      *are appended for the T2-19-P1 balancing run, so it is only
      *ever extended
           select optional rcf-file
               assign "../../../../T2-19-P1.RCF"
               organization is line sequential.
      *
       data division.
       file section.

       fd restart-file
           data record is ws-restart-rec
           record contains 84 characters.
      *Holds the count of records successfully processed so far,
      *along with the running error tallies as of that checkpoint,
      *so a resumed run's trailer/subtotals cover the whole file, and
      *the batch the run was in with that batch's own error and clean
      *counts, which cannot be rebuilt without re-editing its records

       01 ws-restart-rec.
         05 ws-restart-tot-read        pic 9(6).
         05 ws-restart-day-err         pic 9(6).
         05 ws-restart-night-err       pic 9(6).
         05 ws-restart-other-err       pic 9(6).
         05 ws-restart-batch-seq       pic 9(4).
         05 ws-restart-batch-source    pic x(8).
         05 ws-restart-batch-err       pic 9(6).
         05 ws-restart-batch-clean     pic 9(6).
      *File division

       fd status-file
       01 other-scratch-rec            pic x(152).
      *File division

       fd val-stage-file
           data record is val-stage-rec
           record contains 23 characters.
      *Holds this batch's clean extract records until the batch
      *reconciles

       01 val-stage-rec                pic x(23).
      *File division

       fd sus-stage-file
           data record is sus-stage-rec
           record contains 36 characters.
      *Holds this batch's audit lines until the batch reconciles

       01 aud-stage-rec                pic x(45).
      *File division

       fd batch-log-file
           data record is bat-rec
           record contains 94 characters.
      *One settled batch, laid out as a batch reconciliation entry

       01 bat-rec                      pic x(94).
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
       01 ws-resume-mode               pic x       value 'n'.
       01 ws-resume-count              pic 9(6)    value zero.
       01 ws-skip-idx                  pic 9(6).
      *Batch the checkpoint was taken in, with that batch's error and
      *clean counts, held until the skipped records have been replayed
       01 ws-resume-batch-seq          pic 9(4)    value zero.
       01 ws-resume-batch-source       pic x(8)    value spaces.
       01 ws-resume-batch-err          pic 9(6)    value zero.
       01 ws-resume-batch-clean        pic 9(6)    value zero.
       01 ws-summary-status            pic xx.
       01 ws-summary-mode              pic x       value 'n'.
      *Run-control parameters, defaulted here and overlaid from the
       01 ws-checkpoint-every          pic 9(6)    value 500.
      *Report page break fires at this many lines
       01 ws-page-lines                pic 9(2)    value 60.
      *Error records that reject a batch when reached in it; the rest
      *of that batch is passed over unedited; zero = no limit
       01 ws-max-errors                pic 9(6)    value zero.
      *Optional outputs, each produced only while set to 'Y'
       01 ws-opt-extract               pic x       value 'Y'.
       01 ws-opt-audit                 pic x       value 'Y'.
       01 ws-opt-scratch               pic x       value 'Y'.
      *Step result for the run-control record, 'N' when no batch in
      *the file could be released
       01 ws-step-ok                   pic x       value 'Y'.

      *  Parameter echo lines for page one of the report
       01 ws-echo-title.
         05 ws-ec-pagelines            pic zzz,zz9.
       01 ws-echo-maxerrors.
         05 filler                     pic x(24)   value
         "  Max Errors Per Batch:".
         05 ws-ec-maxerrors            pic zzz,zz9.
         05 filler                     pic x(14)   value
         "  (0=No Limit)".
       01 ws-echo-extract.
         05 filler                     pic x(24)   value
         "  Clean Extract       :".
         05 filler                     pic x       value space.
         05 ws-ec-scratch              pic x.

      *  Message written when a run resumes from its checkpoint
       01 ws-resume-line.
         05 filler                     pic x(24)   value
         "** Run Resumed In Batch ".
         05 ws-rl-batch                pic zzz9.
         05 filler                     pic x(2)    value " (".
         05 ws-rl-source               pic x(8).
         05 filler                     pic x(15)   value
         ") After Record ".
         05 ws-rl-record               pic zzz,zz9.
         05 filler                     pic x(3)    value " **".

      *Run-status controls; the start timestamp is held here so the
      *COMPLETE record still shows when the run began
       01 ws-prior-running             pic x       value 'n'.
       01 ws-start-timestamp           pic x(21).

      *Batch header/trailer reconciliation; each plant system sends
      *its batch as a header record, its details and a trailer record,
      *several batches may arrive one behind another in the same
      *file, and each batch is rejected on its own when its trailer
      *does not prove that batch arrived whole
       01 ws-batch-controls.
         05 ws-batch-open              pic x       value 'n'.
         05 ws-batch-seq               pic 9(4)    value zero.
         05 ws-batch-has-header        pic x       value 'n'.
         05 ws-batch-has-trailer       pic x       value 'n'.
         05 ws-batch-failed            pic x       value 'n'.
         05 ws-batch-limit-hit         pic x       value 'n'.
         05 ws-hdr-feed-date           pic x(8).
         05 ws-hdr-source              pic x(8).
         05 ws-trl-rec-count           pic 9(6).
         05 ws-trl-salary-hash         pic 9(9).
         05 ws-batch-read              pic 9(6)    value zero.
         05 ws-batch-err-recs          pic 9(6)    value zero.
         05 ws-batch-clean             pic 9(6)    value zero.
         05 ws-batch-salary-hash       pic 9(9)    value zero.
         05 ws-brj-reason              pic x(24).
      *Reason being charged to the batch; only the first one a batch
      *fails on is kept as its reason
       01 ws-brj-next                  pic x(24).
      *Salary hash over every detail record in the file
       01 ws-file-salary-hash          pic 9(9)    value zero.

      *Batch reconciliation table, one entry per settled batch in the
      *order the batches arrived, printed in the report trailer;
      *batches beyond the table are still settled and logged
       01 ws-bat-status                pic xx.
       01 ws-bat-eof                   pic x.
       01 ws-batch-max                 pic 9(4)    value 50.
       01 ws-batch-count               pic 9(4)    value zero.
       01 ws-batch-logged              pic 9(4)    value zero.
       01 ws-batch-idx                 pic 9(4).
       01 ws-batches-released          pic 9(4)    value zero.
       01 ws-batches-rejected          pic 9(4)    value zero.
       01 ws-batch-table.
         05 ws-bt-entry                pic x(94)
                                        occurs 50 times.
       01 ws-batch-entry.
         05 be-seq                     pic 9(4).
         05 be-source                  pic x(8).
         05 be-feed-date               pic x(8).
         05 be-file-count              pic 9(6).
         05 be-trl-count               pic 9(6).
         05 be-file-hash               pic 9(9).
         05 be-trl-hash                pic 9(9).
         05 be-err-recs                pic 9(6).
         05 be-clean                   pic 9(6).
         05 be-result                  pic x(8).
         05 be-reason                  pic x(24).

      *  Batch reconciliation report lines
       01 ws-batch-title.
         05 filler                     pic x(30)   value
         "-- Batch Reconciliation --".
       01 ws-batch-heading.
         05 filler                     pic x(24)   value
         "Btch  Source    FeedDate".
         05 filler                     pic x(18)   value
         "     Read  Trl Cnt".
         05 filler                     pic x(26)   value
         "    File Hash     Trl Hash".
         05 filler                     pic x(18)   value
         "   Errors    Clean".
         05 filler                     pic x(18)   value
         "  Result    Reason".
       01 ws-batch-detail              value spaces.
         05 ws-bd-seq                  pic zzz9.
         05 filler                     pic x(2).
         05 ws-bd-source               pic x(8).
         05 filler                     pic x(2).
         05 ws-bd-feed-date            pic x(8).
         05 filler                     pic x(2).
         05 ws-bd-file-count           pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-trl-count            pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-file-hash            pic zzz,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-trl-hash             pic zzz,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-err-recs             pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-clean                pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-bd-result               pic x(8).
         05 filler                     pic x(2).
         05 ws-bd-reason               pic x(24).
       01 ws-batch-overflow.
         05 filler                     pic x(45)   value
         "** Further Batches Settled But Not Listed **".
       01 ws-batch-released-line.
         05 filler                     pic x(24)   value
         "Batches Released      :".
         05 ws-br-released             pic zzz,zz9.
       01 ws-batch-rejected-line.
         05 filler                     pic x(24)   value
         "Batches Rejected      :".
         05 ws-br-rejected             pic zzz,zz9.
       01 ws-batch-clean-line.
         05 filler                     pic x(24)   value
         "Clean Records Released:".
         05 ws-br-clean                pic zzz,zz9.

      *Validation rules, defaulted here and overlaid from the rules
      *table at startup so compensation can revise the limits without
         05 ws-cnt-jobclass-err        pic 9(6)    value zero.
         05 ws-cnt-salary-err          pic 9(6)    value zero.
         05 ws-cnt-duplicate-err       pic 9(6)    value zero.
         05 ws-tot-clean               pic 9(6)    value zero.

      *  Trailer report lines
       01 ws-trailer-title.
           perform 037-load-parameters.
      *Load the old-to-new employee number cross-reference
           perform 034-load-xref.
      *Reload the batches a resumed run already settled, or start
      *a fresh run with an empty batch log
           if ws-resume-mode = 'y'
               perform 013-load-batch-log
           else
               perform 026-clear-batch-log
           end-if.
      *Open the files
           open input in-file.
           if ws-resume-mode = 'y' and ws-resume-count > zero
      *        the duplicate check so a number repeated across the
      *        checkpoint boundary is still caught after the resume;
      *        batch header/trailer records do not count against the
      *        checkpoint but still mark where each batch starts and
      *        ends, so the run picks up inside the batch it stopped
      *        in with that batch's own controls rebuilt
               move zero               to ws-skip-idx
               perform until ws-skip-idx = ws-resume-count
                 or ws-eof-flag = 'y'
                               when in-rec (1:1) = 'H'
                                 and ws-in-rec-len = 20
                                 and hdr-feed-date is numeric
                                   perform 305-open-batch
                                   perform 110-capture-header
                               when in-rec (1:1) = 'T'
                                 and ws-in-rec-len = 20
                                 and trl-rec-count is numeric
                                 and trl-salary-hash is numeric
                                   if ws-batch-open not = 'y'
                                       perform 305-open-batch
                                   end-if
                                   perform 120-capture-trailer
                                   move 'n'    to ws-batch-open
                               when other
                                   if ws-batch-open not = 'y'
                                       perform 305-open-batch
                                   end-if
                                   add 1 to ws-skip-idx
                                   add 1 to ws-batch-read
                                   perform 140-normalize-record
                                   if in-salary is numeric
                                       add in-salary
                                         to ws-batch-salary-hash
                                       add in-salary
                                         to ws-file-salary-hash
                                   end-if
                                   if in-number is numeric
                                       perform 155-track-seen-number
                           end-evaluate
                   end-read
               end-perform
               move ws-resume-batch-err
                                       to ws-batch-err-recs
               move ws-resume-batch-clean
                                       to ws-batch-clean
               if ws-max-errors > zero
                 and ws-batch-err-recs not less than ws-max-errors
                   move 'y'            to ws-batch-limit-hit
               end-if
               open extend print-file
               open extend val-file
               open extend val-stage-file
               open extend sus-stage-file
               open extend aud-stage-file
               open extend day-scratch-file
           else
               open output print-file
               open output val-file
               open output val-stage-file
               open output sus-stage-file
               open output aud-stage-file
               open output day-scratch-file
             into ws-run-date-disp.
      *Echoing the run parameters on page one for the auditors
           perform 045-echo-parameters.
           if ws-resume-mode = 'y' and ws-resume-count > zero
               move ws-resume-batch-seq
                                       to ws-rl-batch
               move ws-resume-batch-source
                                       to ws-rl-source
               move ws-resume-count    to ws-rl-record
               write print-line        from ws-resume-line
                 after advancing 2 lines
           end-if.
      *Perform loop to process lines of input file
           perform 100-process-logic
             until ws-eof-flag = 'y'.
      *Settling the last batch; a file that ends inside a batch never
      *sent that batch's trailer, and a file with no records at all
      *is settled as one empty batch so it is still rejected
           if ws-batch-seq = zero
               perform 305-open-batch
           end-if.
           if ws-batch-open = 'y'
               perform 300-close-batch
           end-if.
      *Writing the Day/Night/Other sections (skipped in summary mode)
           close day-scratch-file,
             night-scratch-file,
             other-scratch-file,
             val-stage-file,
             sus-stage-file,
             aud-stage-file.
           if ws-summary-mode not = 'y' and ws-opt-scratch = 'Y'
               perform 041-write-night-section
               perform 042-write-other-section
           end-if.
      *Writing the control-total trailer and batch reconciliation
           perform 900-write-trailer.
      *Closing the files.
           close in-file,
             print-file,
             val-file.
      *Run completed clean, so clear the resume request for next time
           if ws-resume-mode = 'y'
               perform 020-clear-resume-flag
      *resume flag left on for a future, unrelated run would silently
      *skip that run's leading records
           perform 025-clear-checkpoint.
           perform 026-clear-batch-log.
      *Record this run's control totals for the stream balancing;
      *only the released batches handed clean records to the
      *extract, and the step itself fails only when not one batch
      *in the file could be released
           if ws-batches-released = zero
               move 'N'                to ws-step-ok
           end-if.
           perform 980-write-run-control.
      *Tell the scheduler this run reached its clean end
           perform 017-write-complete-status.
      *
      *    employee records, but only a well-formed 20-byte control
      *    record counts as one -- a corrupt detail that merely
      *    starts with H or T must surface on the error report, not
      *    overwrite the captured batch controls; a header starts
      *    a new batch, settling any batch still open that never sent
      *    its trailer, a trailer settles its batch there and then,
      *    and a detail or trailer arriving outside any batch opens
      *    one without a header, which then fails to reconcile
           evaluate true
               when in-rec (1:1) = 'H'
                 and ws-in-rec-len = 20
                 and hdr-feed-date is numeric
                   if ws-batch-open = 'y'
                       perform 300-close-batch
                   end-if
                   perform 305-open-batch
                   perform 110-capture-header
               when in-rec (1:1) = 'T'
                 and ws-in-rec-len = 20
                 and trl-rec-count is numeric
                 and trl-salary-hash is numeric
                   if ws-batch-open not = 'y'
                       perform 305-open-batch
                   end-if
                   perform 120-capture-trailer
                   perform 300-close-batch
               when other
                   if ws-batch-open not = 'y'
                       perform 305-open-batch
                   end-if
                   perform 140-normalize-record
                   if ws-batch-limit-hit = 'y'
                       perform 135-pass-over-detail
                   else
                       perform 130-process-detail
                   end-if
           end-evaluate.
      *
           read in-file
      *
       110-capture-header.
      *    Holds the batch header's feed date and source system for
      *    the batch's reconciliation when it is settled
           move 'y'                    to ws-batch-has-header.
           move hdr-feed-date          to ws-hdr-feed-date.
           move hdr-source             to ws-hdr-source.

       120-capture-trailer.
      *    Holds the trailer's record count and salary hash total for
      *    the batch's reconciliation when it is settled
           move 'y'                    to ws-batch-has-trailer.
           move trl-rec-count          to ws-trl-rec-count.
           move trl-salary-hash        to ws-trl-salary-hash.

       130-process-detail.
      *
           add 1                       to ws-tot-read.
           add 1                       to ws-batch-read.
           if in-salary is numeric
               add in-salary           to ws-batch-salary-hash
               add in-salary           to ws-file-salary-hash
           end-if.
           move spaces                 to ws-dl-error1.
           move spaces                 to ws-dl-error2.

           if ws-dl-err-idx is greater than zero
               add 1                   to ws-tot-err-recs
               add 1                   to ws-batch-err-recs
      *        The scratch-file record and per-shift counters are kept
      *        accurate regardless of summary mode, since a later
      *        resumed run may turn detail reporting back on and needs
               end-if
               perform 970-write-suspense-rec
               if ws-max-errors > zero
                 and ws-batch-err-recs not less than ws-max-errors
      *            This batch is rejected when it is settled, and the
      *            rest of its records are passed over unedited; the
      *            other batches in the file carry on, and this one
      *            must be re-fed once its plant has fixed it
                   move 'y'            to ws-batch-limit-hit
               end-if
           else
               add 1                   to ws-batch-clean
               if ws-opt-extract = 'Y'
                   move in-number      to val-number
                   move in-name        to val-name
                   move in-shift-code  to val-shift-code
                   move in-job-class   to val-job-class
                   move in-salary      to val-salary
                   write val-stage-rec from val-rec
               end-if
           end-if.
      *Checkpoint only after this record's own processing is fully
           if function mod (ws-tot-read, ws-checkpoint-every) = zero
               perform 950-write-checkpoint
           end-if.
      *
       135-pass-over-detail.
      *    Counts a detail record of a batch already lost to the
      *    error limit without editing it, so the batch's counts, the
      *    file's salary hash and the checkpoint still cover it
           add 1                       to ws-tot-read.
           add 1                       to ws-batch-read.
           if in-salary is numeric
               add in-salary           to ws-batch-salary-hash
               add in-salary           to ws-file-salary-hash
           end-if.
           if function mod (ws-tot-read, ws-checkpoint-every) = zero
               perform 950-write-checkpoint
           end-if.
      *
       140-normalize-record.
      *    Rebuilds an old-layout record into the new layout with
                                         to ws-night-err-cnt
                       move ws-restart-other-err
                                         to ws-other-err-cnt
                       move ws-restart-batch-seq
                                         to ws-resume-batch-seq
                       move ws-restart-batch-source
                                         to ws-resume-batch-source
                       move ws-restart-batch-err
                                         to ws-resume-batch-err
                       move ws-restart-batch-clean
                                         to ws-resume-batch-clean
               end-read
               close restart-file
           end-if.

       013-load-batch-log.
      *    Reloads the batches the interrupted run had already
      *    settled, with their released/rejected counts, so they are
      *    neither released again nor left out of the trailer
           move 'n'                    to ws-bat-eof.
           open input batch-log-file.
           if ws-bat-status = "00"
               read batch-log-file
                   at end
                       move 'y'        to ws-bat-eof
               end-read
               perform 014-load-batch-rec
                 until ws-bat-eof = 'y'
               close batch-log-file
           end-if.

       014-load-batch-rec.
      *    Takes one settled batch back into the counts and the table
           move bat-rec                to ws-batch-entry.
           add 1                       to ws-batch-logged.
           if be-result = "RELEASED"
               add 1                   to ws-batches-released
               if ws-opt-extract = 'Y'
                   add be-clean        to ws-tot-clean
               end-if
           else
               add 1                   to ws-batches-rejected
           end-if.
           if ws-batch-count < ws-batch-max
               add 1                   to ws-batch-count
               move ws-batch-entry     to ws-bt-entry (ws-batch-count)
           end-if.
           read batch-log-file
               at end
                   move 'y'            to ws-bat-eof.

       015-check-prior-status.
      *    Reads the run-status record left by the prior run; a
      *    status still showing RUNNING means that run never reached
       017-write-complete-status.
      *    Rewrites the run-status record at clean completion with
      *    the final counts; the reconciliation-failure digit tells
      *    the scheduler how many batches in the file were rejected
           open output status-file.
           move spaces                 to sts-rec.
           move "COMPLETE"             to sts-status.
           move ws-cnt-jobclass-err    to sts-jobclass-err.
           move ws-cnt-salary-err      to sts-salary-err.
           move ws-cnt-duplicate-err   to sts-duplicate-err.
           if ws-batches-rejected > 9
               move 9                  to sts-recon-fails
           else
               move ws-batches-rejected
                                       to sts-recon-fails
           end-if.
           write sts-rec.
           close status-file.
           write ws-restart-rec.
           close restart-file.

       026-clear-batch-log.
      *    Empties the settled-batch log, at the start of a fresh run
      *    and at the end of every fully completed one, so a later
      *    resume can never take another run's batches as settled
           open output batch-log-file.
           close batch-log-file.

       050-print-heading.
      *    Prints the column heading and page header, and starts a
      *    new page
      *    same moment the checkpoint is written, or this record's
      *    lines could still be lost to a following abend even though
      *    the checkpoint claims the record is done
      *    The batch the run is in goes with it, along with that
      *    batch's error and clean counts
           open output restart-file.
           move ws-tot-read            to ws-restart-tot-read.
           move ws-tot-err-recs        to ws-restart-tot-err-recs.
           move ws-day-err-cnt         to ws-restart-day-err.
           move ws-night-err-cnt       to ws-restart-night-err.
           move ws-other-err-cnt       to ws-restart-other-err.
           move ws-batch-seq           to ws-restart-batch-seq.
           move ws-hdr-source          to ws-restart-batch-source.
           move ws-batch-err-recs      to ws-restart-batch-err.
           move ws-batch-clean         to ws-restart-batch-clean.
           write ws-restart-rec.
           close restart-file.
           close print-file.
           open extend print-file.
           close val-file.
           open extend val-file.
           close val-stage-file.
           open extend val-stage-file.
           close aud-stage-file.
           open extend aud-stage-file.
           close sus-stage-file.
                 after advancing 2 lines
           end-if.

       300-close-batch.
      *    Settles the batch just ended: it is reconciled on its own
      *    header and trailer, then its staged extract, suspense and
      *    audit lines are released when it proves good or discarded
      *    when it does not, and it is logged for the trailer; either
      *    way the stage files start empty for the next batch, and a
      *    checkpoint is taken on the boundary so a resume never
      *    reopens a batch already settled.  A batch the interrupted
      *    run had already settled is passed by on a resume
           perform 910-reconcile-batch.
           close val-stage-file,
             sus-stage-file,
             aud-stage-file.
           if ws-batch-seq > ws-batch-logged
               if ws-batch-failed = 'y'
                   add 1               to ws-batches-rejected
               else
                   perform 917-append-staged-extract
                   perform 915-append-staged-suspense
                   perform 916-append-staged-audit
                   add 1               to ws-batches-released
                   if ws-opt-extract = 'Y'
                       add ws-batch-clean
                                       to ws-tot-clean
                   end-if
               end-if
               perform 930-log-batch
           end-if.
           open output val-stage-file.
           open output sus-stage-file.
           open output aud-stage-file.
           move 'n'                    to ws-batch-open.
           perform 950-write-checkpoint.

       305-open-batch.
      *    Starts the next batch in the file with its own controls
           add 1                       to ws-batch-seq.
           move 'y'                    to ws-batch-open.
           move 'n'                    to ws-batch-has-header.
           move 'n'                    to ws-batch-has-trailer.
           move 'n'                    to ws-batch-failed.
           move 'n'                    to ws-batch-limit-hit.
           move spaces                 to ws-hdr-feed-date.
           move spaces                 to ws-hdr-source.
           move zero                   to ws-trl-rec-count.
           move zero                   to ws-trl-salary-hash.
           move zero                   to ws-batch-read.
           move zero                   to ws-batch-err-recs.
           move zero                   to ws-batch-clean.
           move zero                   to ws-batch-salary-hash.
           move spaces                 to ws-brj-reason.

       910-reconcile-batch.
      *    Proves the batch arrived whole: the header must be present
      *    and dated for this run, the trailer must be present, and
      *    the trailer's record count and salary hash must match what
      *    was actually read for this batch; any failure rejects the
      *    batch, and a batch that reached the error limit is
      *    rejected before any of them are looked at
           if ws-batch-limit-hit = 'y'
               move "Error Limit Reached"
                                       to ws-brj-next
               perform 920-reject-batch
           end-if.
           if ws-batch-has-header not = 'y'
               move "No Batch Header"  to ws-brj-next
               perform 920-reject-batch
           else
               if ws-hdr-feed-date not = ws-sys-date
                   move "Header Date Stale"
                                       to ws-brj-next
                   perform 920-reject-batch
               end-if
           end-if.
           if ws-batch-has-trailer not = 'y'
               move "No Batch Trailer" to ws-brj-next
               perform 920-reject-batch
           else
               if ws-trl-rec-count not = ws-batch-read
                   move "Record Count Mismatch"
                                       to ws-brj-next
                   perform 920-reject-batch
               end-if
               if ws-trl-salary-hash not = ws-batch-salary-hash
                   move "Salary Hash Mismatch"
                                       to ws-brj-next
                   perform 920-reject-batch
               end-if
           end-if.

       920-reject-batch.
      *    Marks the batch bad, keeping the first reason it failed on
           if ws-batch-failed not = 'y'
               move 'y'                to ws-batch-failed
               move ws-brj-next        to ws-brj-reason
           end-if.

       930-log-batch.
      *    Records the settled batch in the reconciliation table and
      *    on the batch log a resumed run reloads
           move ws-batch-seq           to be-seq.
           move ws-hdr-source          to be-source.
           move ws-hdr-feed-date       to be-feed-date.
           move ws-batch-read          to be-file-count.
           move ws-trl-rec-count       to be-trl-count.
           move ws-batch-salary-hash   to be-file-hash.
           move ws-trl-salary-hash     to be-trl-hash.
           move ws-batch-err-recs      to be-err-recs.
           if ws-batch-failed = 'y'
               move zero               to be-clean
               move "REJECTED"         to be-result
           else
               move ws-batch-clean     to be-clean
               move "RELEASED"         to be-result
           end-if.
           move ws-brj-reason          to be-reason.
           add 1                       to ws-batch-logged.
           if ws-batch-count < ws-batch-max
               add 1                   to ws-batch-count
               move ws-batch-entry     to ws-bt-entry (ws-batch-count)
           end-if.
           open extend batch-log-file.
           write bat-rec               from ws-batch-entry.
           close batch-log-file.

       915-append-staged-suspense.
      *    Appends this batch's staged suspense lines to the
           close aud-stage-file.
           close audit-file.

       917-append-staged-extract.
      *    Appends this batch's staged clean records to the extract
      *    handed to the downstream payroll jobs
           move 'n'                    to ws-stage-eof.
           open input val-stage-file.
           read val-stage-file
               at end
                   move 'y'            to ws-stage-eof.
           perform 918-copy-extract-rec
             until ws-stage-eof = 'y'.
           close val-stage-file.

       918-copy-extract-rec.
      *    Copies one staged clean record to the extract
           write val-rec               from val-stage-rec.
           read val-stage-file
               at end
                   move 'y'            to ws-stage-eof.

       900-write-trailer.
      *    Prints the control-total summary after all records are read
           move ws-tot-read            to ws-tr-read.
             after advancing 1 lines.
           write print-line            from ws-trailer-duplicate
             after advancing 1 lines.
           perform 925-write-batch-table.

       925-write-batch-table.
      *    Prints the batch-by-batch reconciliation, one line per
      *    batch in the order the batches arrived, with how many were
      *    released and rejected and the clean records released
           write print-line            from ws-batch-title
             after advancing 3 lines.
           write print-line            from ws-batch-heading
             after advancing 2 lines.
           perform 926-write-batch-line
             varying ws-batch-idx from 1 by 1
             until ws-batch-idx > ws-batch-count.
           if ws-batch-logged > ws-batch-count
               write print-line        from ws-batch-overflow
                 after advancing 1 lines
           end-if.
           move ws-batches-released    to ws-br-released.
           move ws-batches-rejected    to ws-br-rejected.
           move ws-tot-clean           to ws-br-clean.
           write print-line            from ws-batch-released-line
             after advancing 2 lines.
           write print-line            from ws-batch-rejected-line
             after advancing 1 lines.
           write print-line            from ws-batch-clean-line
             after advancing 1 lines.

       926-write-batch-line.
      *    Prints one batch's reconciliation line
           move ws-bt-entry (ws-batch-idx)
                                       to ws-batch-entry.
           move be-seq                 to ws-bd-seq.
           move be-source              to ws-bd-source.
           move be-feed-date           to ws-bd-feed-date.
           move be-file-count          to ws-bd-file-count.
           move be-trl-count           to ws-bd-trl-count.
           move be-file-hash           to ws-bd-file-hash.
           move be-trl-hash            to ws-bd-trl-hash.
           move be-err-recs            to ws-bd-err-recs.
           move be-clean               to ws-bd-clean.
           move be-result              to ws-bd-result.
           move be-reason              to ws-bd-reason.
           write print-line            from ws-batch-detail
             after advancing 1 lines.

       980-write-run-control.
      *    Appends this run's control record to the shared run-control
      *    file for T2-19-P1: records read, records with errors, clean
      *    records released to the extract, and the file's salary hash
           open extend rcf-file.
           move spaces                 to rcf-rec.
           move "T2-02-P1"             to rcf-program.
           move ws-sys-date            to rcf-run-date.
           move ws-step-ok             to rcf-step-ok.
           move ws-tot-read            to rcf-count-1.
           move ws-tot-err-recs        to rcf-count-2.
           move ws-tot-clean           to rcf-count-3.
           move zero                   to rcf-count-4.
           move ws-file-salary-hash    to rcf-amount-1.
           move zero                   to rcf-amount-2.
           move zero                   to rcf-amount-3.
           write rcf-rec.
           close rcf-file.

       end program T2-02-P1.
