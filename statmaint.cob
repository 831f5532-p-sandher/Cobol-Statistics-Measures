       *>  statmaint is the maintenance side of statmeasure's keyed
       *>  run-history master, the companion to the stathist inquiry.
       *>  When a run is re-done under a different name, or a bad extract
       *>  is loaded by mistake, the master carries a row that no longer
       *>  tells the truth. This program deletes a single run's row,
       *>  corrects a run's figures, or purges every run dated before a
       *>  cutoff - and writes a before and after image of every row it
       *>  touches to a maintenance log, with the operator's id and the
       *>  reason given, so the auditors can see exactly why the master
       *>  no longer matches the audit log. Only an operator the
       *>  operators file lists for history maintenance may use it;
       *>  anyone else is turned away with return code 8, and the
       *>  attempt goes to statmeasure's audit log as NOT-AUTHORIZED.
       *>  Return codes, for the scheduler:
       *>    0  the master was changed as asked.
       *>    4  warning: no change was made (no run matched, nothing was
       *>       dated before the cutoff, or the operator declined).
       *>    8  failure: the operator is not authorized, a bad action or
       *>       date was given, the history master could not be opened,
       *>       or a delete or rewrite on it failed.

       identification division.

       program-id. statmaint.

       environment division.

       input-output section.

       file-control.
       *>  The history file is the same keyed master statmeasure writes
       *>  and stathist reads, under the same fixed name, keyed by input
       *>  file name plus run date.
       select history-file assign to dynamic ws-history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           file status is history-fs.
       *>  The maintenance log is one append-only history of every change
       *>  made to the master, under one fixed name like the audit log.
       select maint-log-file assign to dynamic ws-maint-log-fname
           organization is line sequential
           file status is maint-log-fs.
       *>  The operators file is the reference list of who holds which
       *>  privilege, the same file statmeasure checks; changing the
       *>  master takes the history maintenance privilege.
       select operators-file assign to dynamic ws-operators-fname
           organization is line sequential
           file status is operators-fs.
       *>  The audit file is statmeasure's own append-only processing
       *>  history, where a refused attempt at maintenance is recorded
       *>  alongside every other refused privileged action.
       select audit-file assign to dynamic ws-audit-fname
           organization is line sequential
           file status is audit-fs.

       data division.

       file section.
       fd history-file.
       01 history-record.
           02 hist-key.
               03 hist-fname        pic x(40).
               03 hist-run-date     pic x(8).
           02 hist-mean             pic s9(6)v9(2).
           02 hist-median           pic s9(6)v9(2).
           02 hist-stddev           pic s9(6)v9(2).
           02 hist-record-count     pic s9(7).
           02 hist-sum              pic s9(10)v9(2).
           02 hist-min              pic s9(6)v9(2).
           02 hist-max              pic s9(6)v9(2).
           02 hist-reject-count     pic s9(7).
       *>  maint-log-record is one image of one row: a BEFORE line with
       *>  the row as it stood, then an AFTER line with the row as it was
       *>  left. A deleted row's AFTER line carries its key and no
       *>  figures, since there is nothing left to show.
       fd maint-log-file.
       01 maint-log-record.
           02 out-mlog-date         pic x(8).
           02 filler                pic x(1).
           02 out-mlog-time         pic x(6).
           02 filler                pic x(1).
           02 out-mlog-operator     pic x(8).
           02 filler                pic x(1).
           02 out-mlog-action       pic x(8).
           02 filler                pic x(1).
           02 out-mlog-image        pic x(6).
           02 filler                pic x(1).
           02 out-mlog-fname        pic x(40).
           02 filler                pic x(1).
           02 out-mlog-run-date     pic x(8).
           02 filler                pic x(1).
           02 out-mlog-mean         pic -(6)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-median       pic -(6)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-stddev       pic -(6)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-count        pic -(7)9.
           02 filler                pic x(1).
           02 out-mlog-sum          pic -(10)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-min          pic -(6)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-max          pic -(6)9.9(2).
           02 filler                pic x(1).
           02 out-mlog-rejects      pic -(7)9.
           02 filler                pic x(1).
           02 out-mlog-reason       pic x(60).
       fd operators-file.
       01 operator-line.
           02 opr-id              pic x(8).
           02 filler              pic x(1).
           02 opr-repair          pic x(1).
           02 filler              pic x(1).
           02 opr-lock-override   pic x(1).
           02 filler              pic x(1).
           02 opr-history-maint   pic x(1).
           02 filler              pic x(1).
           02 opr-archive-restore pic x(1).
       *>  audit-record is statmeasure's audit line; a refused
       *>  maintenance attempt is logged with mode H and the master's
       *>  own name in the file name column
       fd audit-file.
       01 audit-record.
           02 out-audit-date        pic x(8).
           02 audit-gap-1           pic x(1).
           02 out-audit-time        pic x(6).
           02 audit-gap-2           pic x(1).
           02 out-audit-operator    pic x(8).
           02 audit-gap-3           pic x(1).
           02 out-audit-mode        pic x(1).
           02 audit-gap-4           pic x(1).
           02 out-audit-format      pic x(1).
           02 audit-gap-5           pic x(1).
           02 out-audit-fname       pic x(40).
           02 audit-gap-6           pic x(1).
           02 out-audit-rows        pic -(9)9.
           02 audit-gap-7           pic x(1).
           02 out-audit-rejects     pic -(9)9.
           02 audit-gap-8           pic x(1).
           02 out-audit-disposition pic x(24).

       working-storage section.
       77  ws-history-fname    pic x(300) value "statmeasure.history.dat".
       77  history-fs          pic x(2).
       77  ws-maint-log-fname  pic x(300) value "statmeasure.history.maint.txt".
       77  maint-log-fs        pic x(2).
       77  ws-operator-id      pic x(8).
       *>  no operators file, or no line for the operator, means no
       *>  privilege, and the shared UNKNOWN id never holds one
       77  ws-operators-fname  pic x(300) value "statmeasure.operators.txt".
       77  operators-fs        pic x(2).
       77  operators-feof      pic x(1).
       77  ws-authorized       pic x(1).
       77  ws-audit-fname      pic x(300) value "statmeasure.audit.txt".
       77  audit-fs            pic x(2).
       77  ws-action           pic x(1).
       77  ws-reason           pic x(60).
       77  ws-lookup-name      pic x(40).
       77  ws-lookup-date      pic x(8).
       77  ws-cutoff-date      pic x(8).
       77  ws-confirm-answer   pic x(1).
       77  ws-log-action       pic x(8).
       77  ws-change-count     pic s9(7) value 0.
       77  ws-maint-rc         pic s9(4) value 0.
       77  hist-feof           pic x(1) value 'N'.
       *>  correction fields: each figure is offered in turn with its
       *>  current value, and a blank answer keeps it as it stands
       77  ws-figure-label     pic x(20).
       77  ws-figure-answer    pic x(20).
       77  ws-figure-value     pic s9(10)v9(2).
       77  ws-figure-changed   pic x(1).
       77  ws-any-figure-changed pic x(1).
       *>  the row's images are held here across a correction, since the
       *>  record area only carries one of them at a time
       01  hist-before-image   pic x(114).
       01  hist-after-image    pic x(114).
       01  program-title.
           02 filler           pic x(72) value
               "Statmaint Program. Deletes, corrects, or purges run-history master rows.".
       01  action-prompt-message.
           02 filler           pic x(78) value
               "Enter action: D delete one run, C correct one run, P purge runs before a date:".
       01  reason-prompt-message.
           02 filler           pic x(59) value
               "Enter the reason for this change (for the maintenance log):".
       01  name-prompt-message.
           02 filler           pic x(26) value
               "Enter the input file name:".
       01  date-prompt-message.
           02 filler           pic x(30) value
               "Enter the run date (yyyymmdd):".
       01  cutoff-prompt-message.
           02 filler           pic x(65) value
               "Enter the cutoff date (yyyymmdd); every run dated before it goes:".
       01  delete-confirm-message.
           02 filler           pic x(23) value
               "Delete this run? (Y/N):".
       01  correct-confirm-message.
           02 filler           pic x(45) value
               "Rewrite this run with the new figures? (Y/N):".
       01  purge-confirm-message.
           02 filler           pic x(29) value
               "Purge every run dated before ".
           02 out-purge-cutoff pic x(8).
           02 filler           pic x(8) value "? (Y/N):".
       01  figure-prompt-message.
           02 filler           pic x(4) value "New ".
           02 out-figure-label pic x(20).
           02 filler           pic x(17) value "(blank keeps it):".
       01  file-error-message.
           02 filler           pic x(66) value
               "Error. The history master could not be opened. File status code: ".
       01  not-authorized-message.
           02 filler           pic x(64) value
               "Error. This operator is not authorized for history maintenance: ".
           02 out-not-auth-operator pic x(8).
       01  invalid-action-message.
           02 filler           pic x(45) value
               "Error. The action must be D, C, or P. Ending.".
       01  invalid-date-message.
           02 filler           pic x(55) value
               "Error. The date must be eight digits, yyyymmdd. Ending.".
       01  invalid-figure-message.
           02 filler           pic x(47) value
               "Warning. Not a number; the figure is unchanged.".
       01  no-match-message.
           02 filler           pic x(42) value
               "No run on file matches that name and date.".
       01  no-change-message.
           02 filler           pic x(38) value
               "No change was made to the master.".
       01  change-failed-message.
           02 filler           pic x(63) value
               "Error. The master refused the change. File status code: ".
       01  change-count-message.
           02 filler           pic x(14) value
               "Rows changed".
           02 out-change-count pic -(6)9.
       01  output-underline.
           02 filler           pic x(28) value
                               "----------------------------".
       01  output-history-header-line.
           02 filler           pic x(9) value "Run Date".
           02 filler           pic x(1) value space.
           02 filler           pic x(40) value "Input File".
       01  output-history-key-line.
           02 out-hist-date    pic x(8).
           02 filler           pic x(2) value spaces.
           02 out-hist-fname   pic x(40).
       01  output-results-mean.
           02 filler           pic x(13) value "Mean".
           02 out-mean         pic -(6)9.9(2).
       01  output-results-median.
           02 filler           pic x(13) value "Median".
           02 out-median       pic -(6)9.9(2).
       01  output-results-std-dev.
           02 filler           pic x(13) value "Std Dev".
           02 out-std-dev      pic -(6)9.9(2).
       01  output-results-record-count.
           02 filler           pic x(13) value "Record Count".
           02 out-record-count pic -(6)9.
       01  output-results-sum.
           02 filler           pic x(13) value "Sum".
           02 out-sum          pic -(10)9.9(2).
       01  output-results-min.
           02 filler           pic x(13) value "Minimum".
           02 out-min          pic -(6)9.9(2).
       01  output-results-max.
           02 filler           pic x(13) value "Maximum".
           02 out-max          pic -(6)9.9(2).
       01  output-results-reject-count.
           02 filler           pic x(13) value "Rejected".
           02 out-reject-count pic -(6)9.

       procedure division.
           display program-title.
           *> the operator id goes on every maintenance log line, taken
           *> the same way statmeasure takes it for the audit log
           accept ws-operator-id from environment "USER".
           if ws-operator-id = spaces
               move "UNKNOWN" to ws-operator-id
           end-if.
           *> changing the master is a privileged action: an operator
           *> not listed for it is turned away before any prompt, and
           *> the attempt is audited
           perform check-operator-privilege.
           if ws-authorized not = 'Y'
               move ws-operator-id to out-not-auth-operator
               display not-authorized-message
               perform write-not-authorized-audit
               move 8 to return-code
               stop run
           end-if.
           display action-prompt-message.
           accept ws-action.
           if ws-action not = "D" and ws-action not = "d"
                   and ws-action not = "C" and ws-action not = "c"
                   and ws-action not = "P" and ws-action not = "p"
               display invalid-action-message
               move 8 to return-code
               stop run
           end-if.
           *> a change with no stated reason is exactly what the log
           *> exists to prevent, so the reason is not optional
           move spaces to ws-reason.
           perform until ws-reason not = spaces
               display reason-prompt-message
               accept ws-reason
           end-perform.

           open i-o history-file.
           if history-fs not = "00"
               display file-error-message, history-fs
               move 8 to return-code
               stop run
           end-if.

           evaluate true
               when ws-action = "D" or ws-action = "d"
                   perform delete-one-run
               when ws-action = "C" or ws-action = "c"
                   perform correct-one-run
               when other
                   perform purge-before-cutoff
           end-evaluate.

           close history-file.
           if ws-change-count = 0
               display no-change-message
               if ws-maint-rc < 4
                   move 4 to ws-maint-rc
               end-if
           else
               display output-underline
               move ws-change-count to out-change-count
               display change-count-message
           end-if.
           move ws-maint-rc to return-code.
           stop run.

       *>  check-operator-privilege looks the operator up in the
       *>  operators file and sets ws-authorized to Y only when the
       *>  operator's line carries a Y for history maintenance.
       check-operator-privilege.
           move 'N' to ws-authorized.
           if ws-operator-id not = spaces and ws-operator-id not = "UNKNOWN"
               open input operators-file
               if operators-fs = "00"
                   move 'N' to operators-feof
                   perform until operators-feof = 'Y'
                       read operators-file
                       at end
                           move 'Y' to operators-feof
                       not at end
                           if opr-id = ws-operator-id
                               move 'Y' to operators-feof
                               move function upper-case(opr-history-maint)
                                   to ws-authorized
                           end-if
                       end-read
                   end-perform
                   close operators-file
               end-if
           end-if.
           if ws-authorized not = 'Y'
               move 'N' to ws-authorized
           end-if.

       *>  write-not-authorized-audit appends the refused attempt to
       *>  statmeasure's audit log with the NOT-AUTHORIZED disposition.
       *>  The open-extend-or-output dance mirrors statmeasure's own.
       write-not-authorized-audit.
           open input audit-file.
           if audit-fs = "00"
               close audit-file
               open extend audit-file
           else
               open output audit-file
           end-if.
           move spaces to audit-record.
           move function current-date(1:8) to out-audit-date.
           move function current-date(9:6) to out-audit-time.
           move ws-operator-id to out-audit-operator.
           move "H" to out-audit-mode.
           move ws-history-fname to out-audit-fname.
           move 0 to out-audit-rows.
           move 0 to out-audit-rejects.
           move "NOT-AUTHORIZED" to out-audit-disposition.
           write audit-record.
           close audit-file.

       *>  get-run-key asks for the one run a delete or correction is
       *>  aimed at, by its full key: the file name plus the run date.
       get-run-key.
           display name-prompt-message.
           accept ws-lookup-name.
           display date-prompt-message.
           accept ws-lookup-date.
           if ws-lookup-date is not numeric
               display invalid-date-message
               close history-file
               move 8 to return-code
               stop run
           end-if.

       *>  delete-one-run removes exactly one run's row after showing it
       *>  and getting the operator's confirmation, logging the row as it
       *>  stood and its deletion.
       delete-one-run.
           perform get-run-key.
           move ws-lookup-name to hist-fname.
           move ws-lookup-date to hist-run-date.
           read history-file
               invalid key
                   display no-match-message
               not invalid key
                   perform display-history-record
                   display delete-confirm-message
                   accept ws-confirm-answer
                   if ws-confirm-answer = 'Y' or ws-confirm-answer = 'y'
                       move "DELETE" to ws-log-action
                       perform delete-current-run
                   end-if
           end-read.

       *>  correct-one-run offers each of a run's figures in turn, keeps
       *>  any the operator leaves blank, and rewrites the row only when
       *>  something actually changed and the operator confirms.
       correct-one-run.
           perform get-run-key.
           move ws-lookup-name to hist-fname.
           move ws-lookup-date to hist-run-date.
           read history-file
               invalid key
                   display no-match-message
               not invalid key
                   perform display-history-record
                   perform correct-current-run
           end-read.

       *>  correct-current-run takes the new figures for the row just
       *>  read. The before image is saved first, since the record area
       *>  is corrected in place.
       correct-current-run.
           move history-record to hist-before-image.
           move 'N' to ws-any-figure-changed.

           move "Mean" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-mean = ws-figure-value
           end-if.
           move "Median" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-median = ws-figure-value
           end-if.
           move "Std Dev" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-stddev = ws-figure-value
           end-if.
           move "Record Count" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-record-count = ws-figure-value
           end-if.
           move "Sum" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-sum = ws-figure-value
           end-if.
           move "Minimum" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-min = ws-figure-value
           end-if.
           move "Maximum" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-max = ws-figure-value
           end-if.
           move "Rejected" to ws-figure-label.
           perform get-corrected-figure.
           if ws-figure-changed = 'Y'
               compute hist-reject-count = ws-figure-value
           end-if.

           if ws-any-figure-changed = 'Y'
               perform display-history-record
               display correct-confirm-message
               accept ws-confirm-answer
               if ws-confirm-answer = 'Y' or ws-confirm-answer = 'y'
                   perform rewrite-current-run
               end-if
           end-if.

       *>  get-corrected-figure asks for one figure's new value. A blank
       *>  answer keeps the figure; an answer that is not a number is
       *>  refused with a warning rather than guessed at, the same
       *>  TEST-NUMVAL screen statmeasure's corrections file gets.
       get-corrected-figure.
           move 'N' to ws-figure-changed.
           move ws-figure-label to out-figure-label.
           display figure-prompt-message.
           move spaces to ws-figure-answer.
           accept ws-figure-answer.
           if ws-figure-answer not = spaces
               if function test-numval(ws-figure-answer) = 0
                   compute ws-figure-value =
                       function numval(ws-figure-answer)
                   move 'Y' to ws-figure-changed
                   move 'Y' to ws-any-figure-changed
               else
                   display invalid-figure-message
               end-if
           end-if.

       *>  rewrite-current-run puts the corrected row back and logs the
       *>  row as it stood and as it was left.
       rewrite-current-run.
           move history-record to hist-after-image.
           rewrite history-record
               invalid key
                   display change-failed-message, history-fs
                   move 8 to ws-maint-rc
               not invalid key
                   move "CORRECT" to ws-log-action
                   move hist-before-image to history-record
                   perform write-before-image
                   move hist-after-image to history-record
                   perform write-after-image
                   add 1 to ws-change-count
           end-rewrite.

       *>  purge-before-cutoff walks the whole master in key order and
       *>  deletes every run dated before the cutoff, whatever its file
       *>  name, logging each row it removes.
       purge-before-cutoff.
           display cutoff-prompt-message.
           accept ws-cutoff-date.
           if ws-cutoff-date is not numeric
               display invalid-date-message
               close history-file
               move 8 to return-code
               stop run
           end-if.
           move ws-cutoff-date to out-purge-cutoff.
           display purge-confirm-message.
           accept ws-confirm-answer.
           if ws-confirm-answer = 'Y' or ws-confirm-answer = 'y'
               move "PURGE" to ws-log-action
               move low-values to hist-key
               start history-file key not less than hist-key
                   invalid key
                       move 'Y' to hist-feof
               end-start
               perform until hist-feof = 'Y'
                   read history-file next record
                   at end
                       move 'Y' to hist-feof
                   not at end
                       if hist-run-date < ws-cutoff-date
                           perform delete-current-run
                       end-if
                   end-read
               end-perform
           end-if.

       *>  delete-current-run removes the row just read, logging its
       *>  before image and a key-only after image once the delete has
       *>  actually gone through.
       delete-current-run.
           move history-record to hist-before-image.
           delete history-file record
               invalid key
                   display change-failed-message, history-fs
                   move 8 to ws-maint-rc
               not invalid key
                   move hist-before-image to history-record
                   perform write-before-image
                   perform write-deleted-image
                   add 1 to ws-change-count
           end-delete.

       *>  write-before-image logs the row in the record area as it
       *>  stood before the change.
       write-before-image.
           perform start-log-line.
           move "BEFORE" to out-mlog-image.
           perform format-log-figures.
           perform write-log-line.

       *>  write-after-image logs the row in the record area as the
       *>  change left it.
       write-after-image.
           perform start-log-line.
           move "AFTER" to out-mlog-image.
           perform format-log-figures.
           perform write-log-line.

       *>  write-deleted-image logs a deleted row's after image: its key,
       *>  and blank figures where the row used to be.
       write-deleted-image.
           perform start-log-line.
           move "AFTER" to out-mlog-image.
           perform write-log-line.

       *>  start-log-line clears the log record and fills the columns
       *>  every image shares: when, who, what action, which row, why.
       start-log-line.
           move spaces to maint-log-record.
           move function current-date(1:8) to out-mlog-date.
           move function current-date(9:6) to out-mlog-time.
           move ws-operator-id to out-mlog-operator.
           move ws-log-action to out-mlog-action.
           move hist-fname to out-mlog-fname.
           move hist-run-date to out-mlog-run-date.
           move ws-reason to out-mlog-reason.

       *>  format-log-figures fills a log image's figure columns from the
       *>  row in the record area.
       format-log-figures.
           move hist-mean to out-mlog-mean.
           move hist-median to out-mlog-median.
           move hist-stddev to out-mlog-stddev.
           move hist-record-count to out-mlog-count.
           move hist-sum to out-mlog-sum.
           move hist-min to out-mlog-min.
           move hist-max to out-mlog-max.
           move hist-reject-count to out-mlog-rejects.

       *>  write-log-line appends the formatted image to the maintenance
       *>  log, the same open-extend-or-output dance statmeasure's audit
       *>  log uses.
       write-log-line.
           open input maint-log-file.
           if maint-log-fs = "00"
               close maint-log-file
               open extend maint-log-file
           else
               open output maint-log-file
           end-if.
           write maint-log-record.
           display maint-log-record.
           close maint-log-file.

       *>  display-history-record shows one run's headline results in the
       *>  same labelled layout stathist uses.
       display-history-record.
           display output-underline.
           move hist-run-date to out-hist-date.
           move hist-fname to out-hist-fname.
           display output-history-header-line.
           display output-history-key-line.
           move hist-mean to out-mean.
           display output-results-mean.
           move hist-median to out-median.
           display output-results-median.
           move hist-stddev to out-std-dev.
           display output-results-std-dev.
           move hist-record-count to out-record-count.
           display output-results-record-count.
           move hist-sum to out-sum.
           display output-results-sum.
           move hist-min to out-min.
           display output-results-min.
           move hist-max to out-max.
           display output-results-max.
           move hist-reject-count to out-reject-count.
           display output-results-reject-count.
