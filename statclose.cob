       *>  statclose is the month-end side of statmeasure's period master.
       *>  For a chosen month it prints, per input file and per category
       *>  within it, the month's pooled totals alongside the prior
       *>  month's and the year to date, with the mean and standard
       *>  deviation worked out from the pooled count, sum, and sum of
       *>  squares rather than averaged from daily means. Closing the
       *>  month prints the same report and then locks the month, so a
       *>  late statmeasure run can no longer post into it; only an
       *>  explicit reopen here unlocks it again. Every close and reopen
       *>  is logged with the operator's id.
       *>  Return codes, for the scheduler:
       *>    0  the report was printed (and the month closed or reopened).
       *>    4  warning: the month was already in the state asked for, or
       *>       the master holds nothing for it.
       *>    8  failure: a bad action or period, or the period master or
       *>       the close report could not be opened (a month is not
       *>       closed without its report).

       identification division.

       program-id. statclose.

       environment division.

       input-output section.

       file-control.
       *>  The period file is the same keyed master statmeasure posts
       *>  to, under the same fixed name.
       select period-file assign to dynamic ws-period-fname
           organization is indexed
           access mode is dynamic
           record key is prd-key
           file status is period-fs.
       *>  The report file archives the month's close listing, named
       *>  after the month it covers.
       select report-file assign to dynamic ws-report-fname
           organization is line sequential
           file status is report-fs.
       *>  The close log is one append-only history of every close and
       *>  reopen, under one fixed name like the audit log.
       select close-log-file assign to dynamic ws-close-log-fname
           organization is line sequential
           file status is close-log-fs.

       data division.

       file section.
       fd period-file.
       01 period-record.
           02 prd-key.
               03 prd-fname         pic x(40).
               03 prd-level         pic x(1).
               03 prd-category      pic x(10).
               03 prd-year          pic 9(4).
               03 prd-month         pic 9(2).
           02 prd-count             pic s9(9).
           02 prd-sum               pic s9(12)v9(2).
           02 prd-sum-sqr           pic s9(18)v9(4).
           02 prd-min               pic s9(6)v9(2).
           02 prd-max               pic s9(6)v9(2).
           02 prd-run-count         pic s9(5).
           02 prd-last-post-date    pic x(8).
           02 prd-last-count        pic s9(9).
           02 prd-last-sum          pic s9(12)v9(2).
           02 prd-last-sum-sqr      pic s9(18)v9(4).
           02 prd-status            pic x(1).
           02 prd-status-date       pic x(8).
           02 prd-status-operator   pic x(8).
       fd report-file.
       01 report-record        pic x(132).
       fd close-log-file.
       01 close-log-record.
           02 out-clog-date     pic x(8).
           02 filler            pic x(1).
           02 out-clog-time     pic x(6).
           02 filler            pic x(1).
           02 out-clog-operator pic x(8).
           02 filler            pic x(1).
           02 out-clog-action   pic x(8).
           02 filler            pic x(1).
           02 out-clog-period   pic 9(6).

       working-storage section.
       77  ws-period-fname     pic x(300) value "statmeasure.period.dat".
       77  ws-report-fname     pic x(40)
           value "statmeasure.close.yyyymm.txt".
       77  ws-close-log-fname  pic x(300) value "statmeasure.period.log.txt".
       77  period-fs           pic x(2).
       77  report-fs           pic x(2).
       77  close-log-fs        pic x(2).
       77  period-feof         pic x(1) value 'N'.
       77  ws-operator-id      pic x(8).
       77  ws-action           pic x(1).
       77  ws-period-answer    pic x(6).
       77  ws-period-year      pic 9(4).
       77  ws-period-month     pic 9(2).
       77  ws-prior-year       pic 9(4).
       77  ws-prior-month      pic 9(2).
       77  ws-period-status    pic x(1).
       77  ws-control-found    pic x(1).
       77  ws-close-rc         pic s9(4) value 0.
       77  ws-group-count      pic s9(5) value 0.
       *>  the group being gathered: one file's whole-file rows, or one
       *>  category's rows, across every month on file
       77  ws-group-fname      pic x(40).
       77  ws-group-level      pic x(1).
       77  ws-group-category   pic x(10).
       77  ws-group-open       pic x(1) value 'N'.
       *>  pooled figures for the month, the prior month, and the year
       *>  to date, indexed 1, 2, 3 in that order
       01  basis-table.
           02 basis-entry occurs 3 times.
               03 basis-count      pic s9(9).
               03 basis-sum        pic s9(12)v9(2).
               03 basis-sum-sqr    pic s9(18)v9(4).
               03 basis-min        pic s9(6)v9(2).
               03 basis-max        pic s9(6)v9(2).
               03 basis-runs       pic s9(5).
       77  basis-idx           pic s9(2).
       77  ws-basis-mean       pic s9(6)v9(2).
       77  ws-basis-variance   pic s9(18)v9(4).
       77  ws-basis-std-dev    pic s9(6)v9(2).
       01  basis-label-values.
           02 filler           pic x(6) value "MONTH".
           02 filler           pic x(6) value "PRIOR".
           02 filler           pic x(6) value "YTD".
       01  basis-label-table redefines basis-label-values.
           02 basis-label      pic x(6) occurs 3 times.
       01  program-title.
           02 filler           pic x(79) value
               "Statclose Program. Prints, closes, or reopens a month in the period master.".
       01  action-prompt-message.
           02 filler           pic x(71) value
               "Enter action: P print the month, C close the month, R reopen the month:".
       01  period-prompt-message.
           02 filler           pic x(25) value
               "Enter the month (yyyymm):".
       01  file-error-message.
           02 filler           pic x(65) value
               "Error. The period master could not be opened. File status code: ".
       01  report-error-message.
           02 filler           pic x(58) value
               "Error. The close report could not be opened. File status: ".
       01  invalid-action-message.
           02 filler           pic x(45) value
               "Error. The action must be P, C, or R. Ending.".
       01  invalid-period-message.
           02 filler           pic x(57) value
               "Error. The month must be six digits, yyyymm. Ending.".
       01  already-closed-message.
           02 filler           pic x(48) value
               "Warning. The month is already closed. No change.".
       01  already-open-message.
           02 filler           pic x(52) value
               "Warning. The month is not closed. Nothing to reopen.".
       01  no-groups-message.
           02 filler           pic x(55) value
               "Warning. The period master holds nothing for the month.".
       01  closed-message.
           02 filler           pic x(45) value
               "The month is closed. Later runs will not post".
           02 filler           pic x(34) value
               " into it unless it is reopened.".
       01  reopened-message.
           02 filler           pic x(58) value
               "The month is reopened. Runs will post into it again.".
       01  output-underline.
           02 filler           pic x(28) value
                               "----------------------------".
       01  output-close-title-line.
           02 filler           pic x(22) value
                               "Month-End Close Report".
           02 filler           pic x(8) value "  Month ".
           02 out-title-period pic 9(6).
           02 filler           pic x(9) value "  Status ".
           02 out-title-status pic x(6).
       01  output-close-head-line.
           02 filler           pic x(31) value "Input File".
           02 filler           pic x(11) value "Category".
           02 filler           pic x(7) value "Basis".
           02 filler           pic x(10) value "     Count".
           02 filler           pic x(1) value space.
           02 filler           pic x(17) value "              Sum".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "       Mean".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    Std Dev".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    Minimum".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    Maximum".
           02 filler           pic x(6) value "  Runs".
       01  output-close-entry-line.
           02 out-cl-fname     pic x(30).
           02 filler           pic x(1) value space.
           02 out-cl-category  pic x(10).
           02 filler           pic x(1) value space.
           02 out-cl-basis     pic x(6).
           02 filler           pic x(1) value space.
           02 out-cl-count     pic -(9)9.
           02 filler           pic x(1) value space.
           02 out-cl-sum       pic -(13)9.9(2).
           02 filler           pic x(1) value space.
           02 out-cl-mean      pic -(7)9.9(2).
           02 filler           pic x(1) value space.
           02 out-cl-std-dev   pic -(7)9.9(2).
           02 filler           pic x(1) value space.
           02 out-cl-min       pic -(7)9.9(2).
           02 filler           pic x(1) value space.
           02 out-cl-max       pic -(7)9.9(2).
           02 filler           pic x(1) value space.
           02 out-cl-runs      pic -(4)9.
       01  output-close-total-line.
           02 filler            pic x(28) value
                                "Files and categories listed".
           02 out-group-count   pic -(4)9.

       procedure division.
           display program-title.
           *> the operator id goes on every close log line, taken the
           *> same way statmeasure takes it for the audit log
           accept ws-operator-id from environment "USER".
           if ws-operator-id = spaces
               move "UNKNOWN" to ws-operator-id
           end-if.
           display action-prompt-message.
           accept ws-action.
           move function upper-case(ws-action) to ws-action.
           if ws-action not = "P" and ws-action not = "C"
                   and ws-action not = "R"
               display invalid-action-message
               move 8 to return-code
               stop run
           end-if.
           display period-prompt-message.
           accept ws-period-answer.
           if ws-period-answer is not numeric
                   or ws-period-answer(5:2) < "01"
                   or ws-period-answer(5:2) > "12"
               display invalid-period-message
               move 8 to return-code
               stop run
           end-if.
           move ws-period-answer(1:4) to ws-period-year.
           move ws-period-answer(5:2) to ws-period-month.
           if ws-period-month = 1
               compute ws-prior-year = ws-period-year - 1
               move 12 to ws-prior-month
           else
               move ws-period-year to ws-prior-year
               compute ws-prior-month = ws-period-month - 1
           end-if.

           if ws-action = "P"
               open input period-file
           else
               open i-o period-file
           end-if.
           if period-fs not = "00"
               display file-error-message, period-fs
               move 8 to return-code
               stop run
           end-if.

           perform read-period-control.
           evaluate true
               when ws-action = "P"
                   perform print-close-report
               when ws-action = "C"
                   if ws-period-status = 'C'
                       display already-closed-message
                       move 4 to ws-close-rc
                   else
                       *> a month is only locked once its report is
                       *> safely on file
                       perform print-close-report
                       if ws-close-rc < 8
                           perform close-the-period
                       end-if
                   end-if
               when other
                   if ws-period-status not = 'C'
                       display already-open-message
                       move 4 to ws-close-rc
                   else
                       perform reopen-the-period
                   end-if
           end-evaluate.

           close period-file.
           move ws-close-rc to return-code.
           stop run.

       *>  read-period-control reads the month's control row; no row at
       *>  all means the month has never been closed.
       read-period-control.
           move 'O' to ws-period-status.
           move 'N' to ws-control-found.
           move spaces to period-record.
           move 'P' to prd-level.
           move ws-period-year to prd-year.
           move ws-period-month to prd-month.
           read period-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-control-found
                   if prd-status = 'C'
                       move 'C' to ws-period-status
                   end-if
           end-read.

       *>  print-close-report walks the whole master once in key order.
       *>  A file's (or category's) months sit together in that order,
       *>  so the month, the prior month, and the year to date can all
       *>  be gathered in the one pass and printed at each group break.
       *>  A report that cannot be opened fails the run, and a close
       *>  then does not go ahead.
       print-close-report.
           move spaces to ws-report-fname.
           string "statmeasure.close." delimited by size
                  ws-period-answer delimited by size
                  ".txt" delimited by size
                  into ws-report-fname.
           open output report-file.
           if report-fs not = "00"
               display report-error-message, report-fs
               move 8 to ws-close-rc
           else
               perform write-close-report
           end-if.

       *>  write-close-report prints the report to the report file just
       *>  opened, and closes it.
       write-close-report.
           display output-underline.
           write report-record from output-underline.
           move ws-period-answer to out-title-period.
           if ws-period-status = 'C'
               move "CLOSED" to out-title-status
           else
               move "OPEN" to out-title-status
           end-if.
           display output-close-title-line.
           write report-record from output-close-title-line.
           display output-underline.
           write report-record from output-underline.
           display output-close-head-line.
           write report-record from output-close-head-line.

           move 'N' to ws-group-open.
           move 'N' to period-feof.
           move low-values to prd-key.
           start period-file key not less than prd-key
               invalid key
                   move 'Y' to period-feof
           end-start.
           perform until period-feof = 'Y'
               read period-file next record
               at end
                   move 'Y' to period-feof
               not at end
                   if prd-level not = 'P'
                       perform gather-period-row
                   end-if
           end-read
           end-perform.
           if ws-group-open = 'Y'
               perform write-group-lines
           end-if.

           display output-underline.
           write report-record from output-underline.
           move ws-group-count to out-group-count.
           display output-close-total-line.
           write report-record from output-close-total-line.
           close report-file.
           if ws-group-count = 0
               display no-groups-message
               move 4 to ws-close-rc
           end-if.

       *>  gather-period-row folds one month's row into its group,
       *>  printing and restarting the group when the file, level, or
       *>  category changes.
       gather-period-row.
           if ws-group-open = 'Y'
                   and (prd-fname not = ws-group-fname
                       or prd-level not = ws-group-level
                       or prd-category not = ws-group-category)
               perform write-group-lines
               move 'N' to ws-group-open
           end-if.
           if ws-group-open not = 'Y'
               move prd-fname to ws-group-fname
               move prd-level to ws-group-level
               move prd-category to ws-group-category
               perform varying basis-idx from 1 by 1 until basis-idx > 3
                   move 0 to basis-count(basis-idx), basis-sum(basis-idx)
                   move 0 to basis-sum-sqr(basis-idx)
                   move 0 to basis-min(basis-idx), basis-max(basis-idx)
                   move 0 to basis-runs(basis-idx)
               end-perform
               move 'Y' to ws-group-open
           end-if.
           if prd-year = ws-period-year and prd-month = ws-period-month
               move 1 to basis-idx
               perform add-row-to-basis
           end-if.
           if prd-year = ws-prior-year and prd-month = ws-prior-month
               move 2 to basis-idx
               perform add-row-to-basis
           end-if.
           if prd-year = ws-period-year and prd-month not > ws-period-month
               move 3 to basis-idx
               perform add-row-to-basis
           end-if.

       *>  add-row-to-basis pools one month's row into the basis at
       *>  basis-idx.
       add-row-to-basis.
           if prd-count > 0
               if basis-count(basis-idx) = 0
                   move prd-min to basis-min(basis-idx)
                   move prd-max to basis-max(basis-idx)
               else
                   if prd-min < basis-min(basis-idx)
                       move prd-min to basis-min(basis-idx)
                   end-if
                   if prd-max > basis-max(basis-idx)
                       move prd-max to basis-max(basis-idx)
                   end-if
               end-if
           end-if.
           add prd-count to basis-count(basis-idx).
           add prd-sum to basis-sum(basis-idx).
           add prd-sum-sqr to basis-sum-sqr(basis-idx).
           add prd-run-count to basis-runs(basis-idx).

       *>  write-group-lines prints a group's month, prior month, and
       *>  year to date, but only for a group with something in the
       *>  month or the prior month; a file that stopped arriving two
       *>  months back has nothing to say about this one.
       write-group-lines.
           if basis-runs(1) > 0 or basis-runs(2) > 0
               add 1 to ws-group-count
               perform varying basis-idx from 1 by 1 until basis-idx > 3
                   perform write-one-basis-line
               end-perform
           end-if.

       *>  write-one-basis-line works out one basis's mean and population
       *>  standard deviation from its pooled count, sum, and sum of
       *>  squares, and prints it.
       write-one-basis-line.
           move spaces to out-cl-fname, out-cl-category.
           if basis-idx = 1
               move ws-group-fname to out-cl-fname
               if ws-group-level = 'F'
                   move "(all)" to out-cl-category
               else
                   move ws-group-category to out-cl-category
               end-if
           end-if.
           move basis-label(basis-idx) to out-cl-basis.
           move 0 to ws-basis-mean, ws-basis-std-dev.
           if basis-count(basis-idx) > 0
               compute ws-basis-mean rounded =
                   basis-sum(basis-idx) / basis-count(basis-idx)
               compute ws-basis-variance =
                   (basis-sum-sqr(basis-idx)
                     - ((basis-sum(basis-idx) * basis-sum(basis-idx))
                         / basis-count(basis-idx)))
                   / basis-count(basis-idx)
               *> pooled rounding can leave a hair below zero for a
               *> basis whose values are all the same
               if ws-basis-variance > 0
                   compute ws-basis-std-dev rounded =
                       ws-basis-variance ** 0.5
               end-if
           end-if.
           move basis-count(basis-idx) to out-cl-count.
           move basis-sum(basis-idx) to out-cl-sum.
           move ws-basis-mean to out-cl-mean.
           move ws-basis-std-dev to out-cl-std-dev.
           move basis-min(basis-idx) to out-cl-min.
           move basis-max(basis-idx) to out-cl-max.
           move basis-runs(basis-idx) to out-cl-runs.
           display output-close-entry-line.
           write report-record from output-close-entry-line.

       *>  close-the-period marks the month's control row closed, adding
       *>  the row on the month's first close.
       close-the-period.
           move spaces to period-record.
           move 'P' to prd-level.
           move ws-period-year to prd-year.
           move ws-period-month to prd-month.
           move 0 to prd-count, prd-sum, prd-sum-sqr, prd-min, prd-max.
           move 0 to prd-run-count, prd-last-count, prd-last-sum.
           move 0 to prd-last-sum-sqr.
           move 'C' to prd-status.
           move function current-date(1:8) to prd-status-date.
           move ws-operator-id to prd-status-operator.
           if ws-control-found = 'Y'
               rewrite period-record
           else
               write period-record
           end-if.
           if period-fs = "00"
               move "CLOSE" to out-clog-action
               perform write-close-log-line
               display closed-message
           else
               display file-error-message, period-fs
               move 8 to ws-close-rc
           end-if.

       *>  reopen-the-period marks a closed month's control row open
       *>  again, so runs post into it once more.
       reopen-the-period.
           move 'O' to prd-status.
           move function current-date(1:8) to prd-status-date.
           move ws-operator-id to prd-status-operator.
           rewrite period-record.
           if period-fs = "00"
               move "REOPEN" to out-clog-action
               perform write-close-log-line
               display reopened-message
           else
               display file-error-message, period-fs
               move 8 to ws-close-rc
           end-if.

       *>  write-close-log-line appends one close or reopen to the close
       *>  log, with the operator's id. The open-extend-or-output dance
       *>  mirrors statmeasure's audit file.
       write-close-log-line.
           open input close-log-file.
           if close-log-fs = "00"
               close close-log-file
               open extend close-log-file
           else
               open output close-log-file
           end-if.
           move function current-date(1:8) to out-clog-date.
           move function current-date(9:6) to out-clog-time.
           move ws-operator-id to out-clog-operator.
           move ws-period-answer to out-clog-period.
           write close-log-record.
           close close-log-file.
