       *>  statrecon is the nightly cross-check of the three records
       *>  statmeasure leaves behind for every completed run: a line in
       *>  the audit log, a row in the run-history master, and a line in
       *>  the input file's trend file. A run that dies between
       *>  write-history-record and append-control-totals-trend leaves the
       *>  three out of step without a word, so for a range of run dates
       *>  this program reports every completed audit line with no history
       *>  row or no trend line, every history row with no audit line, and
       *>  every run whose audited rows less rejects do not match the
       *>  record count the master holds.
       *>  Return codes, for the scheduler:
       *>    0  every run in the range cross-checked clean.
       *>    4  warning: findings were reported, or the range held more
       *>       runs than the table and later runs were not checked.
       *>    8  failure: an invalid date or date range was given, or the
       *>       audit log, history master, or report could not be
       *>       opened.

       identification division.

       program-id. statrecon.

       environment division.

       input-output section.

       file-control.
       *>  The audit file is statmeasure's program-wide processing
       *>  history, read here in the layout statmeasure writes it.
       select audit-file assign to dynamic ws-audit-fname
           organization is line sequential
           file status is audit-fs.
       *>  The history file is statmeasure's keyed run-history master,
       *>  keyed by input file name plus run date.
       select history-file assign to dynamic ws-history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           file status is history-fs.
       *>  The trend file is whichever input file's .trend.txt is being
       *>  searched at the moment.
       select trend-file assign to dynamic ws-trend-fname
           organization is line sequential
           file status is trend-fs.
       *>  The report file archives the night's findings under the day's
       *>  date, the way stathouse names its archive and manifest.
       select report-file assign to dynamic ws-report-fname
           organization is line sequential
           file status is report-fs.

       data division.

       file section.
       fd audit-file.
       01 audit-record.
           02 aud-date              pic x(8).
           02 filler                pic x(1).
           02 aud-time              pic x(6).
           02 filler                pic x(1).
           02 aud-operator          pic x(8).
           02 filler                pic x(1).
           02 aud-mode              pic x(1).
           02 filler                pic x(1).
           02 aud-format            pic x(1).
           02 filler                pic x(1).
           02 aud-fname             pic x(40).
           02 filler                pic x(1).
           02 aud-rows              pic x(10).
           02 filler                pic x(1).
           02 aud-rejects           pic x(10).
           02 filler                pic x(1).
           02 aud-disposition       pic x(24).
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
       fd trend-file.
       01 trend-line.
           02 trd-date             pic x(8).
           02 filler               pic x(50).
       fd report-file.
       01 report-record            pic x(100).

       working-storage section.
       77  ws-audit-fname      pic x(300) value "statmeasure.audit.txt".
       77  ws-history-fname    pic x(300) value "statmeasure.history.dat".
       77  ws-trend-fname      pic x(310).
       77  ws-report-fname     pic x(40)
           value "statmeasure.recon.yyyymmdd.txt".
       77  audit-fs            pic x(2).
       77  history-fs          pic x(2).
       77  trend-fs            pic x(2).
       77  report-fs           pic x(2).
       77  audit-feof          pic x(1).
       77  hist-feof           pic x(1).
       77  trend-feof          pic x(1).
       77  ws-history-open     pic x(1) value 'N'.
       77  ws-today-date       pic x(8).
       77  ws-from-date        pic x(8).
       77  ws-to-date          pic x(8).
       77  ws-trend-found      pic x(1).
       77  ws-entry-found      pic x(1).
       77  ws-audit-net-rows   pic s9(10).
       *>  audit-entry-max bounds how many distinct runs (file name plus
       *>  run date) one reconciliation can hold; a range that names more
       *>  is reported as truncated rather than read as complete
       77  audit-entry-max     pic s9(5) value 5000.
       77  audit-entry-count   pic s9(5) value 0.
       77  aud-idx             pic s9(5).
       77  ws-audit-truncated  pic x(1) value 'N'.
       77  ws-runs-checked     pic s9(7) value 0.
       77  ws-history-checked  pic s9(7) value 0.
       77  ws-finding-count    pic s9(7) value 0.
       77  ws-recon-rc         pic s9(4) value 0.
       *>  audit-entries holds the last completing audit line for each
       *>  file name and run date in the range. A rerun of the same file
       *>  on the same date rewrites that date's history row, so it is
       *>  the day's last completing line the master should agree with.
       01  audit-entries.
           02 audit-entry occurs 5000 times.
               03 ent-fname         pic x(40).
               03 ent-date          pic x(8).
               03 ent-rows          pic s9(10).
               03 ent-rejects       pic s9(10).
       01  program-title.
           02 filler           pic x(79) value
               "Statrecon Program. Cross-checks the audit log, history master, and trend files.".
       01  from-date-prompt-message.
           02 filler           pic x(62) value
               "Enter the first run date to check (yyyymmdd), blank for today:".
       01  to-date-prompt-message.
           02 filler           pic x(61) value
               "Enter the last run date to check (yyyymmdd), blank for today:".
       01  invalid-date-message.
           02 filler           pic x(55) value
               "Error. The date must be eight digits, yyyymmdd. Ending.".
       01  invalid-range-message.
           02 filler           pic x(53) value
               "Error. The first date is after the last date. Ending.".
       01  file-error-message.
           02 filler           pic x(56) value
               "Error. This file could not be opened. File status code: ".
       01  audit-truncated-message.
           02 filler           pic x(77) value
               "Warning. More than 5000 runs in the range; later runs were not cross-checked.".
       01  output-underline.
           02 filler           pic x(28) value
                               "----------------------------".
       01  output-recon-title-line.
           02 filler           pic x(35) value
                               "Audit / History / Trend Cross-Check".
       01  output-recon-range-line.
           02 filler           pic x(15) value "Run dates from ".
           02 out-range-from   pic x(8).
           02 filler           pic x(4) value " to ".
           02 out-range-to     pic x(8).
       01  output-recon-head-line.
           02 filler           pic x(16) value "Finding".
           02 filler           pic x(9) value "Run Date".
           02 filler           pic x(41) value "Input File".
           02 filler           pic x(11) value " Audit Rows".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "   Hist Cnt".
       01  output-recon-finding-line.
           02 out-rc-finding   pic x(16).
           02 out-rc-date      pic x(8).
           02 filler           pic x(1) value space.
           02 out-rc-fname     pic x(41).
           02 out-rc-audit-rows pic -(9)9.
           02 filler           pic x(2) value spaces.
           02 out-rc-hist-count pic -(9)9.
       01  output-recon-runs-line.
           02 filler            pic x(24) value
                                "Audited Runs Checked".
           02 out-runs-checked  pic -(6)9.
       01  output-recon-history-line.
           02 filler            pic x(24) value
                                "History Rows Checked".
           02 out-history-checked pic -(6)9.
       01  output-recon-finding-total-line.
           02 filler            pic x(24) value
                                "Discrepancies Found".
           02 out-finding-count pic -(6)9.

       procedure division.
           display program-title.
           move function current-date(1:8) to ws-today-date.
           display from-date-prompt-message.
           accept ws-from-date.
           if ws-from-date = spaces
               move ws-today-date to ws-from-date
           end-if.
           display to-date-prompt-message.
           accept ws-to-date.
           if ws-to-date = spaces
               move ws-today-date to ws-to-date
           end-if.
           if ws-from-date is not numeric or ws-to-date is not numeric
               display invalid-date-message
               move 8 to return-code
               stop run
           end-if.
           if ws-from-date > ws-to-date
               display invalid-range-message
               move 8 to return-code
               stop run
           end-if.

           string "statmeasure.recon." delimited by size
                  ws-today-date delimited by size
                  ".txt" delimited by size
                  into ws-report-fname.
           open output report-file.
           if report-fs not = "00"
               display file-error-message, report-fs
               move 8 to return-code
               stop run
           end-if.
           display output-underline.
           write report-record from output-underline.
           display output-recon-title-line.
           write report-record from output-recon-title-line.
           move ws-from-date to out-range-from.
           move ws-to-date to out-range-to.
           display output-recon-range-line.
           write report-record from output-recon-range-line.
           display output-underline.
           write report-record from output-underline.
           display output-recon-head-line.
           write report-record from output-recon-head-line.

           perform load-audit-entries.

           *> a master that cannot be opened at all leaves every audited
           *> run without a history row, which is exactly what gets
           *> reported; there is then no master to walk for orphans
           open input history-file.
           if history-fs = "00"
               move 'Y' to ws-history-open
           else
               display file-error-message, history-fs
               move 8 to ws-recon-rc
           end-if.

           perform varying aud-idx from 1 by 1
               until aud-idx > audit-entry-count
               perform check-one-audited-run
           end-perform.

           if ws-history-open = 'Y'
               perform check-history-for-orphans
               close history-file
           end-if.

           display output-underline.
           write report-record from output-underline.
           if ws-audit-truncated = 'Y'
               display audit-truncated-message
               write report-record from audit-truncated-message
           end-if.
           move ws-runs-checked to out-runs-checked.
           display output-recon-runs-line.
           write report-record from output-recon-runs-line.
           move ws-history-checked to out-history-checked.
           display output-recon-history-line.
           write report-record from output-recon-history-line.
           move ws-finding-count to out-finding-count.
           display output-recon-finding-total-line.
           write report-record from output-recon-finding-total-line.
           close report-file.
           if ws-recon-rc < 4
                   and (ws-finding-count > 0 or ws-audit-truncated = 'Y')
               move 4 to ws-recon-rc
           end-if.
           move ws-recon-rc to return-code.
           stop run.

       *>  load-audit-entries reads the audit log once and keeps, for each
       *>  file name and run date in the range, the last line whose
       *>  disposition means statmeasure went on to write the history row
       *>  and the trend line. Bivariate runs write neither, so their
       *>  completed lines are not expected to have either and are passed
       *>  over. An audit log that cannot be opened leaves the table
       *>  empty, and every history row in the range then reports as
       *>  having no audit line.
       load-audit-entries.
           open input audit-file.
           if audit-fs not = "00"
               display file-error-message, audit-fs
               move 8 to ws-recon-rc
           else
               move spaces to audit-feof
               perform until audit-feof = 'Y'
                   read audit-file
                   at end
                       move 'Y' to audit-feof
                   not at end
                       if aud-date not < ws-from-date
                               and aud-date not > ws-to-date
                               and (aud-disposition = "COMPLETED"
                                   or aud-disposition =
                                       "RESUMED-FROM-CHECKPOINT")
                               and aud-mode not = "V"
                               and aud-mode not = "v"
                           perform keep-audit-entry
                       end-if
                   end-read
               end-perform
               close audit-file
           end-if.

       *>  keep-audit-entry stores the audit line just read under its
       *>  file name and run date, replacing an earlier line for the same
       *>  run so the day's last completing line is the one checked.
       keep-audit-entry.
           move aud-fname to hist-fname.
           move aud-date to hist-run-date.
           perform find-audit-entry.
           if ws-entry-found not = 'Y'
               if audit-entry-count < audit-entry-max
                   add 1 to audit-entry-count
                   move audit-entry-count to aud-idx
                   move 'Y' to ws-entry-found
               else
                   move 'Y' to ws-audit-truncated
               end-if
           end-if.
           if ws-entry-found = 'Y'
               move aud-fname to ent-fname(aud-idx)
               move aud-date to ent-date(aud-idx)
               compute ent-rows(aud-idx) = function numval(aud-rows)
               compute ent-rejects(aud-idx) = function numval(aud-rejects)
           end-if.

       *>  find-audit-entry looks the run named by hist-fname and
       *>  hist-run-date up in audit-entries, leaving aud-idx on it when
       *>  found.
       find-audit-entry.
           move 'N' to ws-entry-found.
           perform varying aud-idx from 1 by 1
               until aud-idx > audit-entry-count
                   or ws-entry-found = 'Y'
               if ent-fname(aud-idx) = hist-fname
                       and ent-date(aud-idx) = hist-run-date
                   move 'Y' to ws-entry-found
               end-if
           end-perform.
           *> the VARYING steps once past the hit before the UNTIL
           *> stops it, so step back onto the entry that matched
           if ws-entry-found = 'Y'
               subtract 1 from aud-idx
           end-if.

       *>  check-one-audited-run looks for the history row and the trend
       *>  line one completed audit line promises, and when the history
       *>  row is there, checks that the rows audited less the rows
       *>  rejected come to the record count the master holds.
       check-one-audited-run.
           add 1 to ws-runs-checked.
           compute ws-audit-net-rows =
               ent-rows(aud-idx) - ent-rejects(aud-idx).
           if ws-history-open = 'Y'
               move ent-fname(aud-idx) to hist-fname
               move ent-date(aud-idx) to hist-run-date
               read history-file
                   invalid key
                       move 0 to hist-record-count
                       move "NO-HISTORY" to out-rc-finding
                       perform write-audited-finding
                   not invalid key
                       if ws-audit-net-rows not = hist-record-count
                           move "COUNT-MISMATCH" to out-rc-finding
                           perform write-audited-finding
                       end-if
               end-read
           else
               move 0 to hist-record-count
               move "NO-HISTORY" to out-rc-finding
               perform write-audited-finding
           end-if.
           perform find-trend-line.
           if ws-trend-found not = 'Y'
               move "NO-TREND" to out-rc-finding
               perform write-audited-finding
           end-if.

       *>  find-trend-line searches the audited file's trend file for a
       *>  line under the audited run date. A trend file stathouse has
       *>  since archived reads as empty, so ranges older than the
       *>  housekeeping retention window will report NO-TREND by design.
       find-trend-line.
           move 'N' to ws-trend-found.
           move spaces to ws-trend-fname.
           string function trim(ent-fname(aud-idx)) delimited by size
                  ".trend.txt" delimited by size
                  into ws-trend-fname.
           open input trend-file.
           if trend-fs = "00"
               move spaces to trend-feof
               perform until trend-feof = 'Y'
                   read trend-file
                   at end
                       move 'Y' to trend-feof
                   not at end
                       if trd-date = ent-date(aud-idx)
                           move 'Y' to ws-trend-found
                           move 'Y' to trend-feof
                       end-if
                   end-read
               end-perform
               close trend-file
           end-if.

       *>  write-audited-finding reports one discrepancy against the
       *>  audited run at aud-idx, with the finding already set by the
       *>  caller.
       write-audited-finding.
           add 1 to ws-finding-count.
           move ent-date(aud-idx) to out-rc-date.
           move ent-fname(aud-idx) to out-rc-fname.
           move ws-audit-net-rows to out-rc-audit-rows.
           move hist-record-count to out-rc-hist-count.
           display output-recon-finding-line.
           write report-record from output-recon-finding-line.

       *>  check-history-for-orphans walks the whole master in key order
       *>  and reports every row in the date range that no completing
       *>  audit line accounts for.
       check-history-for-orphans.
           move 'N' to hist-feof.
           move low-values to hist-key.
           start history-file key not less than hist-key
               invalid key
                   move 'Y' to hist-feof
           end-start.
           perform until hist-feof = 'Y'
               read history-file next record
               at end
                   move 'Y' to hist-feof
               not at end
                   if hist-run-date not < ws-from-date
                           and hist-run-date not > ws-to-date
                       add 1 to ws-history-checked
                       perform find-audit-entry
                       if ws-entry-found not = 'Y'
                           perform write-orphan-finding
                       end-if
                   end-if
               end-read
           end-perform.

       *>  write-orphan-finding reports one history row with no audit
       *>  line behind it.
       write-orphan-finding.
           add 1 to ws-finding-count.
           move "NO-AUDIT" to out-rc-finding.
           move hist-run-date to out-rc-date.
           move hist-fname to out-rc-fname.
           move 0 to out-rc-audit-rows.
           move hist-record-count to out-rc-hist-count.
           display output-recon-finding-line.
           write report-record from output-recon-finding-line.
