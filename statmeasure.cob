       *>  Course: CIS3190
       *>  This program calculates the mean, standard deviation, geometric mean, harmonic mean, and root mean square.
       *>  The program will take an input file from the user to calculate theese statistics. 
       *>  Return codes, for the scheduler:
       *>    0  every file completed cleanly.
       *>    4  warning: every file completed, but with rejected rows,
       *>       category limit breaches, a control-total tolerance
       *>       exception, a suspected duplicate processed on override,
       *>       a truncated batch rollup listing, or an audit sample
       *>       file that could not be opened.
       *>    8  failure: an operator not authorized for repair mode or
       *>       for clearing a lock tried it, or a file was refused on
       *>       its lock, could not be opened, aborted on capacity, was
       *>       stopped as a suspected duplicate, or was refused posting
       *>       because its period is closed, or the run itself could
       *>       not go on (a bad parameter file, parameter answer, or
       *>       file name, or an unsupported mode and format
       *>       combination).
       
       identification division.
       
           access mode is dynamic
           record key is hist-key
           file status is history-fs.
       *>  The fingerprint file is a keyed register of every extract this
       *>  program has accepted, keyed by the extract's fingerprint itself
       *>  (raw row count, sum, minimum, maximum, and a hash total over
       *>  the raw rows), so a re-sent copy of an earlier extract is one
       *>  keyed read away from being caught, whatever name it arrives
       *>  under.
       select fingerprint-file assign to dynamic ws-fingerprint-fname
           organization is indexed
           access mode is dynamic
           record key is fp-key
           file status is fingerprint-fs.
       *>  The category limits file is the business's reference list of
       *>  per-category minimum and maximum values, one category code per
       *>  line with a warn-or-reject action, read once at start-up under
       *>  one fixed name so every run checks against the same limits.
       select catlimits-file assign to dynamic ws-catlimits-fname
           organization is line sequential
           file status is catlimits-fs.
       *>  The limits file logs every row that fell outside its
       *>  category's limits, with the row number, category, value, and
       *>  the limit broken, so a keying error or a deal needing sign-off
       *>  is listed by itself instead of hiding in the z-score file.
       select limits-file assign to dynamic ws-limits-fname
           organization is line sequential
           file status is limits-fs.
       *>  The sample file is internal audit's selection of rows to vouch
       *>  back to source documents, drawn from the run's accepted rows
       *>  once the figures are done, with a trailer recording how the
       *>  sample was drawn so it can be documented and reproduced.
       select sample-file assign to dynamic ws-sample-fname
           organization is line sequential
           file status is sample-fs.
       *>  The operators file is the reference list of who may take the
       *>  privileged actions - a repair run, clearing another run's
       *>  lock - one operator id per line with a Y or N per privilege,
       *>  read under one fixed name whenever one of those is attempted.
       select operators-file assign to dynamic ws-operators-fname
           organization is line sequential
           file status is operators-fs.
       *>  The period file is a keyed master of month-by-month running
       *>  totals per input file (and per category within it): record
       *>  count, sum, sum of squares, minimum, and maximum, so a month's
       *>  or a year's mean and standard deviation are worked out from
       *>  the pooled totals instead of averaged from daily means. One
       *>  control row per month, under a blank file name, says whether
       *>  the month has been closed by statclose.
       select period-file assign to dynamic ws-period-fname
           organization is indexed
           access mode is dynamic
           record key is prd-key
           file status is period-fs.

       data division.
       
       *>  rejected: that row was consumed from the input file without
       *>  adding a value, and the placeholder keeps the resume skip
       *>  count and the reject row numbering in step with the file.
       *>  'L' is the same placeholder for a row rejected on a category
       *>  limit; it keeps the row's value and category so the limits
       *>  file line can be written again on resume. 'C' marks a kept
       *>  row whose limit breach was replaced by a repair correction,
       *>  and ckpt-raw-value then holds the value that breached.
           02 ckpt-rejected-flag  pic x(1).
           02 ckpt-raw-value      pic s9(6)v9(2).
       fd reject-file.
       01 reject-record.
           02 out-reject-row-num pic zzzzzz9.
           02 out-exception-actual-sum       pic -(12)9.9(2).
           02 exception-gap-4                pic x(1).
           02 out-exception-expected-sum     pic -(12)9.9(2).
       *>  exceptions-duplicate-record is the exceptions file's line for a
       *>  suspected duplicate extract: this file's raw row count and sum,
       *>  and the earlier run whose fingerprint it matched.
       01 exceptions-duplicate-record.
           02 out-dup-fname                  pic x(41).
           02 filler                         pic x(1).
           02 out-dup-tag                    pic x(13).
           02 filler                         pic x(1).
           02 out-dup-prior-fname            pic x(40).
           02 filler                         pic x(1).
           02 out-dup-prior-date             pic x(8).
           02 filler                         pic x(1).
           02 out-dup-records                pic -(9)9.
           02 filler                         pic x(1).
           02 out-dup-sum                    pic -(12)9.9(2).
       *>  exceptions-period-record is the exceptions file's line for a
       *>  run refused posting because its period is closed: the period
       *>  and the kept row count and sum that were not posted.
       01 exceptions-period-record.
           02 out-prd-exc-fname              pic x(41).
           02 filler                         pic x(1).
           02 out-prd-exc-tag                pic x(13).
           02 filler                         pic x(1).
           02 out-prd-exc-period             pic 9(6).
           02 filler                         pic x(1).
           02 out-prd-exc-records            pic -(9)9.
           02 filler                         pic x(1).
           02 out-prd-exc-sum                pic -(12)9.9(2).
       fd param-file.
       01 param-record           pic x(300).
       fd period-file.
       01 period-record.
           02 prd-key.
               03 prd-fname         pic x(40).
       *>  F is the whole file, C one category within it, P the month's
       *>  control row (blank file name and category)
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
       *>  the last posting's own figures, so a same-day rerun (or a
       *>  repair run) can take them back out before posting its own
           02 prd-last-post-date    pic x(8).
           02 prd-last-count        pic s9(9).
           02 prd-last-sum          pic s9(12)v9(2).
           02 prd-last-sum-sqr      pic s9(18)v9(4).
       *>  control rows only: O open or C closed, and who last changed it
           02 prd-status            pic x(1).
           02 prd-status-date       pic x(8).
           02 prd-status-operator   pic x(8).
       fd catlimits-file.
       01 catlimits-line.
           02 catlim-in-code     pic x(10).
           02 catlim-in-gap-1    pic x(1).
           02 catlim-in-min      pic x(12).
           02 catlim-in-gap-2    pic x(1).
           02 catlim-in-max      pic x(12).
           02 catlim-in-gap-3    pic x(1).
           02 catlim-in-action   pic x(1).
       fd limits-file.
       01 limits-record.
           02 out-limit-row-num  pic zzzzzz9.
           02 limit-gap-1        pic x(1).
           02 out-limit-category pic x(10).
           02 limit-gap-2        pic x(1).
           02 out-limit-value    pic -(6)9.9(2).
           02 limit-gap-3        pic x(1).
           02 out-limit-bound    pic x(3).
           02 limit-gap-4        pic x(1).
           02 out-limit-limit    pic -(6)9.9(2).
           02 limit-gap-5        pic x(1).
           02 out-limit-action   pic x(6).
       *>  one line per operator: the id as USER gives it, then Y or N
       *>  for repair, lock override, history maintenance, and archive
       *>  restore, single-space separated
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
       fd sample-file.
       01 sample-record.
           02 out-smp-row-num    pic zzzzzz9.
           02 filler             pic x(1).
           02 out-smp-category   pic x(10).
           02 filler             pic x(1).
           02 out-smp-value      pic -(6)9.9(2).
           02 filler             pic x(1).
           02 out-smp-reason     pic x(13).
       01 sample-trailer-record.
           02 out-smp-trl-label  pic x(25).
           02 out-smp-trl-value  pic x(60).
       fd corrections-file.
       01 correction-line.
           02 corr-in-row      pic x(7).
           02 hist-min              pic s9(6)v9(2).
           02 hist-max              pic s9(6)v9(2).
           02 hist-reject-count     pic s9(7).
       fd fingerprint-file.
       01 fingerprint-record.
           02 fp-key.
               03 fp-record-count   pic s9(7).
               03 fp-sum            pic s9(10)v9(2).
               03 fp-min            pic s9(6)v9(2).
               03 fp-max            pic s9(6)v9(2).
               03 fp-hash-total     pic 9(15).
           02 fp-fname              pic x(40).
           02 fp-run-date           pic x(8).

       working-storage section.
       77  sum-of-nums-sqr     pic 9(14)v9(2) value 0.
       *>  than the rollup listing can carry, so the rollup can say so
       *>  instead of reading as complete when it is not.
       77  ws-rollup-truncated pic x(1) value 'N'.
       *>  ws-job-rc is the worst outcome of the whole run so far, handed
       *>  to the scheduler as the return code when the job ends: only
       *>  ever raised, never lowered, so one clean file after a failed
       *>  one cannot hide the failure.
       77  ws-job-rc           pic s9(4) value 0.
       77  ws-trend-fname      pic x(310).
       77  trend-fs            pic x(2).
       77  ws-csv-fname        pic x(310).
       77  param-fs              pic x(2).
       77  ws-param-mode         pic x(1) value 'N'.
       77  ws-answer             pic x(300).
       *>  ws-param-line counts the parameter file lines read, so a bad
       *>  answer can be reported by its line number; ws-answer-valid
       *>  carries the verdict of the answer checks back.
       77  ws-param-line         pic 9(3) value 0.
       77  ws-answer-valid       pic x(1).
       *>  ws-lock-policy is the parameter file's standing answer to the
       *>  stale-lock/checkpoint-resume question, which is only ever asked
       *>  when a leftover lock is found: Y clears the stale lock and goes
       *>  the master carries the day's final figures.
       77  ws-history-fname      pic x(300) value "statmeasure.history.dat".
       77  history-fs            pic x(2).
       *>  duplicate-extract fields: the fingerprint register lives under
       *>  one fixed name like the history master. The hash total is
       *>  built row by row as the raw rows are read, weighting each byte
       *>  by its column and each row by its position, so the same rows
       *>  in the same order always give the same total.
       77  ws-fingerprint-fname  pic x(300) value "statmeasure.fingerprint.dat".
       77  fingerprint-fs        pic x(2).
       77  ws-hash-total         pic 9(15) value 0.
       77  ws-hash-row-count     pic s9(7) value 0.
       77  ws-row-hash           pic 9(9).
       77  hash-byte-idx         pic s9(3).
       77  ws-fingerprint-sum    pic s9(10)v9(2).
       *>  raw figures for the fingerprint, taken from every numeric row
       *>  as it is read, before limits, corrections, or rejection, so
       *>  the fingerprint describes the extract and not this run's
       *>  treatment of it.
       77  ws-raw-value          pic s9(6)v9(2).
       77  ws-raw-value-count    pic s9(7) value 0.
       77  ws-raw-min            pic s9(6)v9(2) value 0.
       77  ws-raw-max            pic s9(6)v9(2) value 0.
       *>  ws-file-duplicate tells proc-body (and the audit and rollup
       *>  writers after it) that this extract matched an earlier run's
       *>  fingerprint and was stopped before its summary was produced.
       77  ws-file-duplicate     pic x(1) value 'N'.
       *>  ws-skip-duplicate-check is set for the one run that is by
       *>  design an earlier extract over again: comparison mode's prior
       *>  side.
       77  ws-skip-duplicate-check pic x(1) value 'N'.
       *>  ws-dup-policy is the parameter file's standing answer to the
       *>  duplicate-extract question, the same way ws-lock-policy stands
       *>  in for the stale-lock question: Y processes a suspected
       *>  duplicate anyway, anything else stops it.
       77  ws-dup-policy         pic x(1) value 'N'.
       77  ws-dup-answer         pic x(1).
       *>  period posting fields: the period is the one the operator
       *>  named (ws-post-period), else a repair run's repaired run
       *>  month, else the run date's month. ws-post-run-date is the date
       *>  of the run being posted, today for an ordinary run and the
       *>  repaired run's date (ws-repair-run-date) for a repair.
       *>  ws-skip-period-post is set for the one run that must not
       *>  add to the month: comparison mode's prior side, an earlier
       *>  extract run again only to be compared.
       77  ws-post-period        pic x(6) value spaces.
       77  ws-repair-run-date    pic x(8) value spaces.
       77  ws-post-run-date      pic x(8).
       77  ws-period-fname       pic x(300) value "statmeasure.period.dat".
       77  period-fs             pic x(2).
       77  ws-skip-period-post   pic x(1) value 'N'.
       77  ws-period-year        pic 9(4).
       77  ws-period-month       pic 9(2).
       77  ws-period-closed      pic x(1).
       77  ws-backout-done       pic x(1).
       77  ws-post-level         pic x(1).
       77  ws-post-category      pic x(10).
       77  post-cat-idx          pic s9(4).
       77  post-count            pic s9(9).
       77  post-sum              pic s9(12)v9(2).
       77  post-sum-sqr          pic s9(18)v9(4).
       77  post-min              pic s9(6)v9(2).
       77  post-max              pic s9(6)v9(2).
       *>  category limit fields: the reference file is optional; with
       *>  no file (or no usable lines in it) catlim-count stays zero and
       *>  no row is limit-checked, exactly as before the file existed.
       77  ws-catlimits-fname    pic x(300) value "statmeasure.catlimits.txt".
       77  catlimits-fs          pic x(2).
       77  catlimits-feof        pic x(1).
       77  ws-limits-fname       pic x(300).
       77  limits-fs             pic x(2).
       77  catlim-max-entries    pic s9(4) value 200.
       77  catlim-count          pic s9(4) value 0.
       77  catlim-idx            pic s9(4).
       77  ws-catlim-found       pic x(1).
       *>  ws-limit-reject tells process-record (and proc-body after it)
       *>  that the row just checked broke a reject-action limit and is
       *>  to be kept out of the figures like a non-numeric row.
       77  ws-limit-reject       pic x(1) value 'N'.
       77  ws-limit-breached     pic x(1).
       *>  ws-limit-corrected marks a row whose reject-limit breach was
       *>  replaced by a repair correction, and ws-limit-raw-value keeps
       *>  the value that breached, for the row's checkpoint record.
       77  ws-limit-corrected    pic x(1) value 'N'.
       77  ws-limit-raw-value    pic s9(6)v9(2).
       *>  operator authorization fields: ws-privilege-wanted names the
       *>  privilege being checked (R repair, L lock override) and
       *>  ws-authorized carries the answer back. No operators file, or
       *>  no line for the operator, means no privileges at all, and the
       *>  shared UNKNOWN id never holds one whatever the file says.
       77  ws-operators-fname    pic x(300) value "statmeasure.operators.txt".
       77  operators-fs          pic x(2).
       77  operators-feof        pic x(1).
       77  ws-privilege-wanted   pic x(1).
       77  ws-authorized         pic x(1).
       *>  audit sample fields: the method is N (no sample), S every Nth
       *>  row from a random start, R a fixed-size random sample, or T a
       *>  fixed-size random sample within each category code. One size
       *>  answer serves as the interval for S, the sample size for R,
       *>  and the size per category for T. A seed of 0 is taken from
       *>  the clock; whichever seed is used goes on the trailer, so the
       *>  same seed over the same extract draws the same sample again.
       *>  Every row at or above the always-select amount (0 for none)
       *>  is included whatever the method picked.
       77  ws-sample-method      pic x(1) value 'N'.
       77  ws-sample-size        pic 9(7) value 0.
       77  ws-sample-seed        pic 9(9) value 0.
       77  ws-sample-seed-used   pic 9(9).
       77  ws-always-amount      pic s9(6)v9(2) value 0.
       *>  ws-skip-sample is set for comparison mode's prior side, an
       *>  earlier extract whose own run already drew its sample.
       77  ws-skip-sample        pic x(1) value 'N'.
       77  ws-sample-fname       pic x(310).
       77  sample-fs             pic x(2).
       77  smp-random            pic v9(9).
       77  smp-start             pic s9(7).
       77  smp-needed            pic s9(7).
       77  smp-remaining         pic s9(7).
       77  smp-population        pic s9(7).
       77  smp-method-count      pic s9(7).
       77  smp-always-count      pic s9(7).
       77  smp-stratum-idx       pic s9(4).
       77  smp-stratum-max       pic s9(4).
       77  smp-cat-idx           pic s9(4).
       77  ws-row-in-stratum     pic x(1).
       77  smp-edit-count        pic -(9)9.
       77  smp-edit-amount       pic -(6)9.9(2).
       *>  weighted mode fields: ws-weighted switches the single-file
       *>  pipeline over to also reading each row's weight column and
       *>  reporting weight-adjusted figures, so a 10,000-unit line
       77  corr-idx              pic s9(4).
       77  corrections-applied   pic s9(7) value 0.
       77  ws-corr-found         pic x(1).
       *>  ws-row-corrected marks a row validate-numeric-record already
       *>  corrected, so check-category-limits does not apply the same
       *>  correction to it a second time.
       77  ws-row-corrected      pic x(1) value 'N'.
       77  corr-row-work         pic 9(7).
       *>  distribution shape fields: skewness and excess kurtosis over
       *>  the standardized deviations, so a heavily lopsided extract (a
       01  biv-y-value-record.
           02 biv-y-data-point pic s9(6)v9(2) value 0.
           02 biv-y-value-filler pic x(72).
       *>  hash-row-bytes holds one raw input row, display or packed, as
       *>  the bytes the fingerprint's hash total is built over.
       01  hash-row-bytes.
           02 hash-byte        pic x occurs 80 times.
       01  biv-x-arr.
           02 biv-x-array      pic s9(6)v9(2) occurs 999999 times.
       01  biv-y-arr.
       *>  without re-reading the input file.
       01  row-weights.
           02 row-weight       pic s9(6)v9(2) occurs 999999 times.
       *>  row-input-row remembers each kept row's row number in the input
       *>  file (rejected rows leave gaps), and row-sample-flag marks the
       *>  rows the audit sample picked and why, so the sample file can
       *>  point the auditors back at the extract's own rows.
       01  row-input-rows.
           02 row-input-row    pic 9(7) occurs 999999 times.
       01  row-sample-flags.
           02 row-sample-flag  pic x occurs 999999 times.
       *>  distinct-categories lists each category code seen in this file,
       *>  in first-seen order, once each.
       01  distinct-category-table.
           02 correction-entry occurs 5000 times.
               03 correction-row    pic 9(7).
               03 correction-value  pic s9(6)v9(2).
       *>  category-limits-table holds the reference limits, looked up
       *>  by category code for every row read; action W only logs a
       *>  breach, action R also rejects the row.
       01  category-limits-table.
           02 catlim-entry occurs 200 times.
               03 catlim-code       pic x(10).
               03 catlim-min        pic s9(6)v9(2).
               03 catlim-max        pic s9(6)v9(2).
               03 catlim-action     pic x(1).
       01  catlimits-loaded-message.
           02 filler            pic x(25) value
               "Category limits loaded: ".
           02 out-catlim-loaded pic zzz9.
       01  catlimits-invalid-message.
           02 filler            pic x(56) value
               "Warning. Skipping unreadable category limits file line: ".
           02 out-catlim-bad-line pic x(38).
       01  catlimits-overflow-message.
           02 filler           pic x(79) value
               "Warning. More than 200 category limits; the rest of the file was not loaded.".
       01  limit-breach-warning-message.
           02 filler            pic x(41) value
               "Warning. Category limit breached at row: ".
           02 out-limit-warn-row pic zzzzzz9.
       01  limit-reject-warning-message.
           02 filler            pic x(47) value
               "Warning. Rejected row outside category limits: ".
           02 out-limit-reject-row pic zzzzzz9.
       01  corrections-file-input-message.
           02 filler           pic x(63) value
               "Enter the corrections file (row number and corrected value):".
       01  param-file-error-message.
           02 filler           pic x(66) value
               "Error. The parameter file could not be opened. File status code: ".
       01  duplicate-suspect-message.
           02 filler           pic x(44) value
               "Warning. Extract matches the earlier run of ".
           02 out-dup-msg-fname pic x(41).
           02 filler           pic x(4) value " on ".
           02 out-dup-msg-date pic x(8).
       01  duplicate-override-prompt-message.
           02 filler           pic x(54) value
               "Suspected duplicate extract. Process it anyway? (Y/N):".
       01  period-closed-message.
           02 filler           pic x(62) value
               "Error. The month is closed; this run was not posted to period ".
           02 out-closed-period pic 9(6).
       01  period-repair-added-message.
           02 filler           pic x(68) value
               "Note. The repaired run was not the last posting; added as new for: ".
           02 out-repair-added-cat pic x(12).
       01  period-prompt-message.
           02 filler           pic x(59) value
               "Enter the period to post to (yyyymm), or blank for default:".
       01  repair-date-prompt-message.
           02 filler           pic x(64) value
               "Enter the date of the run being repaired (yyyymmdd), or blank:".
       01  answer-invalid-message.
           02 filler           pic x(40) value
               "Error. Not a valid answer; enter again.".
       01  param-answer-invalid-message.
           02 filler           pic x(27) value
               "Error. Parameter file line ".
           02 out-bad-param-line pic zz9.
           02 filler           pic x(24) value
               " is not a valid answer: ".
           02 out-bad-param-answer pic x(26).
       01  period-error-message.
           02 filler           pic x(66) value
               "Error. The period master could not be opened. File status code: ".
       01  duplicate-stopped-message.
           02 filler           pic x(82) value
               "Error. Suspected duplicate extract; summary not produced. See the exceptions file.".
       01  sample-method-prompt-message.
           02 filler           pic x(87) value
               "Enter audit sample method: N none, S every Nth row, R random, T stratified by category:".
       01  sample-size-prompt-message.
           02 filler           pic x(73) value
               "Enter the sample interval (S), sample size (R), or size per category (T):".
       01  sample-seed-prompt-message.
           02 filler           pic x(52) value
               "Enter the random seed, or 0 to seed from the clock:".
       01  always-select-prompt-message.
           02 filler           pic x(47) value
               "Enter the always-select amount, or 0 for none:".
       01  sample-method-invalid-message.
           02 filler           pic x(57) value
               "Warning. Unknown sample method; no sample will be drawn.".
       01  sample-written-message.
           02 filler           pic x(21) value
               "Audit sample rows: ".
           02 out-smp-msg-count pic zzzzzz9.
           02 filler           pic x(6) value " seed ".
           02 out-smp-msg-seed pic z(8)9.
       01  sample-error-message.
           02 filler           pic x(67) value
               "Warning. The sample file could not be opened. File status code: ".
       01  not-authorized-message.
           02 filler           pic x(56) value
               "Error. This operator is not authorized for that action: ".
           02 out-not-auth-operator pic x(8).
       01  param-run-abort-message.
           02 filler           pic x(68) value
               "Error. Cannot retry a bad file name in parameter-file mode. Ending.".
                   function numval(ws-answer)
               perform get-param-answer
               move ws-answer to ws-lock-policy
               *> lines 8 onward are checked as they are read: a
               *> parameter file written before they existed has a file
               *> name here, and must be refused rather than have every
               *> later answer silently read one line off
               perform get-param-answer
               perform validate-yes-no-answer
               perform check-param-answer
               move ws-answer to ws-dup-policy
               *> the four sample answers are always present, whatever
               *> the method, so the file names that follow them never
               *> move with it
               perform get-param-answer
               move function upper-case(ws-answer) to ws-answer
               move 'N' to ws-answer-valid
               if ws-answer = spaces or ws-answer = 'N'
                       or ws-answer = 'S' or ws-answer = 'R'
                       or ws-answer = 'T'
                   move 'Y' to ws-answer-valid
               end-if
               perform check-param-answer
               move ws-answer to ws-sample-method
               perform get-param-answer
               perform validate-number-answer
               perform check-param-answer
               compute ws-sample-size =
                   function numval(ws-answer)
               perform get-param-answer
               perform validate-number-answer
               perform check-param-answer
               compute ws-sample-seed =
                   function numval(ws-answer)
               perform get-param-answer
               perform validate-number-answer
               perform check-param-answer
               compute ws-always-amount =
                   function numval(ws-answer)
               *> the posting period and the repaired run's date are
               *> likewise always present, blank when not wanted
               perform get-param-answer
               perform validate-period-answer
               perform check-param-answer
               move ws-answer to ws-post-period
               perform get-param-answer
               perform validate-run-date-answer
               perform check-param-answer
               move ws-answer to ws-repair-run-date
           else
               display mode-prompt-message
               accept ws-mode
               accept ws-expected-sum
               display tolerance-prompt-message
               accept ws-tolerance-pct
               display sample-method-prompt-message
               accept ws-sample-method
               move function upper-case(ws-sample-method)
                   to ws-sample-method
               if ws-sample-method = 'S' or ws-sample-method = 'R'
                       or ws-sample-method = 'T'
                   display sample-size-prompt-message
                   accept ws-sample-size
                   display sample-seed-prompt-message
                   accept ws-sample-seed
                   display always-select-prompt-message
                   accept ws-always-amount
               end-if
               move 'N' to ws-answer-valid
               perform until ws-answer-valid = 'Y'
                   display period-prompt-message
                   accept ws-answer
                   perform validate-period-answer
                   if ws-answer-valid not = 'Y'
                       display answer-invalid-message
                   end-if
               end-perform
               move ws-answer to ws-post-period
           end-if.
           move function upper-case(ws-sample-method) to ws-sample-method.
           if ws-sample-method = space
               move 'N' to ws-sample-method
           end-if.
           if ws-sample-method not = 'N' and ws-sample-method not = 'S'
                   and ws-sample-method not = 'R'
                   and ws-sample-method not = 'T'
               display sample-method-invalid-message
               move 'N' to ws-sample-method
           end-if.

           perform load-category-limits.

           evaluate true
               when ws-mode = "B" or ws-mode = "b"
                   perform run-batch-mode
           if ws-param-mode = 'Y'
               close param-file
           end-if.
           move ws-job-rc to return-code.
           stop run.

       *>  check-for-parameter-file looks for a parameter file name on the
       *>  later prompt over to get-param-answer; a parameter file that
       *>  cannot be opened ends the job at once, since there is no
       *>  operator at the terminal to re-prompt.
       *>  A parameter file carries one answer per line:
       *>     1  mode (blank single, B, V, C, W, R)
       *>     2  input format (D display, P packed)
       *>     3  CSV export (Y/N)
       *>     4  expected record count (0 = not checked)
       *>     5  expected sum
       *>     6  tolerance percent
       *>     7  stale lock policy (Y clears a stale lock)
       *>     8  duplicate policy (Y processes a suspected duplicate)
       *>     9  audit sample method (N, S, R, T; blank = N)
       *>    10  sample interval or size (blank = 0)
       *>    11  sample seed (0 or blank = clock)
       *>    12  always-select amount (0 or blank = none)
       *>    13  period to post to, yyyymm (blank = default)
       *>    14  date of the run being repaired, yyyymmdd (blank =
       *>        today; read in every mode, used in repair mode)
       *>  then the mode's own lines: the input file name (single or
       *>  weighted); the corrections file name then the input file
       *>  name (repair); the control file name (batch); the current
       *>  then the prior file name (compare); or the bivariate layout
       *>  answer followed by its one or two file names (bivariate).
       *>  Lines 8 to 14 are checked as read, and a bad answer ends
       *>  the run with return code 8.
       check-for-parameter-file.
           accept ws-param-fname from command-line.
           if ws-param-fname not = spaces
                   move 'Y' to ws-param-mode
               else
                   display param-file-error-message, param-fs
                   move 8 to return-code
                   stop run
               end-if
           end-if.
       *>  of lines yields spaces, which downstream checks treat the same
       *>  as an operator pressing enter on an empty answer.
       get-param-answer.
           add 1 to ws-param-line.
           read param-file into param-record
               at end
                   move spaces to param-record
           end-read.
           move function trim(param-record) to ws-answer.

       *>  validate-yes-no-answer accepts Y, N, or blank, in either case.
       validate-yes-no-answer.
           move function upper-case(ws-answer) to ws-answer.
           move 'N' to ws-answer-valid.
           if ws-answer = spaces or ws-answer = 'Y' or ws-answer = 'N'
               move 'Y' to ws-answer-valid
           end-if.

       *>  validate-number-answer accepts a number or blank.
       validate-number-answer.
           move 'N' to ws-answer-valid.
           if ws-answer = spaces
               move 'Y' to ws-answer-valid
           else
               if function test-numval(ws-answer) = 0
                   move 'Y' to ws-answer-valid
               end-if
           end-if.

       *>  validate-period-answer accepts blank or a yyyymm period with
       *>  a real month.
       validate-period-answer.
           move 'N' to ws-answer-valid.
           if ws-answer = spaces
               move 'Y' to ws-answer-valid
           else
               if ws-answer(1:6) is numeric and ws-answer(7:) = spaces
                   if ws-answer(5:2) >= "01" and ws-answer(5:2) <= "12"
                       move 'Y' to ws-answer-valid
                   end-if
               end-if
           end-if.

       *>  validate-run-date-answer accepts blank or a real yyyymmdd
       *>  calendar date.
       validate-run-date-answer.
           move 'N' to ws-answer-valid.
           if ws-answer = spaces
               move 'Y' to ws-answer-valid
           else
               if ws-answer(1:8) is numeric and ws-answer(9:) = spaces
                   if function test-date-yyyymmdd(
                           function numval(ws-answer(1:8))) = 0
                       move 'Y' to ws-answer-valid
                   end-if
               end-if
           end-if.

       *>  check-param-answer ends a parameter-file run on the answer
       *>  just checked when it was not valid, naming the line, since
       *>  every answer after it would otherwise be read out of place.
       check-param-answer.
           if ws-answer-valid not = 'Y'
               move ws-param-line to out-bad-param-line
               move ws-answer to out-bad-param-answer
               display param-answer-invalid-message
               close param-file
               move 8 to return-code
               stop run
           end-if.

       *>  abort-param-run ends a parameter-file run that could not go
       *>  on: the interactive re-prompt loops have no one to answer
       *>  them, so the scheduled run fails loudly here instead of
               display param-run-abort-message
           end-if.
           close param-file.
           move 8 to return-code.
           stop run.

       *>  load-category-limits reads the category limits reference file
       *>  into category-limits-table once, before any input file is
       *>  opened. The file is optional: without it no row is
       *>  limit-checked.
       load-category-limits.
           move 0 to catlim-count.
           open input catlimits-file.
           if catlimits-fs = "00"
               move 'N' to catlimits-feof
               perform until catlimits-feof = 'Y'
                   read catlimits-file
                   at end
                       move 'Y' to catlimits-feof
                   not at end
                       perform load-one-category-limit
                   end-read
               end-perform
               close catlimits-file
               move catlim-count to out-catlim-loaded
               display catlimits-loaded-message
           end-if.

       *>  load-one-category-limit parses and stores one limits line, or
       *>  reports it. As with the corrections file, TEST-NUMVAL screens
       *>  both bounds before NUMVAL touches them, and a line with no
       *>  category code or an action other than W or R warns instead of
       *>  being guessed at.
       load-one-category-limit.
           if catlim-in-code = spaces
                   or function test-numval(catlim-in-min) not = 0
                   or function test-numval(catlim-in-max) not = 0
                   or (catlim-in-action not = 'W' and catlim-in-action not = 'w'
                       and catlim-in-action not = 'R' and catlim-in-action not = 'r')
               move catlimits-line to out-catlim-bad-line
               display catlimits-invalid-message
           else
               if catlim-count < catlim-max-entries
                   add 1 to catlim-count
                   move catlim-in-code to catlim-code(catlim-count)
                   compute catlim-min(catlim-count) =
                       function numval(catlim-in-min)
                   compute catlim-max(catlim-count) =
                       function numval(catlim-in-max)
                   move function upper-case(catlim-in-action)
                       to catlim-action(catlim-count)
               else
                   display catlimits-overflow-message
                   move 'Y' to catlimits-feof
               end-if
           end-if.

       *>  run-single-mode prompts for one input file and runs it, re-prompting
       *>  on an invalid file name the same way the program always has.
       run-single-mode.
       run-weighted-mode.
           if ws-input-format = 'P' or ws-input-format = 'p'
               display weighted-packed-error-message
               move 8 to return-code
               stop run
           end-if.
           move 'Y' to ws-weighted.
       *>  .amended.txt, clearly bannered as amended, so the original
       *>  summary still reconciles against the sender as sent.
       run-repair-mode.
           *> a repair run substitutes values for the sender's rows, so
           *> it is refused outright to an operator not listed for it,
           *> before the corrections or any input file are touched
           move 'R' to ws-privilege-wanted.
           perform check-operator-privilege.
           if ws-authorized not = 'Y'
               move ws-operator-id to out-not-auth-operator
               display not-authorized-message
               move "(repair mode)" to ws-audit-name
               move "NOT-AUTHORIZED" to ws-audit-disposition
               perform write-audit-record
               if ws-param-mode = 'Y'
                   close param-file
               end-if
               move ws-job-rc to return-code
               stop run
           end-if.
           move 'Y' to ws-repair-mode.
           perform load-corrections.
           *> the repaired run's date decides whether its period posting
           *> is superseded; a parameter file has already answered it
           if ws-param-mode not = 'Y'
               move 'N' to ws-answer-valid
               perform until ws-answer-valid = 'Y'
                   display repair-date-prompt-message
                   accept ws-answer
                   perform validate-run-date-answer
                   if ws-answer-valid not = 'Y'
                       display answer-invalid-message
                   end-if
               end-perform
               move ws-answer to ws-repair-run-date
           end-if.
           perform run-single-mode.

       *>  load-corrections reads the operator's corrections file into
           perform capture-compare-current.
           perform reset-accumulators.
           display compare-prior-note.
           *> the prior side is by definition an extract that already
           *> ran on an earlier date, so its fingerprint is expected to
           *> match and is not treated as a duplicate, nor added to the
           *> month's period totals a second time, nor sampled again
           move 'Y' to ws-skip-duplicate-check.
           move 'Y' to ws-skip-period-post.
           move 'Y' to ws-skip-sample.
           perform run-single-mode.
           move 'N' to ws-skip-duplicate-check.
           move 'N' to ws-skip-period-post.
           move 'N' to ws-skip-sample.
           perform capture-compare-prior.
           perform write-compare-report.

       record-batch-entry.
           if fs = "00" and ws-lock-conflict not = 'Y'
                   and ws-file-aborted not = 'Y'
                   and ws-file-duplicate not = 'Y'
               add num-array-len to batch-total-records
               add sum-of-nums to batch-total-sum
           end-if.
                       move 'A' to batch-entry-status(batch-entry-count)
                       move 0 to batch-entry-records(batch-entry-count)
                       move 0 to batch-entry-sum(batch-entry-count)
                   when ws-file-duplicate = 'Y'
                       move 'D' to batch-entry-status(batch-entry-count)
                       move 0 to batch-entry-records(batch-entry-count)
                       move 0 to batch-entry-sum(batch-entry-count)
                   when other
                       move 'C' to batch-entry-status(batch-entry-count)
                       move num-array-len to batch-entry-records(batch-entry-count)
           if ws-rollup-truncated = 'Y'
               display rollup-truncated-message
               write rollup-record from rollup-truncated-message
               perform raise-job-rc-to-warning
           end-if.

           display output-underline.
                   move "Aborted" to out-rollup-status
               when 'L'
                   move "Locked" to out-rollup-status
               when 'D'
                   move "Duplicate" to out-rollup-status
               when other
                   move "Not Opened" to out-rollup-status
           end-evaluate.
           *> rather than silently misread as display numerics
           if ws-input-format = 'P' or ws-input-format = 'p'
               display bivariate-packed-error-message
               move 8 to return-code
               stop run
           end-if.
           if ws-param-mode = 'Y'
                  ".rejects.txt" delimited by size
                  into ws-reject-fname.
           open output reject-file.
           if catlim-count > 0
               string function trim(ws-fname) delimited by size
                      ".limits.txt" delimited by size
                      into ws-limits-fname
               open output limits-file
           end-if.
           if ws-csv-enabled = 'Y' or ws-csv-enabled = 'y'
               string function trim(ws-fname) delimited by size
                      ".csv" delimited by size
               end-if
               accept ws-clear-lock-answer
           end-if.
           *> clearing a lock is a privileged action whichever way the
           *> Y arrived; an operator not listed for it leaves the lock
           *> standing, and the refused attempt is audited on its own
           *> line ahead of the file's LOCK-REFUSED line
           if ws-clear-lock-answer = 'Y' or ws-clear-lock-answer = 'y'
               move 'L' to ws-privilege-wanted
               perform check-operator-privilege
               if ws-authorized = 'Y'
                   move 'N' to ws-lock-conflict
               else
                   move ws-operator-id to out-not-auth-operator
                   display not-authorized-message
                   move ws-fname to ws-audit-name
                   move "NOT-AUTHORIZED" to ws-audit-disposition
                   perform write-audit-record
               end-if
           end-if.

       *>  check-operator-privilege looks the operator up in the
       *>  operators file and sets ws-authorized to Y only when the
       *>  operator's line carries a Y for the privilege in
       *>  ws-privilege-wanted.
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
                               evaluate ws-privilege-wanted
                                   when 'R'
                                       move function upper-case(opr-repair)
                                           to ws-authorized
                                   when 'L'
                                       move function upper-case(
                                           opr-lock-override)
                                           to ws-authorized
                               end-evaluate
                           end-if
                       end-read
                   end-perform
                   close operators-file
               end-if
           end-if.
           if ws-authorized not = 'Y'
               move 'N' to ws-authorized
           end-if.

       *>  release-lock truncates this run's lock file back to empty once
                               move "(rejected before this run resumed)"
                                   to reject-raw-line
                               write reject-record
                           when ckpt-rejected-flag = 'L'
                                   and ckpt-value is numeric
                               *> the same for a row rejected on a limit,
                               *> whose breach goes back on the limits
                               *> file this run is rewriting
                               add 1 to reject-count
                               move ws-input-row-number to out-reject-row-num
                               move space to reject-gap
                               move "(rejected before this run resumed)"
                                   to reject-raw-line
                               write reject-record
                               move ckpt-value to num
                               move ckpt-category to in-category-code
                               if catlim-count > 0
                                   perform check-category-limits
                               end-if
                       *> a checkpoint record truncated mid-write (the exact
                       *> abend this feature exists to survive) comes back
                       *> short/space-padded rather than a valid signed
                                   and ckpt-weight is not numeric
                               move 'Y' to ws-checkpoint-corrupt
                           when ckpt-value is numeric
                               *> a row kept on a repair correction first
                               *> logs the breach of the value it replaced
                               if ckpt-rejected-flag = 'C'
                                       and ckpt-raw-value is numeric
                                       and catlim-count > 0
                                   move ckpt-raw-value to num
                                   move ckpt-category to in-category-code
                                   perform check-category-limits
                               end-if
                               move ckpt-value to num
                               move ckpt-category to in-category-code
                               if ckpt-weight is numeric
                   *> start this file fresh rather than resume from a
                   *> checkpoint that can no longer be trusted
                   perform reset-accumulators
                   *> the limits file is rewritten from row 1 as well,
                   *> dropping any breaches logged from the discarded
                   *> prefix
                   if catlim-count > 0
                       close limits-file
                       move spaces to ws-limits-fname
                       string function trim(ws-fname) delimited by size
                              ".limits.txt" delimited by size
                              into ws-limits-fname
                       open output limits-file
                   end-if
                   *> reset-accumulators also clears fs for the batch-mode
                   *> case where it runs before the next file is opened;
                   *> here input-file is already open and successful, so
           move num to ckpt-value.
           move in-category-code to ckpt-category.
           move ws-current-weight to ckpt-weight.
           if ws-limit-corrected = 'Y'
               move 'C' to ckpt-rejected-flag
               move ws-limit-raw-value to ckpt-raw-value
           else
               move 'N' to ckpt-rejected-flag
               move 0 to ckpt-raw-value
           end-if.
           write checkpoint-record.

       *>  write-reject-checkpoint appends a placeholder for a rejected
           move 'R' to ckpt-rejected-flag.
           write checkpoint-record.

       *>  write-limit-reject-checkpoint appends the placeholder for a row
       *>  rejected on a category limit, keeping its value and category
       *>  so a resume can log the breach again.
       write-limit-reject-checkpoint.
           move spaces to checkpoint-record.
           move num to ckpt-value.
           move in-category-code to ckpt-category.
           move ws-current-weight to ckpt-weight.
           move 'L' to ckpt-rejected-flag.
           write checkpoint-record.

       *>  flush-checkpoint forces the appended rows out to disk every
       *>  checkpoint-interval rows, bounding how much a crash could lose.
       flush-checkpoint.
           move 0 to ws-input-row-number.
           move 0 to reject-count.
           move 'N' to ws-lock-conflict.
           move 'N' to ws-file-duplicate.
           move 'N' to ws-limit-reject.
           move 0 to ws-hash-total.
           move 0 to ws-hash-row-count.
           move 0 to ws-fingerprint-sum.
           move 0 to ws-raw-value-count.
           move 0 to ws-raw-min.
           move 0 to ws-raw-max.
           *> blank the derived sidecar name fields too: STRING does
           *> not space-fill its receiver, so a later file with a
           *> shorter name would otherwise keep the longer name's
           move spaces to ws-lock-fname.
           move spaces to ws-trend-fname.
           move spaces to ws-exceptions-fname.
           move spaces to ws-limits-fname.
           move spaces to ws-sample-fname.

       *>  proc-body will excute call the paragraphs to calculate the statistics
       proc-body.
                           move data-point-weight to ws-current-weight
                       end-if
                       perform process-record
                       *> a row process-record turned away on a reject
                       *> limit is consumed like any other rejected row
                       if ws-limit-reject = 'Y'
                           perform write-limit-reject-checkpoint
                       else
                           if ws-file-aborted not = 'Y'
                               perform validate-record
                               perform write-checkpoint
                               if function mod(num-array-len - 1, checkpoint-interval) = 0
                                   perform flush-checkpoint
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           *> every raw row has now been read and fingerprinted, so this
           *> is the point to catch a re-sent earlier extract, before any
           *> summary, history row, or trend line is produced for it
           if ws-file-aborted not = 'Y'
               perform check-for-duplicate-extract
           end-if.

           if ws-file-aborted = 'Y' or ws-file-duplicate = 'Y'
               if ws-file-duplicate = 'Y'
                   display duplicate-stopped-message
                   write report-record from duplicate-stopped-message
               end-if
               *> truncate the checkpoint so a later run against a fixed
               *> or replaced copy of this same-named file does not find
               *> this aborted attempt's stale checkpoint and silently
               display output-underline
               write report-record from output-underline

               perform write-audit-sample
               perform write-history-record
               perform post-period-totals
               perform close-current-file
           end-if.


       *>  process record is a paragraph that stores the data in the input file to num-array
       process-record.
           *> each row is checked against its category's limits. The
           *> limits file is rewritten on every run, so rows reloaded
           *> from a checkpoint are checked again to put their breaches
           *> back on it (and back into the return code), though the
           *> check never rejects a row the earlier run kept
           move 'N' to ws-limit-reject.
           move 'N' to ws-limit-corrected.
           if catlim-count > 0
               perform check-category-limits
           end-if.
           *> stop cleanly instead of writing past the end of num-array
           *> if the source extract ever grows beyond the table size. A
           *> batch run only abandons the current file, not the whole job;
           *> a single-file run has no "next file" to move on to, so it
           *> still ends the job the way it always has.
           if ws-limit-reject = 'Y'
               perform reject-limit-row
           else
               if num-array-len > num-array-max
                   move num-array-len to out-overflow-row
                   display capacity-error-message
                   write report-record from capacity-error-message
                   if ws-mode = "B" or ws-mode = "b"
                       move 'Y' to ws-file-aborted
                       move 'Y' to feof
                   else
                       perform end-of-job
                   end-if
               else
                   move num to num-array(num-array-len)
                   move ws-input-row-number to row-input-row(num-array-len)
                   move in-category-code to row-category(num-array-len)
                   move ws-current-weight to row-weight(num-array-len)
                   move in-category-code to ws-current-category
                   perform find-or-add-category

                   *> track the running minimum/maximum for the control-total trailer
                   if num-array-len = 1
                       move num to min-value
                       move num to max-value
                   else
                       if num < min-value
                           move num to min-value
                       end-if
                       if num > max-value
                           move num to max-value
                       end-if
                   end-if

                   compute num-array-len = num-array-len + 1
               end-if
           end-if.

       *>  check-category-limits looks the row's category up in
       *>  category-limits-table and logs a breach of either bound to the
       *>  limits file. A category with no entry has no limits. A breach
       *>  under a reject action sets ws-limit-reject, except that repair
       *>  mode first gets one chance to substitute an operator correction
       *>  for the row, which is then checked again in its place. A row
       *>  validate-numeric-record already corrected has had its one
       *>  chance, and a row restored from a checkpoint is only logged.
       check-category-limits.
           perform find-category-limit.
           if ws-catlim-found = 'Y'
               perform test-category-limit
               if ws-limit-breached = 'Y'
                       and catlim-action(catlim-idx) = 'R'
                       and ws-restoring-checkpoint not = 'Y'
                   move 'Y' to ws-limit-reject
                   if ws-repair-mode = 'Y' and ws-row-corrected not = 'Y'
                       move num to ws-limit-raw-value
                       perform apply-correction-if-any
                       if ws-corr-found = 'Y'
                           move 'Y' to ws-limit-corrected
                           move 'N' to ws-limit-reject
                           perform test-category-limit
                           if ws-limit-breached = 'Y'
                                   and catlim-action(catlim-idx) = 'R'
                               move 'Y' to ws-limit-reject
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       *>  find-category-limit leaves catlim-idx on the row's category
       *>  entry when there is one.
       find-category-limit.
           move 'N' to ws-catlim-found.
           perform varying catlim-idx from 1 by 1
               until catlim-idx > catlim-count
                   or ws-catlim-found = 'Y'
               if catlim-code(catlim-idx) = in-category-code
                   move 'Y' to ws-catlim-found
               end-if
           end-perform.
           if ws-catlim-found = 'Y'
               subtract 1 from catlim-idx
           end-if.

       *>  test-category-limit compares the row's value with its
       *>  category's bounds and writes one limits-file line for the
       *>  bound broken, with a warning on the console and report.
       test-category-limit.
           move 'N' to ws-limit-breached.
           move spaces to limits-record.
           if num < catlim-min(catlim-idx)
               move 'Y' to ws-limit-breached
               move "MIN" to out-limit-bound
               move catlim-min(catlim-idx) to out-limit-limit
           end-if.
           if num > catlim-max(catlim-idx)
               move 'Y' to ws-limit-breached
               move "MAX" to out-limit-bound
               move catlim-max(catlim-idx) to out-limit-limit
           end-if.
           if ws-limit-breached = 'Y'
               perform raise-job-rc-to-warning
               move ws-input-row-number to out-limit-row-num
               move in-category-code to out-limit-category
               move num to out-limit-value
               if catlim-action(catlim-idx) = 'R'
                   move "REJECT" to out-limit-action
               else
                   move "WARN" to out-limit-action
               end-if
               write limits-record
               move ws-input-row-number to out-limit-warn-row
               display limit-breach-warning-message
               write report-record from limit-breach-warning-message
           end-if.

       *>  reject-limit-row keeps a reject-action breach out of the
       *>  figures the same way validate-numeric-record keeps out a
       *>  non-numeric row: counted as a reject and listed in the rejects
       *>  file with its raw line.
       reject-limit-row.
           add 1 to reject-count.
           move ws-input-row-number to out-limit-reject-row.
           display limit-reject-warning-message.
           write report-record from limit-reject-warning-message.
           move ws-input-row-number to out-reject-row-num.
           move space to reject-gap.
           if ws-input-format = 'P' or ws-input-format = 'p'
               move "(unprintable packed row)" to reject-raw-line
           else
               move input-record to reject-raw-line
           end-if.
           write reject-record.

       *>  find-or-add-category adds ws-current-category to
       *>  distinct-category-table the first time it is seen, so
                   move 'Y' to feof
               end-read
           end-if.
           if feof not = 'Y'
               perform accumulate-row-hash
           end-if.

       *>  accumulate-row-hash folds the raw row just read into the
       *>  file's hash total, and a numeric row's value into the raw
       *>  sum, minimum, and maximum. Every raw row passes through here,
       *>  rejected or not and resumed or not, so the figures cover the
       *>  extract exactly as it arrived.
       accumulate-row-hash.
           if ws-input-format = 'P' or ws-input-format = 'p'
               move packed-input-record to hash-row-bytes
               if pkd-num is numeric
                   move pkd-num to ws-raw-value
                   perform accumulate-raw-value
               end-if
           else
               move input-record to hash-row-bytes
               if num is numeric
                   move num to ws-raw-value
                   perform accumulate-raw-value
               end-if
           end-if.
           add 1 to ws-hash-row-count.
           move 0 to ws-row-hash.
           perform varying hash-byte-idx from 1 by 1
               until hash-byte-idx > 80
               compute ws-row-hash = ws-row-hash
                   + (function ord(hash-byte(hash-byte-idx))
                       * hash-byte-idx)
           end-perform.
           compute ws-hash-total = function mod(ws-hash-total
               + (ws-row-hash * (function mod(ws-hash-row-count, 997) + 1)),
               999999999999999).

       *>  accumulate-raw-value adds one raw numeric value to the
       *>  fingerprint's sum, minimum, and maximum.
       accumulate-raw-value.
           add 1 to ws-raw-value-count.
           add ws-raw-value to ws-fingerprint-sum.
           if ws-raw-value-count = 1
               move ws-raw-value to ws-raw-min
               move ws-raw-value to ws-raw-max
           else
               if ws-raw-value < ws-raw-min
                   move ws-raw-value to ws-raw-min
               end-if
               if ws-raw-value > ws-raw-max
                   move ws-raw-value to ws-raw-max
               end-if
           end-if.

       *>  unpack-input-record-if-needed moves a packed row's fields into
       *>  the ordinary DISPLAY fields the rest of the program works
       *>  printable, so the log carries a note in place of the line.
       validate-numeric-record.
           move 'N' to ws-row-rejected.
           move 'N' to ws-row-corrected.
           if ws-input-format = 'P' or ws-input-format = 'p'
               if pkd-num is not numeric
                   move 'Y' to ws-row-rejected
           *> correction before the rejection stands
           if ws-repair-mode = 'Y' and ws-row-rejected = 'Y'
               perform apply-correction-if-any
               if ws-corr-found = 'Y'
                   move 'Y' to ws-row-corrected
               end-if
           end-if.
           if ws-row-rejected = 'Y'
               add 1 to reject-count
       *>  and sum, for reconciliation against the source system's own
       *>  manifest.
       write-exception-record.
           perform raise-job-rc-to-warning.
           perform open-exceptions-for-append.
           move function trim(ws-fname) to out-exception-fname.
           move space to exception-gap-1, exception-gap-2, exception-gap-3,
               exception-gap-4.
           move num-array-len to out-exception-actual-records.
           move ws-expected-records to out-exception-expected-records.
           move sum-of-nums to out-exception-actual-sum.
           move ws-expected-sum to out-exception-expected-sum.
           write exceptions-record.
           close exceptions-file.

       *>  open-exceptions-for-append extends this input file's
       *>  exceptions file, creating it on its first exception, the same
       *>  open-extend-or-output dance the trend file uses.
       open-exceptions-for-append.
           move spaces to ws-exceptions-fname.
           string function trim(ws-fname) delimited by size
                  ".exceptions.txt" delimited by size
                  into ws-exceptions-fname.
           else
               open output exceptions-file
           end-if.

       *>  check-for-duplicate-extract looks this extract's fingerprint
       *>  up in the fingerprint register. No match registers it under
       *>  this file name and today's date. A match against this same
       *>  file name today is just a rerun; a match against any other
       *>  name or an earlier date is a suspected re-send of an extract
       *>  already processed, and is logged to the exceptions file and
       *>  stopped unless the operator (or the parameter file's standing
       *>  answer) says to process it anyway. A repair run is by design a
       *>  rerun of an extract already on file, and an empty extract has
       *>  nothing to fingerprint, so neither is checked.
       check-for-duplicate-extract.
           move 'N' to ws-file-duplicate.
           if ws-repair-mode not = 'Y'
                   and ws-skip-duplicate-check not = 'Y'
                   and ws-hash-row-count > 0
               perform build-file-fingerprint
               open i-o fingerprint-file
               if fingerprint-fs not = "00"
                   *> first run ever: the register does not exist yet,
                   *> so create it empty and reopen for keyed access
                   open output fingerprint-file
                   close fingerprint-file
                   open i-o fingerprint-file
               end-if
               if fingerprint-fs = "00"
                   read fingerprint-file
                       invalid key
                           move function trim(ws-fname) to fp-fname
                           move function current-date(1:8) to fp-run-date
                           write fingerprint-record
                               invalid key
                                   continue
                           end-write
                       not invalid key
                           if fp-fname not = function trim(ws-fname)
                                   or fp-run-date not =
                                       function current-date(1:8)
                               perform handle-duplicate-extract
                           end-if
                   end-read
                   close fingerprint-file
               end-if
           end-if.

       *>  build-file-fingerprint fills the register key from the raw
       *>  extract: the row count, the sum, minimum, and maximum of its
       *>  numeric rows as read, and the hash total over every row. None
       *>  of it depends on category limits, corrections, or rejects, so
       *>  the same extract fingerprints the same way on every run.
       build-file-fingerprint.
           move ws-hash-row-count to fp-record-count.
           move ws-fingerprint-sum to fp-sum.
           move ws-raw-min to fp-min.
           move ws-raw-max to fp-max.
           move ws-hash-total to fp-hash-total.

       *>  handle-duplicate-extract reports the earlier run this extract
       *>  matched, logs it to the exceptions file, and gets the decision
       *>  to stop or go on. An extract processed anyway still leaves a
       *>  DUPLICATE-SUSPECT line in the audit log ahead of its own
       *>  outcome line, so the match is on record either way.
       handle-duplicate-extract.
           move fp-fname to out-dup-msg-fname.
           move fp-run-date to out-dup-msg-date.
           display duplicate-suspect-message.
           write report-record from duplicate-suspect-message.
           perform write-duplicate-exception.
           if ws-param-mode = 'Y'
               move ws-dup-policy to ws-dup-answer
           else
               display duplicate-override-prompt-message
               accept ws-dup-answer
           end-if.
           if ws-dup-answer = 'Y' or ws-dup-answer = 'y'
               move "DUPLICATE-SUSPECT" to ws-audit-disposition
               move ws-fname to ws-audit-name
               perform write-audit-record
           else
               move 'Y' to ws-file-duplicate
           end-if.

       *>  write-duplicate-exception appends the matched earlier run to
       *>  this input file's exceptions file.
       write-duplicate-exception.
           perform open-exceptions-for-append.
           move spaces to exceptions-duplicate-record.
           move function trim(ws-fname) to out-dup-fname.
           move "DUPLICATE-OF" to out-dup-tag.
           move fp-fname to out-dup-prior-fname.
           move fp-run-date to out-dup-prior-date.
           move ws-hash-row-count to out-dup-records.
           move ws-fingerprint-sum to out-dup-sum.
           write exceptions-duplicate-record.
           close exceptions-file.

       *>  write-csv-row appends one metric/value pair to the optional
                   move "NOT-OPENED" to ws-audit-disposition
               when ws-file-aborted = 'Y'
                   move "ABORTED-ON-CAPACITY" to ws-audit-disposition
               when ws-file-duplicate = 'Y'
                   move "DUPLICATE-SUSPECT" to ws-audit-disposition
               when resuming = 'Y'
                   move "RESUMED-FROM-CHECKPOINT" to ws-audit-disposition
               when other
           move ws-audit-disposition to out-audit-disposition.
           write audit-record.
           close audit-file.
           perform grade-audit-disposition.

       *>  grade-audit-disposition raises the job's return code for the
       *>  outcome just logged, so every file's audit line and its share
       *>  of the return code always agree. A suspected duplicate is a
       *>  failure when it was stopped and a warning when it was
       *>  processed anyway; a completed file is a warning if it had to
       *>  reject any rows.
       grade-audit-disposition.
           evaluate ws-audit-disposition
               when "LOCK-REFUSED"
               when "NOT-AUTHORIZED"
               when "NOT-OPENED"
               when "ABORTED-ON-CAPACITY"
                   perform raise-job-rc-to-failure
               when "DUPLICATE-SUSPECT"
                   if ws-file-duplicate = 'Y'
                       perform raise-job-rc-to-failure
                   else
                       perform raise-job-rc-to-warning
                   end-if
               when other
                   if reject-count > 0
                       perform raise-job-rc-to-warning
                   end-if
           end-evaluate.

       *>  raise-job-rc-to-warning and raise-job-rc-to-failure lift the
       *>  job's return code to 4 or 8; a warning never lowers a failure.
       raise-job-rc-to-warning.
           if ws-job-rc < 4
               move 4 to ws-job-rc
           end-if.

       raise-job-rc-to-failure.
           move 8 to ws-job-rc.

       *>  write-audit-sample draws internal audit's sample from the
       *>  run's accepted rows and writes it, in input row order, to the
       *>  sample file, followed by a trailer saying how it was drawn. A
       *>  repair run draws none: the sample vouches the extract as it
       *>  arrived, and the original run's sample file still stands.
       write-audit-sample.
           if ws-sample-method not = 'N' and ws-skip-sample not = 'Y'
                   and ws-repair-mode not = 'Y' and num-array-len > 0
               string function trim(ws-fname) delimited by size
                      ".sample.txt" delimited by size
                      into ws-sample-fname
               open output sample-file
               if sample-fs not = "00"
                   display sample-error-message, sample-fs
                   write report-record from sample-error-message
                   perform raise-job-rc-to-warning
               else
                   perform draw-audit-sample
                   perform write-sample-rows
                   perform write-sample-trailer
                   close sample-file
                   compute out-smp-msg-count =
                       smp-method-count + smp-always-count
                   move ws-sample-seed-used to out-smp-msg-seed
                   display sample-written-message
                   write report-record from sample-written-message
               end-if
           end-if.

       *>  draw-audit-sample seeds the random sequence, marks the rows
       *>  the method picks, then adds every row at or above the
       *>  always-select amount that the method left out. The sequence
       *>  is reseeded for every file, so a batch run's files each draw
       *>  the sample a standalone run with that seed would have drawn.
       draw-audit-sample.
           if ws-sample-seed = 0
               move function current-date(9:8) to ws-sample-seed-used
               if ws-sample-seed-used = 0
                   move 1 to ws-sample-seed-used
               end-if
           else
               move ws-sample-seed to ws-sample-seed-used
           end-if.
           compute smp-random = function random(ws-sample-seed-used).
           if ws-sample-size < 1
               move 1 to ws-sample-size
           end-if.
           move 0 to smp-method-count, smp-always-count.
           perform varying i from 1 by 1 until i > num-array-len
               move space to row-sample-flag(i)
           end-perform.
           evaluate ws-sample-method
               when 'S'
                   perform select-systematic-sample
               when 'R'
                   perform select-random-sample
               when 'T'
                   perform select-stratified-sample
           end-evaluate.
           if ws-always-amount > 0
               perform varying i from 1 by 1 until i > num-array-len
                   if num-array(i) not < ws-always-amount
                           and row-sample-flag(i) = space
                       move 'A' to row-sample-flag(i)
                       add 1 to smp-always-count
                   end-if
               end-perform
           end-if.

       *>  select-systematic-sample takes every Nth row, starting from a
       *>  random row within the first N.
       select-systematic-sample.
           compute smp-start =
               function integer(smp-random * ws-sample-size) + 1.
           perform varying i from smp-start by ws-sample-size
               until i > num-array-len
               move 'S' to row-sample-flag(i)
               add 1 to smp-method-count
           end-perform.

       *>  select-random-sample picks exactly the sample size (or every
       *>  row, for a smaller file) in one pass: each row is taken with
       *>  the chance rows-still-needed over rows-still-left, which gives
       *>  every row the same chance without holding a second table.
       select-random-sample.
           move ws-sample-size to smp-needed.
           perform varying i from 1 by 1
               until i > num-array-len or smp-needed = 0
               compute smp-remaining = num-array-len - i + 1
               compute smp-random = function random
               if smp-random * smp-remaining < smp-needed
                   move 'R' to row-sample-flag(i)
                   add 1 to smp-method-count
                   subtract 1 from smp-needed
               end-if
           end-perform.

       *>  select-stratified-sample draws the sample size separately
       *>  within each category code, the same way select-random-sample
       *>  draws it over the whole file. Codes past the breakdown's
       *>  200-code table are sampled together as one more stratum.
       select-stratified-sample.
           move num-distinct-categories to smp-stratum-max.
           if ws-category-overflow = 'Y'
               add 1 to smp-stratum-max
           end-if.
           perform varying smp-stratum-idx from 1 by 1
               until smp-stratum-idx > smp-stratum-max
               perform sample-one-stratum
           end-perform.

       *>  sample-one-stratum counts one category's rows, then picks the
       *>  sample size from among them.
       sample-one-stratum.
           move 0 to smp-population.
           perform varying i from 1 by 1 until i > num-array-len
               perform test-row-in-stratum
               if ws-row-in-stratum = 'Y'
                   add 1 to smp-population
               end-if
           end-perform.
           move ws-sample-size to smp-needed.
           move smp-population to smp-remaining.
           perform varying i from 1 by 1
               until i > num-array-len or smp-needed = 0
               perform test-row-in-stratum
               if ws-row-in-stratum = 'Y'
                   compute smp-random = function random
                   if smp-random * smp-remaining < smp-needed
                       move 'T' to row-sample-flag(i)
                       add 1 to smp-method-count
                       subtract 1 from smp-needed
                   end-if
                   subtract 1 from smp-remaining
               end-if
           end-perform.

       *>  test-row-in-stratum says whether row i belongs to stratum
       *>  smp-stratum-idx: its category code, or for the overflow
       *>  stratum, any code missing from the distinct-category table.
       test-row-in-stratum.
           if smp-stratum-idx not > num-distinct-categories
               if row-category(i) = distinct-category(smp-stratum-idx)
                   move 'Y' to ws-row-in-stratum
               else
                   move 'N' to ws-row-in-stratum
               end-if
           else
               move 'Y' to ws-row-in-stratum
               perform varying smp-cat-idx from 1 by 1
                   until smp-cat-idx > num-distinct-categories
                       or ws-row-in-stratum = 'N'
                   if row-category(i) = distinct-category(smp-cat-idx)
                       move 'N' to ws-row-in-stratum
                   end-if
               end-perform
           end-if.

       *>  write-sample-rows lists every picked row with its input row
       *>  number, category, value, and why it was picked.
       write-sample-rows.
           perform varying i from 1 by 1 until i > num-array-len
               if row-sample-flag(i) not = space
                   move spaces to sample-record
                   move row-input-row(i) to out-smp-row-num
                   move row-category(i) to out-smp-category
                   move num-array(i) to out-smp-value
                   evaluate row-sample-flag(i)
                       when 'S'
                           move "SYSTEMATIC" to out-smp-reason
                       when 'R'
                           move "RANDOM" to out-smp-reason
                       when 'T'
                           move "STRATIFIED" to out-smp-reason
                       when other
                           move "ALWAYS-SELECT" to out-smp-reason
                   end-evaluate
                   write sample-record
               end-if
           end-perform.

       *>  write-sample-trailer records how the sample was drawn: the
       *>  method and its interval or size, the seed actually used, the
       *>  population sampled, the always-select amount, and the counts.
       write-sample-trailer.
           move all "-" to sample-record.
           write sample-record.
           move spaces to sample-trailer-record.
           move "Input File" to out-smp-trl-label.
           move ws-fname to out-smp-trl-value.
           write sample-trailer-record.
           move spaces to sample-trailer-record.
           move "Sample Method" to out-smp-trl-label.
           move ws-sample-size to smp-edit-count.
           evaluate ws-sample-method
               when 'S'
                   move "SYSTEMATIC" to out-smp-trl-value
                   write sample-trailer-record
                   move "Sample Interval" to out-smp-trl-label
                   move function trim(smp-edit-count) to out-smp-trl-value
                   write sample-trailer-record
                   move "Random Start" to out-smp-trl-label
                   move smp-start to smp-edit-count
               when 'R'
                   move "RANDOM" to out-smp-trl-value
                   write sample-trailer-record
                   move "Sample Size" to out-smp-trl-label
               when other
                   move "STRATIFIED BY CATEGORY" to out-smp-trl-value
                   write sample-trailer-record
                   move "Sample Size Per Category" to out-smp-trl-label
           end-evaluate.
           move function trim(smp-edit-count) to out-smp-trl-value.
           write sample-trailer-record.
           move "Seed" to out-smp-trl-label.
           move ws-sample-seed-used to smp-edit-count.
           move function trim(smp-edit-count) to out-smp-trl-value.
           if ws-sample-seed = 0
               string function trim(smp-edit-count) delimited by size
                      " (from the clock)" delimited by size
                      into out-smp-trl-value
           end-if.
           write sample-trailer-record.
           move spaces to out-smp-trl-value.
           move "Population" to out-smp-trl-label.
           move num-array-len to smp-edit-count.
           move function trim(smp-edit-count) to out-smp-trl-value.
           write sample-trailer-record.
           move "Always-Select Amount" to out-smp-trl-label.
           if ws-always-amount > 0
               move ws-always-amount to smp-edit-amount
               move function trim(smp-edit-amount) to out-smp-trl-value
           else
               move "none" to out-smp-trl-value
           end-if.
           write sample-trailer-record.
           move "Selected By Method" to out-smp-trl-label.
           move smp-method-count to smp-edit-count.
           move function trim(smp-edit-count) to out-smp-trl-value.
           write sample-trailer-record.
           move "Always-Select Additions" to out-smp-trl-label.
           move smp-always-count to smp-edit-count.
           move function trim(smp-edit-count) to out-smp-trl-value.
           write sample-trailer-record.
           move "Total Sample Rows" to out-smp-trl-label.
           compute smp-edit-count = smp-method-count + smp-always-count.
           move function trim(smp-edit-count) to out-smp-trl-value.
           write sample-trailer-record.

       *>  write-history-record records a completed run's headline
       *>  results in the keyed run-history master, under input file name
               close history-file
           end-if.

       *>  post-period-totals adds a completed run's figures into the
       *>  period master: one row for the whole file and one per category
       *>  code the file carried. The month is the one the operator
       *>  named, else a repair's repaired run month, else the run date's
       *>  month, so a late rerun posts to the month it belongs to. A
       *>  month that statclose has closed takes no postings; the run is
       *>  refused posting with an exceptions-file line and fails, though
       *>  its history row still stands. Otherwise whatever this run
       *>  supersedes is backed out first, even when it keeps no rows to
       *>  post in its place.
       post-period-totals.
           if ws-skip-period-post not = 'Y'
               move function current-date(1:8) to ws-post-run-date
               if ws-repair-mode = 'Y' and ws-repair-run-date not = spaces
                   move ws-repair-run-date to ws-post-run-date
               end-if
               if ws-post-period not = spaces
                   move ws-post-period(1:4) to ws-period-year
                   move ws-post-period(5:2) to ws-period-month
               else
                   move ws-post-run-date(1:4) to ws-period-year
                   move ws-post-run-date(5:2) to ws-period-month
               end-if
               open i-o period-file
               if period-fs not = "00"
                   *> first run ever: the master does not exist yet, so
                   *> create it empty and reopen for keyed writes
                   open output period-file
                   close period-file
                   open i-o period-file
               end-if
               if period-fs not = "00"
                   display period-error-message, period-fs
                   write report-record from period-error-message
                   perform raise-job-rc-to-warning
               else
                   perform check-period-closed
                   *> a run with no rows kept has nothing to post, and a
                   *> closed month is left exactly as it was closed
                   evaluate true
                       when ws-period-closed = 'Y' and num-array-len = 0
                           continue
                       when ws-period-closed = 'Y'
                           compute out-closed-period =
                               ws-period-year * 100 + ws-period-month
                           display period-closed-message
                           write report-record from period-closed-message
                           perform write-period-closed-exception
                           perform raise-job-rc-to-failure
                       when other
                           perform back-out-superseded-postings
                           if num-array-len > 0
                               perform post-run-to-period
                           end-if
                   end-evaluate
                   close period-file
               end-if
           end-if.

       *>  write-period-closed-exception appends the refused posting to
       *>  this input file's exceptions file.
       write-period-closed-exception.
           perform open-exceptions-for-append.
           move spaces to exceptions-period-record.
           move function trim(ws-fname) to out-prd-exc-fname.
           move "PERIOD-CLOSED" to out-prd-exc-tag.
           move out-closed-period to out-prd-exc-period.
           move num-array-len to out-prd-exc-records.
           move sum-of-nums to out-prd-exc-sum.
           write exceptions-period-record.
           close exceptions-file.

       *>  check-period-closed reads the month's control row; no row at
       *>  all means the month has never been closed.
       check-period-closed.
           move 'N' to ws-period-closed.
           move spaces to period-record.
           move 'P' to prd-level.
           move ws-period-year to prd-year.
           move ws-period-month to prd-month.
           read period-file
               invalid key
                   continue
               not invalid key
                   if prd-status = 'C'
                       move 'Y' to ws-period-closed
                   end-if
           end-read.

       *>  gather-post-figures totals the rows kept for the file (level
       *>  F) or for one category (level C): count, sum, raw sum of
       *>  squares, minimum, and maximum.
       gather-post-figures.
           move 0 to post-count, post-sum, post-sum-sqr.
           move 0 to post-min, post-max.
           perform varying i from 1 by 1 until i > num-array-len
               if ws-post-level = 'F'
                       or row-category(i) = ws-post-category
                   add 1 to post-count
                   add num-array(i) to post-sum
                   compute post-sum-sqr = post-sum-sqr
                       + (num-array(i) * num-array(i))
                   if post-count = 1
                       move num-array(i) to post-min, post-max
                   else
                       if num-array(i) < post-min
                           move num-array(i) to post-min
                       end-if
                       if num-array(i) > post-max
                           move num-array(i) to post-max
                       end-if
                   end-if
               end-if
           end-perform.

       *>  post-run-to-period posts the run's kept rows: the whole-file
       *>  row, then one row per category code the run carried.
       post-run-to-period.
           move 'F' to ws-post-level.
           move spaces to ws-post-category.
           perform gather-post-figures.
           perform post-one-period-row.
           move 'C' to ws-post-level.
           perform varying post-cat-idx from 1 by 1
               until post-cat-idx > num-distinct-categories
               if distinct-category(post-cat-idx) not = spaces
                   move distinct-category(post-cat-idx)
                       to ws-post-category
                   perform gather-post-figures
                   perform post-one-period-row
               end-if
           end-perform.

       *>  back-out-superseded-postings takes this file's postings made
       *>  by the run being posted - a same-day rerun, or a repair of the
       *>  run that made them - back out of the month before anything is
       *>  posted in their place. It walks the whole-file row and every
       *>  category row the file has for the month, not just the
       *>  categories this run carries, so a category the rerun no
       *>  longer has (or no row of it kept) is not left holding figures
       *>  the rerun replaced.
       back-out-superseded-postings.
           move spaces to period-record.
           move function trim(ws-fname) to prd-fname.
           move 'F' to prd-level.
           move ws-period-year to prd-year.
           move ws-period-month to prd-month.
           read period-file
               invalid key
                   continue
               not invalid key
                   perform back-out-period-row
           end-read.
           move spaces to period-record.
           move function trim(ws-fname) to prd-fname.
           move 'C' to prd-level.
           move low-values to prd-category.
           move 0 to prd-year, prd-month.
           move 'N' to ws-backout-done.
           start period-file key not less than prd-key
               invalid key
                   move 'Y' to ws-backout-done
           end-start.
           perform until ws-backout-done = 'Y'
               read period-file next record
               at end
                   move 'Y' to ws-backout-done
               not at end
                   if prd-fname not = function trim(ws-fname)
                           or prd-level not = 'C'
                       move 'Y' to ws-backout-done
                   else
                       if prd-year = ws-period-year
                               and prd-month = ws-period-month
                           perform back-out-period-row
                       end-if
                   end-if
           end-read
           end-perform.

       *>  back-out-period-row takes the row's last posting back out when
       *>  it was made by the run being posted, and clears it, so it is
       *>  never taken out twice. The minimum and maximum cannot be taken
       *>  back out and stay as the month's extremes.
       back-out-period-row.
           if prd-last-post-date = ws-post-run-date
               subtract prd-last-count from prd-count
               subtract prd-last-sum from prd-sum
               subtract prd-last-sum-sqr from prd-sum-sqr
               subtract 1 from prd-run-count
               move 0 to prd-last-count, prd-last-sum
               move 0 to prd-last-sum-sqr
               move spaces to prd-last-post-date
               rewrite period-record
                   invalid key
                       continue
               end-rewrite
           end-if.

       *>  post-one-period-row adds the gathered figures into their
       *>  period row, creating it on the month's first posting. Any
       *>  posting this run supersedes was already backed out by
       *>  back-out-superseded-postings. A repair that finds the row's
       *>  last posting made by some other run is added as a new posting
       *>  alongside it, and the report says so.
       post-one-period-row.
           move spaces to period-record.
           move function trim(ws-fname) to prd-fname.
           move ws-post-level to prd-level.
           move ws-post-category to prd-category.
           move ws-period-year to prd-year.
           move ws-period-month to prd-month.
           read period-file
               invalid key
                   move 0 to prd-count, prd-sum, prd-sum-sqr
                   move 0 to prd-min, prd-max, prd-run-count
                   move 0 to prd-last-count, prd-last-sum
                   move 0 to prd-last-sum-sqr
                   move spaces to prd-last-post-date
                   move spaces to prd-status, prd-status-date
                   move spaces to prd-status-operator
                   perform add-posting-to-period-row
                   write period-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   if ws-repair-mode = 'Y'
                           and prd-last-post-date not = spaces
                       if ws-post-level = 'F'
                           move "(whole file)" to out-repair-added-cat
                       else
                           move ws-post-category to out-repair-added-cat
                       end-if
                       display period-repair-added-message
                       write report-record
                           from period-repair-added-message
                   end-if
                   perform add-posting-to-period-row
                   rewrite period-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

       *>  add-posting-to-period-row folds the gathered figures into the
       *>  period row and remembers them as its last posting.
       add-posting-to-period-row.
           if prd-count = 0
               move post-min to prd-min
               move post-max to prd-max
           else
               if post-min < prd-min
                   move post-min to prd-min
               end-if
               if post-max > prd-max
                   move post-max to prd-max
               end-if
           end-if.
           add post-count to prd-count.
           add post-sum to prd-sum.
           add post-sum-sqr to prd-sum-sqr.
           add 1 to prd-run-count.
           move ws-post-run-date to prd-last-post-date.
           move post-count to prd-last-count.
           move post-sum to prd-last-sum.
           move post-sum-sqr to prd-last-sum-sqr.

       *>  end-of-job aborts the entire run (used when a single (non-batch)
       *>  file breaches the table capacity) by closing whatever is open
       *>  and stopping the job
           close report-file.
           close zscore-file.
           close reject-file.
           if catlim-count > 0
               close limits-file
           end-if.
           if ws-csv-enabled = 'Y' or ws-csv-enabled = 'y'
               close csv-file
           end-if.
           if ws-mode = "B" or ws-mode = "b"
               close control-file
           end-if.
           move ws-job-rc to return-code.
           stop run.

       *>  close-current-file closes the file set for one completed (or,
           close zscore-file.
           close checkpoint-file.
           close reject-file.
           if catlim-count > 0
               close limits-file
           end-if.
           if ws-csv-enabled = 'Y' or ws-csv-enabled = 'y'
               close csv-file
           end-if.
