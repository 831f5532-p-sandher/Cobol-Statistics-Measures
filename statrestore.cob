       *>  statrestore is the way back out of stathouse's consolidated
       *>  archive. stathouse moves aged sidecars into the day's
       *>  statmeasure.archive.yyyymmdd.txt between "== BEGIN" and
       *>  "== END" lines and truncates the originals; given an input
       *>  file name (and optionally one sidecar suffix) and a range of
       *>  archive dates, this program reads each day's manifest for the
       *>  sidecars it says were archived, and rebuilds each one from the
       *>  day's archive under a restored name,
       *>  <sidecar>.restored.yyyymmdd, so a live sidecar is never
       *>  written over. A restored name that already exists is refused
       *>  rather than replaced. A block the archive cuts short (no END
       *>  line) is never left under the restored name; what survives of
       *>  it goes to <restored name>.partial instead, so a rerun reports
       *>  it as cut short again rather than as already restored. Every restore goes to today's manifest
       *>  as RESTORED, and every sidecar the manifest lists but the
       *>  archive no longer holds is reported and logged as
       *>  RESTORE-MISSING. Only an operator the operators file lists
       *>  for archive restore may use it; anyone else is turned away,
       *>  and the attempt goes to statmeasure's audit log as
       *>  NOT-AUTHORIZED.
       *>  Like stathouse, it can run unattended: a parameter file named
       *>  on the command line answers the prompts in order (the input
       *>  file name, the suffix or a blank line for every suffix, the
       *>  first date, the last date or a blank line for the first).
       *>  Return codes, for the scheduler:
       *>    0  every sidecar the manifests list in the range was
       *>       restored.
       *>    4  warning: a restored name already existed and was left
       *>       alone, a restored sidecar's line count differs from the
       *>       manifest's, or nothing in the range matched at all.
       *>    8  failure: an operator not authorized for archive restore,
       *>       a bad answer or parameter file, a sidecar the
       *>       manifest lists that is missing from (or cut short in) the
       *>       archive, or today's manifest could not be written.

       identification division.

       program-id. statrestore.

       environment division.

       input-output section.

       file-control.
       *>  The manifest file is read for each day in the range, and
       *>  today's is appended to with every restore.
       select manifest-file assign to dynamic ws-manifest-fname
           organization is line sequential
           file status is manifest-fs.
       *>  The archive file is the day's consolidated archive, searched
       *>  for the BEGIN/END block of each sidecar the manifest lists.
       select archive-file assign to dynamic ws-archive-fname
           organization is line sequential
           file status is archive-fs.
       *>  The restored file is one rebuilt sidecar under its restored
       *>  name.
       select restored-file assign to dynamic ws-restored-fname
           organization is line sequential
           file status is restored-fs.
       *>  The parameter file carries the answers to every prompt, one
       *>  per line in prompt order, so a restore can run with no
       *>  operator at the terminal.
       select param-file assign to dynamic ws-param-fname
           organization is line sequential
           file status is param-fs.
       *>  The operators file is the reference list of who holds which
       *>  privilege, the same file statmeasure checks; restoring from
       *>  the archive takes the archive restore privilege.
       select operators-file assign to dynamic ws-operators-fname
           organization is line sequential
           file status is operators-fs.
       *>  The audit file is statmeasure's own append-only processing
       *>  history, where a refused restore is recorded alongside every
       *>  other refused privileged action.
       select audit-file assign to dynamic ws-audit-fname
           organization is line sequential
           file status is audit-fs.

       data division.

       file section.
       fd manifest-file.
       01 manifest-record.
           02 out-man-date     pic x(8).
           02 filler           pic x(1).
           02 out-man-fname    pic x(60).
           02 filler           pic x(1).
           02 out-man-action   pic x(16).
           02 filler           pic x(1).
           02 out-man-lines    pic -(6)9.
       *>  manifest-in-record is the same line as it is read back, with
       *>  the line count left as text for NUMVAL
       01 manifest-in-record.
           02 man-in-date      pic x(8).
           02 filler           pic x(1).
           02 man-in-fname     pic x(60).
           02 filler           pic x(1).
           02 man-in-action    pic x(16).
           02 filler           pic x(1).
           02 man-in-lines     pic x(7).
       fd archive-file.
       01 archive-record.
           02 arc-marker       pic x(9).
           02 arc-rest         pic x(131).
       01 archive-end-record.
           02 arc-end-marker   pic x(7).
           02 arc-end-name     pic x(100).
           02 filler           pic x(33).
       fd restored-file.
       01 restored-record      pic x(140).
       fd param-file.
       01 param-record         pic x(300).
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
       *>  audit-record is statmeasure's audit line; a refused restore
       *>  is logged with mode A and the input file name asked for
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
       77  ws-manifest-fname   pic x(44)
           value "statmeasure.archive.yyyymmdd.manifest.txt".
       77  ws-today-manifest-fname pic x(44)
           value "statmeasure.archive.yyyymmdd.manifest.txt".
       77  ws-archive-fname    pic x(40)
           value "statmeasure.archive.yyyymmdd.txt".
       77  ws-restored-fname   pic x(350).
       77  ws-partial-fname    pic x(350).
       *>  ws-copy-writing is N while copy-archive-block only scans the
       *>  archive for the block's state, and Y once it copies it out
       77  ws-copy-writing     pic x(1).
       77  ws-sidecar-fname    pic x(316).
       77  ws-fname            pic x(300).
       77  manifest-fs         pic x(2).
       77  archive-fs          pic x(2).
       77  restored-fs         pic x(2).
       77  manifest-feof       pic x(1).
       77  archive-feof        pic x(1).
       77  ws-param-fname      pic x(300).
       77  param-fs            pic x(2).
       77  ws-param-mode       pic x(1) value 'N'.
       77  ws-answer           pic x(300).
       77  ws-suffix-answer    pic x(16).
       77  ws-from-answer      pic x(8).
       77  ws-to-answer        pic x(8).
       77  ws-from-int         pic s9(7).
       77  ws-to-int           pic s9(7).
       77  ws-day-int          pic s9(7).
       77  ws-day-date         pic 9(8).
       77  ws-today-date       pic x(8).
       77  ws-restore-rc       pic s9(4) value 0.
       *>  no operators file, or no line for the operator, means no
       *>  privilege, and the shared UNKNOWN id never holds one
       77  ws-operator-id      pic x(8).
       77  ws-operators-fname  pic x(300) value "statmeasure.operators.txt".
       77  operators-fs        pic x(2).
       77  operators-feof      pic x(1).
       77  ws-authorized       pic x(1).
       77  ws-audit-fname      pic x(300) value "statmeasure.audit.txt".
       77  audit-fs            pic x(2).
       77  suffix-idx          pic s9(2).
       77  suffix-max          pic s9(2) value 13.
       77  suffix-first        pic s9(2).
       77  suffix-last         pic s9(2).
       77  ws-man-action       pic x(16).
       77  ws-man-name         pic x(316).
       77  ws-man-lines        pic s9(7).
       77  ws-expected-lines   pic s9(7).
       77  ws-restored-lines   pic s9(7).
       *>  ws-block-state follows the archive search: S seeking the
       *>  wanted block's BEGIN line, C copying its lines, D done at its
       *>  END line
       77  ws-block-state      pic x(1).
       77  ws-block-seen       pic s9(3).
       77  ws-begin-name       pic x(100).
       77  ws-occurrence-edit  pic z(2)9.
       77  ws-entries-found    pic s9(5) value 0.
       77  ws-files-restored   pic s9(5) value 0.
       77  ws-files-missing    pic s9(5) value 0.
       77  ws-files-refused    pic s9(5) value 0.
       *>  pending-entries holds one day's ARCHIVED-SIDECAR manifest
       *>  lines for the wanted sidecars, gathered before any restore is
       *>  logged, since the day being read may be today and its
       *>  manifest the one the restores are appended to. A sidecar
       *>  archived twice the same day has two blocks in that day's
       *>  archive, told apart by their order.
       77  pending-max         pic s9(3) value 200.
       77  pending-count       pic s9(3).
       77  pend-idx            pic s9(3).
       01  pending-entries.
           02 pending-entry occurs 200 times.
               03 pend-suffix-idx  pic s9(2).
               03 pend-occurrence  pic s9(3).
               03 pend-lines       pic s9(7).
       01  suffix-occurrences.
           02 suffix-occurrence pic s9(3) occurs 13 times.
       *>  the same sidecar suffixes stathouse archives, in the same
       *>  order
       01  sidecar-suffix-values.
           02 filler           pic x(16) value ".summary.txt".
           02 filler           pic x(16) value ".amended.txt".
           02 filler           pic x(16) value ".zscores.txt".
           02 filler           pic x(16) value ".rejects.txt".
           02 filler           pic x(16) value ".trend.txt".
           02 filler           pic x(16) value ".csv".
           02 filler           pic x(16) value ".checkpoint".
           02 filler           pic x(16) value ".exceptions.txt".
           02 filler           pic x(16) value ".rollup.txt".
           02 filler           pic x(16) value ".compare.txt".
           02 filler           pic x(16) value ".trendreport.txt".
           02 filler           pic x(16) value ".limits.txt".
           02 filler           pic x(16) value ".sample.txt".
       01  sidecar-suffix-table redefines sidecar-suffix-values.
           02 sidecar-suffix   pic x(16) occurs 13 times.
       01  program-title.
           02 filler           pic x(74) value
               "Statrestore Program. Restores archived statmeasure sidecars by date range.".
       01  fname-prompt-message.
           02 filler           pic x(43) value
               "Enter the input file name to restore for:".
       01  suffix-prompt-message.
           02 filler           pic x(66) value
               "Enter one sidecar suffix (e.g. .summary.txt), or blank for all:".
       01  from-date-prompt-message.
           02 filler           pic x(44) value
               "Enter the first archive date (yyyymmdd):".
       01  to-date-prompt-message.
           02 filler           pic x(62) value
               "Enter the last archive date (yyyymmdd), or blank for one day:".
       01  param-file-error-message.
           02 filler           pic x(66) value
               "Error. The parameter file could not be opened. File status code: ".
       01  file-error-message.
           02 filler           pic x(56) value
               "Error. This file could not be opened. File status code: ".
       01  not-authorized-message.
           02 filler           pic x(60) value
               "Error. This operator is not authorized for archive restore: ".
           02 out-not-auth-operator pic x(8).
       01  invalid-fname-message.
           02 filler           pic x(42) value
               "Error. An input file name is required.".
       01  invalid-suffix-message.
           02 filler           pic x(61) value
               "Error. That is not a sidecar suffix stathouse archives.".
       01  invalid-date-message.
           02 filler           pic x(68) value
               "Error. The dates must be valid yyyymmdd dates, first not after last.".
       01  pending-overflow-message.
           02 filler           pic x(66) value
               "Warning. More than 200 manifest entries in one day; rest skipped.".
       01  restored-message.
           02 filler           pic x(10) value "Restored: ".
           02 out-rst-name     pic x(80).
           02 filler           pic x(8) value " lines: ".
           02 out-rst-lines    pic zzzzzz9.
       01  line-count-message.
           02 filler           pic x(48) value
               "Warning. Restored lines differ from manifest's: ".
           02 out-lc-expected  pic zzzzzz9.
       01  refused-message.
           02 filler           pic x(51) value
               "Warning. Restored name already exists; left as is: ".
           02 out-ref-name     pic x(80).
       01  missing-message.
           02 filler           pic x(51) value
               "Error. Manifest lists it but the archive does not: ".
           02 out-mis-name     pic x(80).
           02 filler           pic x(4) value " on ".
           02 out-mis-date     pic 9(8).
       01  partial-message.
           02 filler           pic x(53) value
               "Error. The archive's copy ends without its END line: ".
           02 out-par-name     pic x(80).
       01  nothing-found-message.
           02 filler           pic x(61) value
               "Warning. No archived sidecars for that name in that range.".
       01  restore-total-message.
           02 filler           pic x(10) value "Restored: ".
           02 out-tot-restored pic zzzz9.
           02 filler           pic x(11) value "  missing: ".
           02 out-tot-missing  pic zzzz9.
           02 filler           pic x(11) value "  refused: ".
           02 out-tot-refused  pic zzzz9.

       procedure division.
           display program-title.
           *> the operator id goes on the audit line of a refused
           *> restore, taken the same way statmeasure takes it
           accept ws-operator-id from environment "USER".
           if ws-operator-id = spaces
               move "UNKNOWN" to ws-operator-id
           end-if.
           perform check-for-parameter-file.
           if ws-param-mode = 'Y'
               perform get-param-answer
               move ws-answer to ws-fname
               perform get-param-answer
               move ws-answer to ws-suffix-answer
               perform get-param-answer
               move ws-answer to ws-from-answer
               perform get-param-answer
               move ws-answer to ws-to-answer
               close param-file
           else
               display fname-prompt-message
               accept ws-fname
               display suffix-prompt-message
               accept ws-suffix-answer
               display from-date-prompt-message
               accept ws-from-answer
               display to-date-prompt-message
               accept ws-to-answer
           end-if.

           *> restoring from the archive is a privileged action: an
           *> operator not listed for it is turned away before anything
           *> is read, and the attempt is audited
           perform check-operator-privilege.
           if ws-authorized not = 'Y'
               move ws-operator-id to out-not-auth-operator
               display not-authorized-message
               perform write-not-authorized-audit
               move 8 to return-code
               stop run
           end-if.

           if ws-fname = spaces
               display invalid-fname-message
               move 8 to return-code
               stop run
           end-if.
           move function trim(ws-fname) to ws-fname.

           *> a blank suffix restores every sidecar the name spawned;
           *> otherwise only the one named, found in the table
           if ws-suffix-answer = spaces
               move 1 to suffix-first
               move suffix-max to suffix-last
           else
               move function trim(ws-suffix-answer) to ws-suffix-answer
               move 0 to suffix-first
               perform varying suffix-idx from 1 by 1
                   until suffix-idx > suffix-max or suffix-first > 0
                   if sidecar-suffix(suffix-idx) = ws-suffix-answer
                       move suffix-idx to suffix-first
                       move suffix-idx to suffix-last
                   end-if
               end-perform
               if suffix-first = 0
                   display invalid-suffix-message
                   move 8 to return-code
                   stop run
               end-if
           end-if.

           if ws-to-answer = spaces
               move ws-from-answer to ws-to-answer
           end-if.
           if ws-from-answer is not numeric or ws-to-answer is not numeric
               display invalid-date-message
               move 8 to return-code
               stop run
           end-if.
           if function test-date-yyyymmdd(function numval(ws-from-answer))
                   not = 0
               or function test-date-yyyymmdd(function numval(ws-to-answer))
                   not = 0
               or ws-from-answer > ws-to-answer
               display invalid-date-message
               move 8 to return-code
               stop run
           end-if.
           compute ws-from-int =
               function integer-of-date(function numval(ws-from-answer)).
           compute ws-to-int =
               function integer-of-date(function numval(ws-to-answer)).

           move function current-date(1:8) to ws-today-date.
           move spaces to ws-today-manifest-fname.
           string "statmeasure.archive." delimited by size
                  ws-today-date delimited by size
                  ".manifest.txt" delimited by size
                  into ws-today-manifest-fname.

           perform restore-one-day
               varying ws-day-int from ws-from-int by 1
               until ws-day-int > ws-to-int.

           if ws-entries-found = 0
               display nothing-found-message
               if ws-restore-rc < 4
                   move 4 to ws-restore-rc
               end-if
           end-if.
           move ws-files-restored to out-tot-restored.
           move ws-files-missing to out-tot-missing.
           move ws-files-refused to out-tot-refused.
           display restore-total-message.
           move ws-restore-rc to return-code.
           stop run.

       *>  check-for-parameter-file looks for a parameter file name on the
       *>  command line, the same way stathouse does. Finding one, it
       *>  opens the file and switches the prompts over to
       *>  get-param-answer; a parameter file that cannot be opened ends
       *>  the job at once.
       check-for-parameter-file.
           accept ws-param-fname from command-line.
           if ws-param-fname not = spaces
               open input param-file
               if param-fs = "00"
                   move 'Y' to ws-param-mode
               else
                   display param-file-error-message, param-fs
                   move 8 to return-code
                   stop run
               end-if
           end-if.

       *>  get-param-answer reads the next answer line from the parameter
       *>  file, trimmed the way a typed answer would arrive; running out
       *>  of lines yields spaces.
       get-param-answer.
           read param-file into param-record
               at end
                   move spaces to param-record
           end-read.
           move function trim(param-record) to ws-answer.

       *>  check-operator-privilege looks the operator up in the
       *>  operators file and sets ws-authorized to Y only when the
       *>  operator's line carries a Y for archive restore.
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
                               move function upper-case(opr-archive-restore)
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
           move "A" to out-audit-mode.
           move function trim(ws-fname) to out-audit-fname.
           move 0 to out-audit-rows.
           move 0 to out-audit-rejects.
           move "NOT-AUTHORIZED" to out-audit-disposition.
           write audit-record.
           close audit-file.

       *>  restore-one-day gathers one archive day's manifest entries for
       *>  the wanted sidecars, then restores each from that day's
       *>  archive. A day with no manifest had no housekeeping run and
       *>  is passed over.
       restore-one-day.
           compute ws-day-date = function date-of-integer(ws-day-int).
           move spaces to ws-manifest-fname.
           string "statmeasure.archive." delimited by size
                  ws-day-date delimited by size
                  ".manifest.txt" delimited by size
                  into ws-manifest-fname.
           move spaces to ws-archive-fname.
           string "statmeasure.archive." delimited by size
                  ws-day-date delimited by size
                  ".txt" delimited by size
                  into ws-archive-fname.
           perform collect-manifest-entries.
           perform restore-one-entry
               varying pend-idx from 1 by 1
               until pend-idx > pending-count.

       *>  collect-manifest-entries reads the day's manifest into
       *>  pending-entries, numbering each sidecar's entries in order.
       collect-manifest-entries.
           move 0 to pending-count.
           perform varying suffix-idx from 1 by 1
               until suffix-idx > suffix-max
               move 0 to suffix-occurrence(suffix-idx)
           end-perform.
           open input manifest-file.
           if manifest-fs = "00"
               move spaces to manifest-feof
               perform until manifest-feof = 'Y'
                   read manifest-file
                   at end
                       move 'Y' to manifest-feof
                   not at end
                       if man-in-action = "ARCHIVED-SIDECAR"
                           perform match-manifest-entry
                       end-if
                   end-read
               end-perform
               close manifest-file
           end-if.

       *>  match-manifest-entry checks one ARCHIVED-SIDECAR line against
       *>  each wanted sidecar name, compared over the manifest's
       *>  60-character name column.
       match-manifest-entry.
           perform varying suffix-idx from suffix-first by 1
               until suffix-idx > suffix-last
               perform build-sidecar-name
               if man-in-fname = ws-sidecar-fname(1:60)
                   add 1 to suffix-occurrence(suffix-idx)
                   if pending-count < pending-max
                       add 1 to pending-count
                       move suffix-idx to pend-suffix-idx(pending-count)
                       move suffix-occurrence(suffix-idx)
                           to pend-occurrence(pending-count)
                       if function test-numval(man-in-lines) = 0
                           compute pend-lines(pending-count) =
                               function numval(man-in-lines)
                       else
                           move 0 to pend-lines(pending-count)
                       end-if
                   else
                       display pending-overflow-message
                   end-if
               end-if
           end-perform.

       *>  build-sidecar-name names the sidecar at suffix-idx, the same
       *>  way stathouse named it when archiving.
       build-sidecar-name.
           move spaces to ws-sidecar-fname.
           string function trim(ws-fname) delimited by size
                  sidecar-suffix(suffix-idx) delimited by space
                  into ws-sidecar-fname.

       *>  restore-one-entry restores one archived sidecar under its
       *>  restored name, unless that name already exists, and logs the
       *>  outcome to today's manifest.
       restore-one-entry.
           add 1 to ws-entries-found.
           move pend-suffix-idx(pend-idx) to suffix-idx.
           perform build-sidecar-name.
           move pend-lines(pend-idx) to ws-expected-lines.
           move spaces to ws-restored-fname.
           if pend-occurrence(pend-idx) = 1
               string function trim(ws-sidecar-fname) delimited by size
                      ".restored." delimited by size
                      ws-day-date delimited by size
                      into ws-restored-fname
           else
               move pend-occurrence(pend-idx) to ws-occurrence-edit
               string function trim(ws-sidecar-fname) delimited by size
                      ".restored." delimited by size
                      ws-day-date delimited by size
                      "." delimited by size
                      function trim(ws-occurrence-edit) delimited by size
                      into ws-restored-fname
           end-if.

           open input restored-file.
           if restored-fs = "00"
               close restored-file
               add 1 to ws-files-refused
               move function trim(ws-restored-fname) to out-ref-name
               display refused-message
               if ws-restore-rc < 4
                   move 4 to ws-restore-rc
               end-if
               move "RESTORE-REFUSED" to ws-man-action
               move ws-restored-fname to ws-man-name
               move 0 to ws-man-lines
               perform write-restore-manifest-line
           else
               *> scan the block first: only a complete block is copied
               *> out under the restored name, and a cut-short one goes
               *> under the .partial name
               move 'N' to ws-copy-writing
               perform copy-archive-block
               if ws-block-state = 'C'
                   move spaces to ws-partial-fname
                   string function trim(ws-restored-fname)
                              delimited by size
                          ".partial" delimited by size
                          into ws-partial-fname
                   move ws-partial-fname to ws-restored-fname
               end-if
               if ws-block-state not = 'S'
                   move 'Y' to ws-copy-writing
                   perform copy-archive-block
               end-if
               evaluate ws-block-state
                   when 'D'
                       add 1 to ws-files-restored
                       move function trim(ws-restored-fname)
                           to out-rst-name
                       move ws-restored-lines to out-rst-lines
                       display restored-message
                       if ws-restored-lines not = ws-expected-lines
                           move ws-expected-lines to out-lc-expected
                           display line-count-message
                           if ws-restore-rc < 4
                               move 4 to ws-restore-rc
                           end-if
                       end-if
                       move "RESTORED" to ws-man-action
                       move ws-restored-fname to ws-man-name
                   when 'C'
                       add 1 to ws-files-missing
                       move function trim(ws-restored-fname)
                           to out-par-name
                       display partial-message
                       move 8 to ws-restore-rc
                       move "RESTORE-PARTIAL" to ws-man-action
                       move ws-restored-fname to ws-man-name
                   when other
                       add 1 to ws-files-missing
                       move function trim(ws-sidecar-fname)
                           to out-mis-name
                       move ws-day-date to out-mis-date
                       display missing-message
                       move 8 to ws-restore-rc
                       move "RESTORE-MISSING" to ws-man-action
                       move ws-sidecar-fname to ws-man-name
               end-evaluate
               move ws-restored-lines to ws-man-lines
               perform write-restore-manifest-line
           end-if.

       *>  copy-archive-block finds the entry's block in the day's
       *>  archive (the first, second, ... BEGIN line under the
       *>  sidecar's name, in the order the manifest listed them) and
       *>  copies the lines between BEGIN and END into the restored
       *>  file. The restored file is only created once the block's
       *>  BEGIN line is found, so a missing block leaves nothing behind.
       *>  With ws-copy-writing N it only counts the block's lines and
       *>  leaves ws-block-state saying whether the block was found and
       *>  whether it ended, writing nothing.
       copy-archive-block.
           move 'S' to ws-block-state.
           move 0 to ws-block-seen.
           move 0 to ws-restored-lines.
           move function trim(ws-sidecar-fname) to ws-begin-name.
           open input archive-file.
           if archive-fs = "00"
               move spaces to archive-feof
               perform until archive-feof = 'Y' or ws-block-state = 'D'
                   read archive-file
                   at end
                       move 'Y' to archive-feof
                   not at end
                       perform copy-one-archive-line
                   end-read
               end-perform
               close archive-file
               if ws-block-state not = 'S' and ws-copy-writing = 'Y'
                   close restored-file
               end-if
           end-if.

       *>  copy-one-archive-line moves the search along by one archive
       *>  line: watching for the wanted BEGIN line, copying, or closing
       *>  the block at its END line.
       copy-one-archive-line.
           evaluate ws-block-state
               when 'S'
                   if arc-marker = "== BEGIN "
                           and arc-rest(1:100) = ws-begin-name
                       add 1 to ws-block-seen
                       if ws-block-seen = pend-occurrence(pend-idx)
                           if ws-copy-writing = 'Y'
                               open output restored-file
                           end-if
                           move 'C' to ws-block-state
                       end-if
                   end-if
               when 'C'
                   if arc-end-marker = "== END "
                           and arc-end-name = ws-begin-name
                       move 'D' to ws-block-state
                   else
                       if ws-copy-writing = 'Y'
                           write restored-record from archive-record
                       end-if
                       add 1 to ws-restored-lines
                   end-if
           end-evaluate.

       *>  write-restore-manifest-line records one restore outcome in
       *>  today's manifest, in stathouse's manifest layout, so the
       *>  day's manifest tells the whole story of what left the
       *>  directory and what came back.
       write-restore-manifest-line.
           move ws-today-manifest-fname to ws-manifest-fname.
           open input manifest-file.
           if manifest-fs = "00"
               close manifest-file
               open extend manifest-file
           else
               open output manifest-file
           end-if.
           if manifest-fs not = "00"
               display file-error-message, manifest-fs
               move 8 to ws-restore-rc
           else
               move spaces to manifest-record
               move ws-today-date to out-man-date
               move function trim(ws-man-name) to out-man-fname
               move ws-man-action to out-man-action
               move ws-man-lines to out-man-lines
               write manifest-record
               display manifest-record
               close manifest-file
           end-if.
