       *>  statparity is the parallel-run check between the legacy statmold
       *>  program and statmeasure: one control file of input file names
       *>  in, one report out, with each file's mean and standard
       *>  deviation worked out both the statmold way and the statmeasure
       *>  way, side by side with the differences and a MATCH/MISMATCH
       *>  flag at an operator-stated rounding tolerance. The report also
       *>  spells out where the two methods are known to differ, so a
       *>  mismatch arrives with its explanation instead of as a bare flag.
       *>  Both calculations use the same pictures and the same rounding
       *>  as the programs they stand in for, so the figures printed are
       *>  the figures those programs would print.
       *>  Return codes, for the scheduler:
       *>    0  every file named matched.
       *>    4  warning: at least one file was a mismatch.
       *>    8  failure: at least one file named could not be opened, or
       *>       the report could not be opened.

       identification division.

       program-id. statparity.

       environment division.

       input-output section.

       file-control.
       *>  The control file lists input file names, one per line, the
       *>  same layout statmeasure's batch mode reads.
       select control-file assign to dynamic ws-control-fname
           organization is line sequential
           file status is control-fs.
       *>  The input file is whichever extract named in the control file
       *>  is being measured at the moment. It is read twice, once for
       *>  the sums behind each mean and once for the deviations from it,
       *>  so no table of values has to be held.
       select input-file assign to dynamic ws-fname
           organization is line sequential
           file status is fs.
       *>  The category limits file is statmeasure's reference list of
       *>  per-category limits, under the same fixed name, so rows
       *>  statmeasure would reject on a limit are kept out here too.
       select catlimits-file assign to dynamic ws-catlimits-fname
           organization is line sequential
           file status is catlimits-fs.
       *>  The report file archives the parity listing, named after the
       *>  control file that drove it.
       select report-file assign to dynamic ws-report-fname
           organization is line sequential
           file status is report-fs.

       data division.

       file section.
       fd control-file.
       01 control-record       pic x(300).
       fd input-file.
       01 input-record.
           02 num              pic s9(6)v9(2).
           02 in-category-code pic x(10).
           02 data-filler      pic x(62).
       fd catlimits-file.
       01 catlimits-line.
           02 catlim-in-code     pic x(10).
           02 catlim-in-gap-1    pic x(1).
           02 catlim-in-min      pic x(12).
           02 catlim-in-gap-2    pic x(1).
           02 catlim-in-max      pic x(12).
           02 catlim-in-gap-3    pic x(1).
           02 catlim-in-action   pic x(1).
       fd report-file.
       01 report-record        pic x(132).

       working-storage section.
       77  ws-control-fname    pic x(300).
       77  ws-fname            pic x(300).
       77  ws-report-fname     pic x(312).
       77  ws-catlimits-fname  pic x(300) value "statmeasure.catlimits.txt".
       77  control-fs          pic x(2).
       77  fs                  pic x(2).
       77  catlimits-fs        pic x(2).
       77  report-fs           pic x(2).
       77  control-feof        pic x(1).
       77  feof                pic x(1).
       77  catlimits-feof      pic x(1).
       *>  the largest difference in either figure that still counts as
       *>  a match, in the figures' own units
       77  ws-tolerance        pic 9(4)v9(4) value 0.
       *>  statmold-method fields, in statmold's own pictures
       77  mold-count          pic s9(7).
       77  mold-sum            pic s9(10)v9(2).
       77  mold-sum-sqr        pic 9(14)v9(2).
       77  mold-mean           pic s9(6)v9(2).
       77  mold-std-dev        pic s9(6)v9(2).
       *>  statmeasure-method fields, in statmeasure's own pictures
       77  meas-count          pic s9(7).
       77  meas-sum            pic s9(10)v9(2).
       77  meas-sum-sqr        pic 9(14)v9(2).
       77  meas-mean           pic s9(6)v9(2).
       77  meas-std-dev        pic s9(6)v9(2).
       77  meas-numeric-rejects pic s9(7).
       77  meas-limit-rejects  pic s9(7).
       77  ws-mean-diff        pic s9(7)v9(2).
       77  ws-std-dev-diff     pic s9(7)v9(2).
       77  ws-row-kept         pic x(1).
       *>  ws-reject-kind names the statmeasure check a row failed: N for
       *>  not a valid signed number, L for outside its category limits
       77  ws-reject-kind      pic x(1).
       77  ws-parity-flag      pic x(8).
       *>  category limit fields, loaded and applied the way statmeasure
       *>  loads and applies them
       77  catlim-max-entries  pic s9(4) value 200.
       77  catlim-count        pic s9(4) value 0.
       77  catlim-idx          pic s9(4).
       77  ws-catlim-found     pic x(1).
       77  ws-files-compared   pic s9(5) value 0.
       77  ws-files-matched    pic s9(5) value 0.
       77  ws-files-mismatched pic s9(5) value 0.
       77  ws-files-not-opened pic s9(5) value 0.
       77  method-idx          pic s9(2).
       01  category-limits-table.
           02 catlim-entry occurs 200 times.
               03 catlim-code       pic x(10).
               03 catlim-min        pic s9(6)v9(2).
               03 catlim-max        pic s9(6)v9(2).
               03 catlim-action     pic x(1).
       01  program-title.
           02 filler           pic x(80) value
               "Statparity Program. Compares statmold and statmeasure results on the same files.".
       01  control-file-input-message.
           02 filler           pic x(45) value
               "Enter a control file listing input filenames:".
       01  tolerance-prompt-message.
           02 filler           pic x(70) value
               "Enter the largest difference that still counts as a match (e.g. 0.01):".
       01  file-error-message.
           02 filler           pic x(56) value
               "Error. This file could not be opened. File status code: ".
       01  output-underline.
           02 filler           pic x(28) value
                               "----------------------------".
       01  output-parity-title-line.
           02 filler           pic x(29) value
                               "statmold/statmeasure Parity".
       01  output-tolerance-line.
           02 filler           pic x(22) value
                               "Match Tolerance".
           02 out-tolerance    pic zzz9.9(4).
       01  output-parity-head-line.
           02 filler           pic x(31) value "Input File".
           02 filler           pic x(11) value "  Mold Mean".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "  Meas Mean".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "  Mean Diff".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    Mold SD".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    Meas SD".
           02 filler           pic x(1) value space.
           02 filler           pic x(11) value "    SD Diff".
           02 filler           pic x(1) value space.
           02 filler           pic x(10) value "Flag".
       01  output-parity-entry-line.
           02 out-par-fname    pic x(31).
           02 out-par-mold-mean pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-meas-mean pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-mean-diff pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-mold-sd  pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-meas-sd  pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-sd-diff  pic -(6)9.9(2).
           02 filler           pic x(1) value space.
           02 out-par-flag     pic x(10).
       *>  output-parity-rows-line is the per-file explanation under each
       *>  entry: how many rows each method used and why they differ
       01  output-parity-rows-line.
           02 filler           pic x(4) value spaces.
           02 filler           pic x(16) value "Rows used: mold ".
           02 out-par-mold-rows pic zzzzzz9.
           02 filler           pic x(9) value ", measure".
           02 out-par-meas-rows pic zzzzzz9.
           02 filler           pic x(19) value "; numeric rejects".
           02 out-par-num-rej  pic zzzzzz9.
           02 filler           pic x(17) value "; limit rejects".
           02 out-par-lim-rej  pic zzzzzz9.
       01  output-parity-reason-line.
           02 filler           pic x(4) value spaces.
           02 out-par-reason   pic x(100).
       01  output-method-title-line.
           02 filler           pic x(26) value
                               "Known Method Differences".
       01  output-method-notes.
           02 filler           pic x(100) value
               "Std dev: both programs use the population standard deviation, dividing by N (not the sample N-1).".
           02 filler           pic x(100) value
               "Mean: both round the mean to 2 decimals before the deviation pass, so both deviations use that mean.".
           02 filler           pic x(100) value
               "Rows: statmold takes every row read; statmeasure rejects rows that are not a valid signed number.".
           02 filler           pic x(100) value
               "Limits: statmeasure also rejects rows outside a reject-action limit in statmeasure.catlimits.txt.".
           02 filler           pic x(100) value
               "Scope: display-format extracts only; statmold has no packed, weighted or repair-mode input.".
       01  output-method-table redefines output-method-notes.
           02 output-method-note pic x(100) occurs 5 times.
       01  output-parity-total-line.
           02 filler           pic x(22) value spaces.
           02 out-total-label  pic x(20).
           02 out-total-count  pic -(4)9.

       procedure division.
           display program-title.
           perform until control-fs = "00"
              display control-file-input-message
              accept ws-control-fname
              open input control-file

              evaluate control-fs
                  when "00"
                      continue
                  when other
                      display file-error-message, control-fs
              end-evaluate
           end-perform.
           display tolerance-prompt-message.
           accept ws-tolerance.

           perform load-category-limits.

           string function trim(ws-control-fname) delimited by size
                  ".parity.txt" delimited by size
                  into ws-report-fname.
           open output report-file.
           if report-fs not = "00"
               display file-error-message, report-fs
               close control-file
               move 8 to return-code
               stop run
           end-if.
           display output-underline.
           write report-record from output-underline.
           display output-parity-title-line.
           write report-record from output-parity-title-line.
           display output-underline.
           write report-record from output-underline.
           move ws-tolerance to out-tolerance.
           display output-tolerance-line.
           write report-record from output-tolerance-line.
           display output-parity-head-line.
           write report-record from output-parity-head-line.

           move spaces to control-feof.
           perform until control-feof = 'Y'
               read control-file into control-record
               at end
                   move 'Y' to control-feof
               not at end
                   if control-record not = spaces
                       perform compare-one-file
                   end-if
               end-read
           end-perform.
           close control-file.

           display output-underline.
           write report-record from output-underline.
           display output-method-title-line.
           write report-record from output-method-title-line.
           display output-underline.
           write report-record from output-underline.
           perform varying method-idx from 1 by 1 until method-idx > 5
               display output-method-note(method-idx)
               write report-record from output-method-note(method-idx)
           end-perform.

           display output-underline.
           write report-record from output-underline.
           move "Files Compared" to out-total-label.
           move ws-files-compared to out-total-count.
           perform write-total-line.
           move "Files Matched" to out-total-label.
           move ws-files-matched to out-total-count.
           perform write-total-line.
           move "Files Mismatched" to out-total-label.
           move ws-files-mismatched to out-total-count.
           perform write-total-line.
           move "Files Not Opened" to out-total-label.
           move ws-files-not-opened to out-total-count.
           perform write-total-line.
           close report-file.
           if ws-files-not-opened > 0
               move 8 to return-code
           else
               if ws-files-mismatched > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.
           stop run.

       *>  load-category-limits reads statmeasure's category limits
       *>  reference file into category-limits-table. Without the file
       *>  statmeasure checks no limits, and neither does this program.
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
           end-if.

       *>  load-one-category-limit stores one limits line, skipping any
       *>  line statmeasure itself would skip as unreadable.
       load-one-category-limit.
           if catlim-in-code = spaces
                   or function test-numval(catlim-in-min) not = 0
                   or function test-numval(catlim-in-max) not = 0
                   or (catlim-in-action not = 'W' and catlim-in-action not = 'w'
                       and catlim-in-action not = 'R' and catlim-in-action not = 'r')
               continue
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
                   move 'Y' to catlimits-feof
               end-if
           end-if.

       *>  compare-one-file works out one extract's figures both ways and
       *>  writes its entry. A file that cannot be opened gets a flagged
       *>  line of its own rather than being skipped.
       compare-one-file.
           move spaces to ws-fname.
           move function trim(control-record) to ws-fname.
           move function trim(ws-fname) to out-par-fname.
           move 0 to mold-count, mold-sum, mold-sum-sqr.
           move 0 to mold-mean, mold-std-dev.
           move 0 to meas-count, meas-sum, meas-sum-sqr.
           move 0 to meas-mean, meas-std-dev.
           move 0 to meas-numeric-rejects, meas-limit-rejects.

           open input input-file.
           if fs not = "00"
               display file-error-message, fs
               add 1 to ws-files-not-opened
               move 0 to out-par-mold-mean, out-par-meas-mean
               move 0 to out-par-mean-diff, out-par-mold-sd
               move 0 to out-par-meas-sd, out-par-sd-diff
               move "NOT-OPENED" to out-par-flag
               display output-parity-entry-line
               write report-record from output-parity-entry-line
           else
               *> first pass: the count and sum behind each mean
               move spaces to feof
               perform until feof = 'Y'
                   read input-file
                   at end
                       move 'Y' to feof
                   not at end
                       perform sum-one-row
                   end-read
               end-perform
               close input-file

               if mold-count > 0
                   divide mold-count into mold-sum giving mold-mean rounded
               end-if
               if meas-count > 0
                   compute meas-mean rounded = meas-sum / meas-count
               end-if

               *> second pass: the squared deviations from each mean
               open input input-file
               move spaces to feof
               perform until feof = 'Y'
                   read input-file
                   at end
                       move 'Y' to feof
                   not at end
                       perform square-one-row
                   end-read
               end-perform
               close input-file

               if mold-count > 0
                   compute mold-std-dev rounded =
                       (mold-sum-sqr / mold-count) ** 0.5
               end-if
               if meas-count > 0
                   compute meas-std-dev rounded =
                       (meas-sum-sqr / meas-count) ** 0.5
               end-if

               add 1 to ws-files-compared
               perform write-parity-entry
           end-if.

       *>  sum-one-row adds one row into each method's count and sum.
       *>  statmold takes every row as read; statmeasure keeps only the
       *>  rows that get past its numeric check and its category limits.
       sum-one-row.
           add 1 to mold-count.
           add num to mold-sum.
           perform screen-measure-row.
           *> rejects are counted on this first pass only, since the
           *> second pass sees the same rows again
           evaluate true
               when ws-row-kept = 'Y'
                   add 1 to meas-count
                   add num to meas-sum
               when ws-reject-kind = 'N'
                   add 1 to meas-numeric-rejects
               when other
                   add 1 to meas-limit-rejects
           end-evaluate.

       *>  square-one-row adds one row's squared deviation into each
       *>  method's sum of squares, as a self-product the way both
       *>  programs do it.
       square-one-row.
           compute mold-sum-sqr = mold-sum-sqr
               + ((num - mold-mean) * (num - mold-mean)).
           perform screen-measure-row.
           if ws-row-kept = 'Y'
               compute meas-sum-sqr = meas-sum-sqr
                   + ((num - meas-mean) * (num - meas-mean))
           end-if.

       *>  screen-measure-row decides whether statmeasure would keep the
       *>  row, and if not, which of its checks turned the row away.
       screen-measure-row.
           move 'Y' to ws-row-kept.
           move space to ws-reject-kind.
           if num is not numeric
               move 'N' to ws-row-kept
               move 'N' to ws-reject-kind
           else
               if catlim-count > 0
                   perform find-category-limit
                   if ws-catlim-found = 'Y'
                           and catlim-action(catlim-idx) = 'R'
                           and (num < catlim-min(catlim-idx)
                               or num > catlim-max(catlim-idx))
                       move 'N' to ws-row-kept
                       move 'L' to ws-reject-kind
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

       *>  write-parity-entry prints one file's figures side by side, the
       *>  MATCH/MISMATCH flag, and the row counts and reason that
       *>  explain any difference.
       write-parity-entry.
           compute ws-mean-diff = meas-mean - mold-mean.
           compute ws-std-dev-diff = meas-std-dev - mold-std-dev.
           move mold-mean to out-par-mold-mean.
           move meas-mean to out-par-meas-mean.
           move ws-mean-diff to out-par-mean-diff.
           move mold-std-dev to out-par-mold-sd.
           move meas-std-dev to out-par-meas-sd.
           move ws-std-dev-diff to out-par-sd-diff.
           if ws-mean-diff > ws-tolerance
                   or ws-mean-diff < (0 - ws-tolerance)
                   or ws-std-dev-diff > ws-tolerance
                   or ws-std-dev-diff < (0 - ws-tolerance)
                   or mold-count = 0
                   or meas-count = 0
               move "MISMATCH" to ws-parity-flag
               add 1 to ws-files-mismatched
           else
               move "MATCH" to ws-parity-flag
               add 1 to ws-files-matched
           end-if.
           move ws-parity-flag to out-par-flag.
           display output-parity-entry-line.
           write report-record from output-parity-entry-line.

           move mold-count to out-par-mold-rows.
           move meas-count to out-par-meas-rows.
           move meas-numeric-rejects to out-par-num-rej.
           move meas-limit-rejects to out-par-lim-rej.
           display output-parity-rows-line.
           write report-record from output-parity-rows-line.

           move spaces to out-par-reason.
           evaluate true
               when mold-count = 0
                   move "The file has no rows; neither program produces figures for it."
                       to out-par-reason
               when meas-count = 0
                   move "statmeasure rejected every row, so it produces no mean or std dev; statmold used them all."
                       to out-par-reason
               when ws-parity-flag = "MATCH"
                   continue
               when meas-numeric-rejects > 0 and meas-limit-rejects > 0
                   move "statmold included rows statmeasure rejected as non-numeric and as outside category limits."
                       to out-par-reason
               when meas-numeric-rejects > 0
                   move "statmold included rows statmeasure rejected as non-numeric."
                       to out-par-reason
               when meas-limit-rejects > 0
                   move "statmold included rows statmeasure rejected as outside category limits."
                       to out-par-reason
               when other
                   move "Same rows used by both; no known method difference explains this mismatch."
                       to out-par-reason
           end-evaluate.
           if out-par-reason not = spaces
               display output-parity-reason-line
               write report-record from output-parity-reason-line
           end-if.

       *>  write-total-line shows and archives one of the closing counts.
       write-total-line.
           display output-parity-total-line.
           write report-record from output-parity-total-line.
