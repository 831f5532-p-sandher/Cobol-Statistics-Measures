       *>  percentage or that has had no run within a chosen number of
       *>  days - which is how an extract that silently stopped arriving
       *>  finally gets caught.
       *>  Like statmeasure, it can run unattended: a parameter file
       *>  named on the command line answers the prompts in order (the
       *>  control file name, the move percent, the stale days).
       *>  Return codes, for the scheduler:
       *>    0  every file listed was reviewed and none was flagged.
       *>    4  warning: at least one file was flagged (count moved,
       *>       stale, or no trend history at all).
       *>    8  failure: the parameter, control, or report file could
       *>       not be opened.

       identification division.

       select report-file assign to dynamic ws-report-fname
           organization is line sequential
           file status is report-fs.
       *>  The parameter file carries the answers to every prompt, one
       *>  per line in prompt order, so the overnight scheduler can run
       *>  the review with no operator at the terminal.
       select param-file assign to dynamic ws-param-fname
           organization is line sequential
           file status is param-fs.

       data division.

           02 trd-max          pic x(10).
       fd report-file.
       01 report-record        pic x(120).
       fd param-file.
       01 param-record         pic x(300).

       working-storage section.
       77  ws-control-fname    pic x(300).
       77  ws-today-int        pic s9(7).
       77  ws-last-int         pic s9(7).
       77  ws-flagged-count    pic s9(5) value 0.
       77  ws-param-fname      pic x(300).
       77  param-fs            pic x(2).
       77  ws-param-mode       pic x(1) value 'N'.
       77  ws-answer           pic x(300).
       01  program-title.
           02 filler           pic x(77) value
               "Stattrend Program. Consolidates every input file's trend history in one view.".
       01  file-error-message.
           02 filler           pic x(56) value
               "Error. This file could not be opened. File status code: ".
       01  param-file-error-message.
           02 filler           pic x(66) value
               "Error. The parameter file could not be opened. File status code: ".
       01  output-underline.
           02 filler           pic x(28) value
                               "----------------------------".
           02 out-flagged-count pic -(4)9.
       procedure division.
           display program-title.
           perform check-for-parameter-file.
           perform until control-fs = "00"
              if ws-param-mode = 'Y'
                  perform get-param-answer
                  move ws-answer to ws-control-fname
              else
                  display control-file-input-message
                  accept ws-control-fname
              end-if
              open input control-file

              evaluate control-fs
                  when other
                      display file-error-message, control-fs
              end-evaluate
              *> no one is at the terminal to re-prompt in a scheduled run
              if ws-param-mode = 'Y' and control-fs not = "00"
                  close param-file
                  move 8 to return-code
                  stop run
              end-if
           end-perform.
           if ws-param-mode = 'Y'
               perform get-param-answer
               compute ws-move-pct = function numval(ws-answer)
               perform get-param-answer
               compute ws-stale-days = function numval(ws-answer)
               close param-file
           else
               display move-pct-prompt-message
               accept ws-move-pct
               display stale-days-prompt-message
               accept ws-stale-days
           end-if.

           compute ws-today-int =
               function integer-of-date(
                  ".trendreport.txt" delimited by size
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
           display output-trend-title-line.
           display output-trend-total-line.
           write report-record from output-trend-total-line.
           close report-file.
           if ws-flagged-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       *>  check-for-parameter-file looks for a parameter file name on the
       *>  command line, the same way statmeasure does. Finding one, it
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

       *>  report-one-file reads one input file's trend history, keeping
       *>  the latest and previous runs' control totals, and writes that
       *>  file's consolidated line. A file with no trend history at all
