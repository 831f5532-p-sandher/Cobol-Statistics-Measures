       *>  file and writes a manifest of what it moved - and refuses to
       *>  touch the sidecars of any file whose lock file says a run is
       *>  still in progress, so nobody ever purges a live checkpoint.
       *>  Like statmeasure, it can run unattended: a parameter file
       *>  named on the command line answers the prompts in order (the
       *>  control file name, the retention days).
       *>  Return codes, for the scheduler:
       *>    0  every file listed was archived or kept current.
       *>    4  warning: at least one file was skipped, locked by a run
       *>       in progress or with no trend history to age it by.
       *>    8  failure: the parameter or control file could not be
       *>       opened, or the day's archive or manifest could not be
       *>       written (a sidecar is never truncated unless its lines
       *>       reached the archive).

       identification division.

       select manifest-file assign to dynamic ws-manifest-fname
           organization is line sequential
           file status is manifest-fs.
       *>  The parameter file carries the answers to every prompt, one
       *>  per line in prompt order, so the overnight scheduler can run
       *>  housekeeping with no operator at the terminal.
       select param-file assign to dynamic ws-param-fname
           organization is line sequential
           file status is param-fs.

       data division.

           02 out-man-action   pic x(16).
           02 filler           pic x(1).
           02 out-man-lines    pic -(6)9.
       fd param-file.
       01 param-record         pic x(300).

       working-storage section.
       77  ws-control-fname    pic x(300).
       77  trend-feof          pic x(1).
       77  sidecar-feof        pic x(1).
       77  ws-retention-days   pic 9(4) value 0.
       77  ws-param-fname      pic x(300).
       77  param-fs            pic x(2).
       77  ws-param-mode       pic x(1) value 'N'.
       77  ws-answer           pic x(300).
       *>  ws-house-rc is raised to 8 by any archive or manifest write
       *>  failure; skips only warn, and are read off ws-files-skipped
       *>  at the end
       77  ws-house-rc         pic s9(4) value 0.
       77  ws-locked           pic x(1).
       77  ws-last-date        pic x(8).
       77  ws-today-date       pic x(8).
       77  ws-last-int         pic s9(7).
       77  ws-days-since       pic s9(7).
       77  suffix-idx          pic s9(2).
       77  suffix-max          pic s9(2) value 13.
       77  ws-sidecar-lines    pic s9(7).
       77  ws-file-lines-moved pic s9(7).
       77  ws-files-archived   pic s9(5) value 0.
           02 filler           pic x(16) value ".rollup.txt".
           02 filler           pic x(16) value ".compare.txt".
           02 filler           pic x(16) value ".trendreport.txt".
           02 filler           pic x(16) value ".limits.txt".
           02 filler           pic x(16) value ".sample.txt".
       01  sidecar-suffix-table redefines sidecar-suffix-values.
           02 sidecar-suffix   pic x(16) occurs 13 times.
       01  program-title.
           02 filler           pic x(76) value
               "Stathouse Program. Archives aged statmeasure sidecar files with a manifest.".
       01  file-error-message.
           02 filler           pic x(56) value
               "Error. This file could not be opened. File status code: ".
       01  param-file-error-message.
           02 filler           pic x(66) value
               "Error. The parameter file could not be opened. File status code: ".
       01  archive-begin-line.
           02 filler           pic x(9) value "== BEGIN ".
           02 out-arc-begin-name pic x(100).

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
               compute ws-retention-days = function numval(ws-answer)
               close param-file
           else
               display retention-prompt-message
               accept ws-retention-days
           end-if.

           move function current-date(1:8) to ws-today-date.
           compute ws-today-int =
           move ws-files-archived to out-files-archived.
           move ws-files-skipped to out-files-skipped.
           display housekeeping-total-message.
           if ws-house-rc < 8 and ws-files-skipped > 0
               move 4 to ws-house-rc
           end-if.
           move ws-house-rc to return-code.
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

       *>  process-one-name decides one input file's fate: refused while
       *>  its lock says a run is in progress, left alone while its last
       *>  run is within the retention window (or its age is unknowable
           open input sidecar-file.
           if sidecar-fs = "00"
               perform open-archive-for-append
           end-if.
           *> a sidecar whose lines cannot reach the archive is left
           *> exactly as it is, and the run is marked failed
           if sidecar-fs = "00" and archive-fs not = "00"
               display file-error-message, archive-fs
               close sidecar-file
               move 8 to ws-house-rc
           end-if.
           if sidecar-fs = "00" and archive-fs = "00"
               move function trim(ws-sidecar-fname)
                   to out-arc-begin-name
               write archive-record from archive-begin-line
       *>  moved (zero unless archived).
       write-file-manifest-line.
           perform open-manifest-for-append.
           perform check-manifest-open.
           move spaces to manifest-record.
           move ws-today-date to out-man-date.
           move function trim(ws-fname) to out-man-fname.
       *>  its full name with the lines it gave up.
       write-sidecar-manifest-line.
           perform open-manifest-for-append.
           perform check-manifest-open.
           move spaces to manifest-record.
           move ws-today-date to out-man-date.
           move function trim(ws-sidecar-fname) to out-man-fname.
           write manifest-record.
           display manifest-record.
           close manifest-file.

       *>  check-manifest-open marks the run failed when the day's
       *>  manifest could not be opened: the outcome still goes to the
       *>  console, but the record the auditors rely on is missing it.
       check-manifest-open.
           if manifest-fs not = "00"
               display file-error-message, manifest-fs
               move 8 to ws-house-rc
           end-if.
