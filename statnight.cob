       *>  statnight is the nightly job stream in one program: it runs
       *>  statmeasure in batch mode, then stattrend, then stathouse, each
       *>  from its own parameter file, and reads each step's return code
       *>  to decide whether the stream goes on. A step ending 0 or 4
       *>  (clean, or a warning) lets the next step run; a step ending 8
       *>  or higher stops the stream there. Every step's start, end, and
       *>  return code goes to the stream log, and the step in progress is
       *>  kept in a restart file, so a rerun after a failure (or after
       *>  this program itself was cut off) picks up at the step that did
       *>  not finish instead of rerunning the whole night from the top.
       *>  Its own parameter file, named on the command line (or typed at
       *>  the prompt), carries one answer per line:
       *>    1  statmeasure's parameter file (a batch-mode parameter file)
       *>    2  stattrend's parameter file
       *>    3  stathouse's parameter file
       *>    4  the directory holding the programs (blank for the current
       *>       directory)
       *>    5  Y to restart from a restart point left on an earlier day;
       *>       blank or N discards such a point and starts at step 1
       *>  Return codes, for the scheduler:
       *>    0  every step ended 0.
       *>    4  warning: every step ran, and at least one ended 4.
       *>    8  failure: a step ended 8 or higher and the stream stopped
       *>       there (rerun to restart from it), or the parameter file
       *>       could not be opened.

       identification division.

       program-id. statnight.

       environment division.

       input-output section.

       file-control.
       *>  The parameter file names each step's own parameter file.
       select param-file assign to dynamic ws-param-fname
           organization is line sequential
           file status is param-fs.
       *>  The restart file holds the step in progress, named after the
       *>  driver's parameter file; it is left empty once the whole
       *>  stream has run.
       select restart-file assign to dynamic ws-restart-fname
           organization is line sequential
           file status is restart-fs.
       *>  The stream log is an append-only record of every step started
       *>  and ended, with its return code, named after the driver's
       *>  parameter file.
       select stream-log-file assign to dynamic ws-stream-log-fname
           organization is line sequential
           file status is stream-log-fs.

       data division.

       file section.
       fd param-file.
       01 param-record         pic x(300).
       fd restart-file.
       01 restart-record.
           02 restart-step     pic 9(1).
           02 filler           pic x(1).
           02 restart-program  pic x(12).
           02 filler           pic x(1).
           02 restart-date     pic x(8).
           02 filler           pic x(1).
           02 restart-time     pic x(6).
       fd stream-log-file.
       01 stream-log-record.
           02 out-log-date     pic x(8).
           02 filler           pic x(1).
           02 out-log-time     pic x(6).
           02 filler           pic x(1).
           02 out-log-step     pic 9(1).
           02 filler           pic x(1).
           02 out-log-program  pic x(12).
           02 filler           pic x(1).
           02 out-log-event    pic x(12).
           02 filler           pic x(1).
           02 out-log-rc       pic -(3)9.
           02 filler           pic x(1).
           02 out-log-parm     pic x(60).

       working-storage section.
       77  ws-param-fname      pic x(300).
       77  ws-restart-fname    pic x(310).
       77  ws-stream-log-fname pic x(310).
       77  param-fs            pic x(2).
       77  restart-fs          pic x(2).
       77  stream-log-fs       pic x(2).
       77  ws-program-dir      pic x(200).
       77  ws-command          pic x(600).
       *>  the shell hands back a wait status, with the program's own
       *>  return code in its high-order byte
       77  ws-system-status    pic s9(9).
       77  ws-step-rc          pic s9(4).
       77  ws-stream-rc        pic s9(4) value 0.
       77  ws-start-step       pic 9(1) value 1.
       77  step-idx            pic 9(1).
       77  step-max            pic 9(1) value 3.
       77  ws-stream-stopped   pic x(1) value 'N'.
       77  ws-log-event        pic x(12).
       *>  ws-resume-earlier is the parameter file's answer on whether a
       *>  restart point from an earlier day is still to be honoured;
       *>  ws-restart-found carries the step such a point named.
       77  ws-resume-earlier   pic x(1) value 'N'.
       77  ws-restart-found    pic 9(1) value 0.
       *>  the stream's steps, in the order they run
       01  step-program-values.
           02 filler           pic x(12) value "statmeasure".
           02 filler           pic x(12) value "stattrend".
           02 filler           pic x(12) value "stathouse".
       01  step-program-table redefines step-program-values.
           02 step-program     pic x(12) occurs 3 times.
       01  step-parm-table.
           02 step-parm        pic x(300) occurs 3 times.
       01  program-title.
           02 filler           pic x(71) value
               "Statnight Program. Runs the nightly statmeasure, stattrend, stathouse.".
       01  param-file-input-message.
           02 filler           pic x(44) value
               "Enter the nightly stream's parameter file:".
       01  param-file-error-message.
           02 filler           pic x(66) value
               "Error. The parameter file could not be opened. File status code: ".
       01  restart-message.
           02 filler           pic x(38) value
               "Restarting the stream at step number: ".
           02 out-restart-step pic 9(1).
       01  restart-stale-message.
           02 filler           pic x(64) value
               "Warning. Discarded a restart point from an earlier day at step: ".
           02 out-stale-step   pic 9(1).
           02 filler           pic x(1) value space.
           02 out-stale-date   pic x(8).
       01  step-start-message.
           02 filler           pic x(15) value "Starting step: ".
           02 out-start-program pic x(12).
       01  step-end-message.
           02 filler           pic x(12) value "Step ended: ".
           02 out-end-program  pic x(12).
           02 filler           pic x(15) value " return code: ".
           02 out-end-rc       pic -(3)9.
       01  stream-stopped-message.
           02 filler           pic x(73) value
               "Error. The stream stopped on a failed step; rerun to restart from it.".
       01  stream-done-message.
           02 filler           pic x(36) value
               "Nightly stream complete. Worst RC: ".
           02 out-stream-rc    pic -(3)9.

       procedure division.
           display program-title.
           accept ws-param-fname from command-line.
           if ws-param-fname = spaces
               display param-file-input-message
               accept ws-param-fname
           end-if.
           open input param-file.
           if param-fs not = "00"
               display param-file-error-message, param-fs
               move 8 to return-code
               stop run
           end-if.
           perform varying step-idx from 1 by 1 until step-idx > step-max
               perform get-param-line
               move param-record to step-parm(step-idx)
           end-perform.
           perform get-param-line.
           move param-record to ws-program-dir.
           perform get-param-line.
           move function upper-case(param-record(1:1))
               to ws-resume-earlier.
           close param-file.

           string function trim(ws-param-fname) delimited by size
                  ".restart" delimited by size
                  into ws-restart-fname.
           string function trim(ws-param-fname) delimited by size
                  ".log" delimited by size
                  into ws-stream-log-fname.

           perform read-restart-step.

           perform varying step-idx from ws-start-step by 1
               until step-idx > step-max or ws-stream-stopped = 'Y'
               perform run-one-step
           end-perform.

           if ws-stream-stopped = 'Y'
               display stream-stopped-message
               move 8 to ws-stream-rc
               move 0 to step-idx
               move "STREAM-STOP" to ws-log-event
               perform write-stream-log-line
           else
               *> the whole stream ran, so the next night starts from
               *> the top: empty the restart file
               open output restart-file
               close restart-file
               move ws-stream-rc to out-stream-rc
               display stream-done-message
               move 0 to step-idx
               move "STREAM-DONE" to ws-log-event
               perform write-stream-log-line
           end-if.
           move ws-stream-rc to return-code.
           stop run.

       *>  get-param-line reads the next line of the driver's parameter
       *>  file, trimmed; running out of lines yields spaces.
       get-param-line.
           read param-file
               at end
                   move spaces to param-record
           end-read.
           move function trim(param-record) to param-record.

       *>  read-restart-step looks for a step left in the restart file by
       *>  an earlier run that did not finish. Finding one, the stream
       *>  starts there; the steps before it already ran, and each
       *>  logged its own end, so they are not rerun. A point left on
       *>  an earlier day belongs to that day's night, not tonight's,
       *>  so unless the parameter file asks for it to be honoured it
       *>  is discarded and logged, and the stream starts at step 1.
       read-restart-step.
           move 1 to ws-start-step.
           move 0 to ws-restart-found.
           open input restart-file.
           if restart-fs = "00"
               read restart-file
                   at end
                       continue
                   not at end
                       if restart-step is numeric
                               and restart-step > 0
                               and restart-step not > step-max
                           move restart-step to ws-restart-found
                       end-if
               end-read
               close restart-file
           end-if.
           if ws-restart-found > 0
               if restart-date = function current-date(1:8)
                       or ws-resume-earlier = 'Y'
                   move ws-restart-found to ws-start-step
               else
                   move ws-restart-found to out-stale-step
                   move restart-date to out-stale-date
                   display restart-stale-message
                   open output restart-file
                   close restart-file
                   move ws-restart-found to step-idx
                   move "RESTART-DROP" to ws-log-event
                   perform write-stream-log-line
               end-if
           end-if.
           if ws-start-step > 1
               move ws-start-step to out-restart-step
               display restart-message
               move ws-start-step to step-idx
               move "RESTART" to ws-log-event
               perform write-stream-log-line
           end-if.

       *>  run-one-step records the step as in progress, runs its program
       *>  against its parameter file, and reads the program's return
       *>  code back. The step stays in the restart file until the next
       *>  step replaces it or the stream completes, so a failure here,
       *>  or this program being cut off mid-step, restarts at this step.
       run-one-step.
           perform write-restart-step.
           move "START" to ws-log-event.
           move 0 to ws-step-rc.
           perform write-stream-log-line.
           move step-program(step-idx) to out-start-program.
           display step-start-message.

           move spaces to ws-command.
           if ws-program-dir = spaces
               string "./" delimited by size
                      function trim(step-program(step-idx)) delimited by size
                      " " delimited by size
                      function trim(step-parm(step-idx)) delimited by size
                      into ws-command
           else
               string function trim(ws-program-dir) delimited by size
                      "/" delimited by size
                      function trim(step-program(step-idx)) delimited by size
                      " " delimited by size
                      function trim(step-parm(step-idx)) delimited by size
                      into ws-command
           end-if.
           call "SYSTEM" using ws-command.
           move return-code to ws-system-status.
           move 0 to return-code.
           divide ws-system-status by 256 giving ws-step-rc.
           *> a non-zero status with nothing in the high-order byte
           *> means the program never got to set a return code at all
           if ws-system-status not = 0 and ws-step-rc = 0
               move 8 to ws-step-rc
           end-if.

           move "END" to ws-log-event.
           perform write-stream-log-line.
           move step-program(step-idx) to out-end-program.
           move ws-step-rc to out-end-rc.
           display step-end-message.

           if ws-step-rc > ws-stream-rc
               move ws-step-rc to ws-stream-rc
           end-if.
           if ws-step-rc not < 8
               move 'Y' to ws-stream-stopped
           end-if.

       *>  write-restart-step replaces the restart file's one record with
       *>  the step about to run.
       write-restart-step.
           open output restart-file.
           move spaces to restart-record.
           move step-idx to restart-step.
           move step-program(step-idx) to restart-program.
           move function current-date(1:8) to restart-date.
           move function current-date(9:6) to restart-time.
           write restart-record.
           close restart-file.

       *>  write-stream-log-line appends one event to the stream log: the
       *>  step number and program (zero and blank for the stream as a
       *>  whole), the event, the return code, and the step's parameter
       *>  file. The open-extend-or-output dance mirrors statmeasure's
       *>  audit file.
       write-stream-log-line.
           open input stream-log-file.
           if stream-log-fs = "00"
               close stream-log-file
               open extend stream-log-file
           else
               open output stream-log-file
           end-if.
           move spaces to stream-log-record.
           move function current-date(1:8) to out-log-date.
           move function current-date(9:6) to out-log-time.
           move ws-log-event to out-log-event.
           if step-idx > 0 and step-idx not > step-max
               move step-idx to out-log-step
               move step-program(step-idx) to out-log-program
               move step-parm(step-idx) to out-log-parm
           else
               move 0 to out-log-step
           end-if.
           if ws-log-event = "START" or ws-log-event = "RESTART"
                   or ws-log-event = "RESTART-DROP"
               move 0 to out-log-rc
           else
               if step-idx = 0
                   move ws-stream-rc to out-log-rc
               else
                   move ws-step-rc to out-log-rc
               end-if
           end-if.
           write stream-log-record.
           close stream-log-file.
