       *>  so a "what was the mean and count for extract X on date Y"
       *>  question is a keyed lookup instead of a dig through loose
       *>  summary sidecar files.
       *>  Return codes, for the scheduler:
       *>    0  at least one run matched and was displayed.
       *>    4  warning: no run on file matches the name and date given.
       *>    8  failure: the history master could not be opened.

       identification division.

           open input history-file.
           if history-fs not = "00"
               display file-error-message, history-fs
               move 8 to return-code
               stop run
           end-if.

           close history-file.
           if ws-match-count = 0
               display no-match-message
               move 4 to return-code
           else
               display output-underline
               move ws-match-count to out-match-count
               display match-count-message
               move 0 to return-code
           end-if.
           stop run.

