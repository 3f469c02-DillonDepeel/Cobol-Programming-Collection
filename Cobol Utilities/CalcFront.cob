          05 rate-asof      pic 9(8) comp-5.
          05 rate-resolved  pic s9(3)v9(4) comp-3.
          05 rate-effective pic 9(8) comp-5.
       01 series-request.
          05 series-basis    pic x.
              88 series-population value "P".
          05 series-results.
             10 stat-count       pic 9(4) comp-5.
             10 stat-sum         pic s9(19)v9(19) comp-3.
             10 stat-mean        pic s9(19)v9(19) comp-3.
             10 stat-median      pic s9(19)v9(19) comp-3.
             10 stat-minimum     pic s9(19)v9(19) comp-3.
             10 stat-maximum     pic s9(19)v9(19) comp-3.
             10 stat-variance    pic s9(19)v9(19) comp-3.
             10 stat-stddev      pic s9(19)v9(19) comp-3.
             10 stat-slope       pic s9(19)v9(19) comp-3.
             10 stat-intercept   pic s9(19)v9(19) comp-3.
             10 stat-correlation pic s9(19)v9(19) comp-3.
          05 series-count    pic 9(4) comp-5 value 0.
          05 series-entry occurs 1 to 500 times
                          depending on series-count.
             10 series-x     pic s9(19)v9(19) comp-3.
             10 series-y     pic s9(19)v9(19) comp-3.
       01 ws-rate-shown  pic zz9.9999.
       01 ws-series-done pic x.
       01 ws-count-shown pic zzz9.

      * the session tape and its on-screen review ring.
       01 ws-tape-status pic xx value "99".
           display "  evaluate recall clearmemory quit"
           display "  let vars clearvars postedrate"
           display "  daysbetween addbusdays nextbusday prevbusday"
           display "  statistics trendline (a series of values)"
           display "  tape (ANS in expressions = previous result)"
           display "OPERATION: " with no advancing
           accept ws-choice
             perform do-posted-rate
             go to main-loop
           end-if
           if ws-choice = "statistics" or ws-choice = "trendline"
             perform do-series
             go to main-loop
           end-if
           if ws-choice = "tape"
             perform show-tape
             go to main-loop
           end-perform
           .

      * key a series one value (or x/y pair) to a line, a blank line
      * ending it, and show every figure the module hands back.  the
      * tape carries the count and the sum (the intercept for a trend
      * line) as its two operands.
       do-series.
           move 0 to series-count
           move space to series-basis
           if ws-choice = "statistics"
             display "POPULATION FIGURES (Y/N)? " with no advancing
             accept ws-input
             if ws-input = "Y" or ws-input = "y"
               move "P" to series-basis
             end-if
           end-if
           display "ONE VALUE PER LINE, BLANK LINE TO FINISH"
           move "N" to ws-series-done
           perform until ws-series-done = "Y"
             move spaces to ws-input
             if ws-choice = "statistics"
               display "VALUE: " with no advancing
             else
               display "X: " with no advancing
             end-if
             accept ws-input
             if ws-input = spaces
               move "Y" to ws-series-done
             else
               add 1 to series-count
               compute series-x(series-count) =
                   function numval(ws-input)
               move 0 to series-y(series-count)
               if ws-choice = "trendline"
                 display "Y: " with no advancing
                 accept ws-input
                 compute series-y(series-count) =
                     function numval(ws-input)
               end-if
               if series-count = 500
                 display "500 VALUES - THE SERIES IS FULL"
                 move "Y" to ws-series-done
               end-if
             end-if
           end-perform
           move ws-choice to ws-entry-name
           call ws-entry-name using calculator series-request
           if calc-status-ok
             perform show-series
           else
             perform show-result
           end-if
           move stat-count to arg1
           if ws-choice = "statistics"
             move stat-sum to arg2
           else
             move stat-intercept to arg2
           end-if
           perform write-tape
           .

       show-series.
           move stat-count to ws-count-shown
           display "COUNT:       " function trim(ws-count-shown)
           if ws-choice = "statistics"
             move stat-sum to ws-shown
             display "SUM:         " function trim(ws-shown)
             move stat-mean to ws-shown
             display "MEAN:        " function trim(ws-shown)
             move stat-median to ws-shown
             display "MEDIAN:      " function trim(ws-shown)
             move stat-minimum to ws-shown
             display "MINIMUM:     " function trim(ws-shown)
             move stat-maximum to ws-shown
             display "MAXIMUM:     " function trim(ws-shown)
             move stat-variance to ws-shown
             display "VARIANCE:    " function trim(ws-shown)
             move stat-stddev to ws-shown
             display "STD DEV:     " function trim(ws-shown)
           else
             move stat-slope to ws-shown
             display "SLOPE:       " function trim(ws-shown)
             move stat-intercept to ws-shown
             display "INTERCEPT:   " function trim(ws-shown)
             move stat-correlation to ws-shown
             display "CORRELATION: " function trim(ws-shown)
           end-if
           move storage to ws-memory
           display "MEMORY:      " function trim(ws-memory)
           .

      * bind a name to a value; the module keeps the bindings
      * alongside calmemory, so they survive between expressions.
       do-let.
