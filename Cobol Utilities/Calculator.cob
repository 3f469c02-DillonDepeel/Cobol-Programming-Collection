       01 ws-dt-left     pic s9(4) comp-5.
       01 ws-dt-dow      pic 9(4) comp-5.

      * statistics entries: a sorted copy of the series for the
      * median, and the sums of squares the spread and the trend
      * line are built from - wider than the calculator fields, as
      * five hundred squared balances soon outgrow 19 digits.
       01 ws-st-sorted.
          05 ws-st-value occurs 500 pic s9(19)v9(19) comp-3.
       01 ws-st-i        pic 9(4) comp-5.
       01 ws-st-j        pic 9(4) comp-5.
       01 ws-st-mid      pic 9(4) comp-5.
       01 ws-st-rem      pic 9(4) comp-5.
       01 ws-st-placed   pic x.
       01 ws-st-hold     pic s9(19)v9(19) comp-3.
       01 ws-st-mean-x   pic s9(19)v9(19) comp-3.
       01 ws-st-mean-y   pic s9(19)v9(19) comp-3.
       01 ws-st-sum-y    pic s9(19)v9(19) comp-3.
       01 ws-st-sxx      pic s9(27)v9(11) comp-3.
       01 ws-st-syy      pic s9(27)v9(11) comp-3.
       01 ws-st-sxy      pic s9(27)v9(11) comp-3.

       linkage section.
       01 calculator.
          05 arg1        pic s9(19)v9(19) comp-3.
          05 rate-resolved  pic s9(3)v9(4) comp-3.
          05 rate-effective pic 9(8) comp-5.

      * request block for the statistics entries: the series goes
      * in as a table, the way the batch entry takes its table, and
      * the figures come back in series-results.  series-y is only
      * read by the paired (trendline) entry.  series-basis "P" asks
      * for the population variance and standard deviation; anything
      * else gives the sample figures (divisor n - 1), which is what
      * the desk calculators print.
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
          05 series-count    pic 9(4) comp-5.
          05 series-entry occurs 1 to 500 times
                          depending on series-count.
             10 series-x     pic s9(19)v9(19) comp-3.
             10 series-y     pic s9(19)v9(19) comp-3.

       01 batch-table.
          05 batch-count pic 9(4) comp-5.
          05 batch-entry occurs 1 to 100 times
         close transaction-log-file
         exit program.

      * statistics over a series: count, sum, mean, median, minimum,
      * maximum, variance and standard deviation, with the mean as
      * the result.  an empty series is the domain status.
       entry "statistics" using calculator series-request.
         initialize series-results
         move 0 to result
         if series-count < 1 or series-count > 500 then
           set calc-status-domain to true
         else
           set calc-status-ok to true
           perform compute-series-stats
         end-if
         if calc-status-ok then
           move stat-mean to result
           add result to calmemory
         end-if
         move calmemory to storage
         move "STATS" to ws-log-op
         move stat-count to ws-log-num-1
         move stat-sum to ws-log-num-2
         perform write-series-log
         exit program.

      * least-squares trend line over the pairs (series-x, series-y):
      * y = intercept + slope * x, and the correlation coefficient,
      * with the slope as the result.  fewer than two pairs, or every
      * x the same, is the domain status; a flat y gives correlation
      * zero.
       entry "trendline" using calculator series-request.
         initialize series-results
         move 0 to result
         if series-count < 2 or series-count > 500 then
           set calc-status-domain to true
         else
           set calc-status-ok to true
           perform compute-series-trend
         end-if
         if calc-status-ok then
           move stat-slope to result
           add result to calmemory
         end-if
         move calmemory to storage
         move "TREND" to ws-log-op
         move stat-count to ws-log-num-1
         move stat-intercept to ws-log-num-2
         perform write-series-log
         exit program.

       entry "batch" using batch-table.
         perform varying ws-batch-idx from 1 by 1
                 until ws-batch-idx > batch-count
         close transaction-log-file
         .

      * one pass for the sum and the extremes, then the mean, the
      * squared deviations from it, and an insertion sort of the
      * copy for the median.
       compute-series-stats.
         move series-count to stat-count
         move series-x(1) to stat-minimum
         move series-x(1) to stat-maximum
         perform varying ws-st-i from 1 by 1
                 until ws-st-i > series-count
           add series-x(ws-st-i) to stat-sum
             on size error
               set calc-status-overflow to true
           end-add
           if series-x(ws-st-i) < stat-minimum
             move series-x(ws-st-i) to stat-minimum
           end-if
           if series-x(ws-st-i) > stat-maximum
             move series-x(ws-st-i) to stat-maximum
           end-if
           move series-x(ws-st-i) to ws-st-value(ws-st-i)
         end-perform
         if not calc-status-ok
           exit paragraph
         end-if
         compute stat-mean rounded = stat-sum / series-count
         move 0 to ws-st-sxx
         perform varying ws-st-i from 1 by 1
                 until ws-st-i > series-count
           compute ws-st-sxx = ws-st-sxx
               + (series-x(ws-st-i) - stat-mean) ** 2
             on size error
               set calc-status-overflow to true
           end-compute
         end-perform
         if not calc-status-ok
           exit paragraph
         end-if
         if series-population
           compute stat-variance rounded = ws-st-sxx / series-count
         else
           if series-count > 1
             compute stat-variance rounded =
                 ws-st-sxx / (series-count - 1)
               on size error
                 set calc-status-overflow to true
             end-compute
           end-if
         end-if
         if calc-status-ok
           compute stat-stddev rounded = function sqrt(stat-variance)
         end-if
         perform varying ws-st-i from 2 by 1
                 until ws-st-i > series-count
           move ws-st-value(ws-st-i) to ws-st-hold
           move ws-st-i to ws-st-j
           move "N" to ws-st-placed
           perform until ws-st-placed = "Y"
             if ws-st-j = 1
               move "Y" to ws-st-placed
             else
               if ws-st-value(ws-st-j - 1) <= ws-st-hold
                 move "Y" to ws-st-placed
               else
                 move ws-st-value(ws-st-j - 1) to ws-st-value(ws-st-j)
                 subtract 1 from ws-st-j
               end-if
             end-if
           end-perform
           move ws-st-hold to ws-st-value(ws-st-j)
         end-perform
         divide series-count by 2 giving ws-st-mid
             remainder ws-st-rem
         if ws-st-rem = 1
           move ws-st-value(ws-st-mid + 1) to stat-median
         else
           compute stat-median rounded =
               (ws-st-value(ws-st-mid) + ws-st-value(ws-st-mid + 1))
               / 2
         end-if
         .

       compute-series-trend.
         move series-count to stat-count
         move 0 to ws-st-sum-y
         perform varying ws-st-i from 1 by 1
                 until ws-st-i > series-count
           add series-x(ws-st-i) to stat-sum
             on size error
               set calc-status-overflow to true
           end-add
           add series-y(ws-st-i) to ws-st-sum-y
             on size error
               set calc-status-overflow to true
           end-add
         end-perform
         if not calc-status-ok
           exit paragraph
         end-if
         compute ws-st-mean-x rounded = stat-sum / series-count
         compute ws-st-mean-y rounded = ws-st-sum-y / series-count
         move 0 to ws-st-sxx ws-st-syy ws-st-sxy
         perform varying ws-st-i from 1 by 1
                 until ws-st-i > series-count
           compute ws-st-sxx = ws-st-sxx
               + (series-x(ws-st-i) - ws-st-mean-x) ** 2
             on size error
               set calc-status-overflow to true
           end-compute
           compute ws-st-syy = ws-st-syy
               + (series-y(ws-st-i) - ws-st-mean-y) ** 2
             on size error
               set calc-status-overflow to true
           end-compute
           compute ws-st-sxy = ws-st-sxy
               + (series-x(ws-st-i) - ws-st-mean-x)
               * (series-y(ws-st-i) - ws-st-mean-y)
             on size error
               set calc-status-overflow to true
           end-compute
         end-perform
         if not calc-status-ok
           exit paragraph
         end-if
         if ws-st-sxx = 0
           set calc-status-domain to true
           exit paragraph
         end-if
         compute stat-slope rounded = ws-st-sxy / ws-st-sxx
           on size error
             set calc-status-overflow to true
         end-compute
         compute stat-intercept rounded =
             ws-st-mean-y - stat-slope * ws-st-mean-x
           on size error
             set calc-status-overflow to true
         end-compute
         if ws-st-syy not = 0
           compute stat-correlation rounded = ws-st-sxy
               / (function sqrt(ws-st-sxx) * function sqrt(ws-st-syy))
         end-if
         .

      * the statistics entries log the count and the sum (or the
      * intercept) where the two operands usually go.
       write-series-log.
         if calc-status-ok
           move result to ws-ans-value
         end-if
         move result to ws-log-num-3
         move spaces to log-record
         string function trim(ws-log-op) " "
                function trim(ws-log-num-1) " "
                function trim(ws-log-num-2) " = "
                function trim(ws-log-num-3)
           delimited by size into log-record
         open extend transaction-log-file
         if ws-log-ok-or-new then
           write log-record
         end-if
         close transaction-log-file
         .

      * arg2 = 1 asks for degrees; the angle itself rides in arg1.
       set-trig-angle.
         if arg2 = 1 then
