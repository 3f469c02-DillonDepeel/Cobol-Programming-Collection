      * is called, and the answer goes to calcbatch.out as
      *     account-ref|operation|result|status-word
      *
      * a series for the statistics entries is keyed one value to a
      * record - "value" records (operand-1 only) or, for a trend
      * line, "pair" records (x and y) - all under the same
      * account-ref, closed by a "statistics" or "trendline" record
      * for that account-ref.  statistics takes "P" as operand-1 for
      * the population figures.  each figure comes back on its own
      * output line as account-ref|statistics.mean|result|status-word
      * and so on; a series left open when the account-ref changes,
      * or at the end of the file, is counted on the report as
      * unused.
      *
      * the part audit demands is the control-total report
      * (calcbatch.rpt): records in, records out, rejects broken down
      * by calc-status with the reason in words, and hash totals of
      * the operand and result amounts - an out-of-balance run is
      * caught the same night, not at month-end.
      *
      * compare mode (CALCBATCH_MODE=COMPARE in the environment) is
      * the parallel run for a change to the calculate module: the
      * previous night's CALCBATCH.OUT, kept as CALCBATCH.EXP by the
      * step before this one, is the expected answer.  tonight's run
      * goes ahead as usual, and every output line is matched to the
      * expected line for the same account-ref and operation.  the
      * variance report (calcbatch.var) lists each one whose result
      * or status-word differs, with both values and the difference,
      * plus the lines new tonight and those gone missing, and ends
      * with the matched/changed/new/missing counts.  a changed
      * status-word, or a result further off than
      * CALCBATCH_TOLERANCE (default zero), is out of tolerance:
      * the step ends with return code 8, so runbook stops the run
      * before anything downstream picks up the output.
      *
      * checkpoint/restart, for the quarter-end file.  every
      * CALCBATCH_CHECKPOINT input records (default 1000) the run
      * rewrites calcbatch.ckp with how far it has read, how many
      * lines calcbatch.out holds, and every control total; a
      * checkpoint due while a series is open waits until the series
      * is closed.  a run that finds a checkpoint not marked complete
      * restarts from it: calcbatch.out is cut back to the lines the
      * checkpoint counted (through the work file calcbatch.otk), the
      * input records already done are skipped, and the totals carry
      * on, so calcbatch.rpt balances as if the run had never
      * stopped.  in compare mode the kept lines are compared again
      * on the way through, which rebuilds the variance report.
      * CALCBATCH_RESTART=NO starts from the top regardless.  entries
      * the module wrote to calc.log after the last checkpoint are
      * written a second time by the restart.

       environment division.
       input-output section.
               assign to "CALCBATCH.RPT"
               organization is line sequential
               file status is ws-ctl-status.
           select optional expected-file
               assign to "CALCBATCH.EXP"
               organization is line sequential
               file status is ws-exp-status.
           select optional variance-file
               assign to "CALCBATCH.VAR"
               organization is line sequential
               file status is ws-var-status.
           select optional checkpoint-file
               assign to "CALCBATCH.CKP"
               organization is line sequential
               file status is ws-ckp-status.
           select optional keep-file
               assign to "CALCBATCH.OTK"
               organization is line sequential
               file status is ws-keep-status.

       data division.
       file section.
       01  out-record       pic x(100).
       fd  control-file.
       01  control-record   pic x(100).
       fd  expected-file.
       01  expected-record  pic x(100).
       fd  variance-file.
       01  variance-record  pic x(160).
       fd  checkpoint-file.
       01  checkpoint-record.
           05 ckp-state      pic x.
               88 ckp-complete value "C".
           05 filler         pic x.
           05 ckp-read       pic 9(9).
           05 filler         pic x.
           05 ckp-out-lines  pic 9(9).
           05 filler         pic x.
           05 ckp-count-in   pic 9(7).
           05 filler         pic x.
           05 ckp-count-out  pic 9(7).
           05 ckp-reject occurs 6 times.
              10 filler      pic x.
              10 ckp-rej     pic 9(7).
           05 filler         pic x.
           05 ckp-hash-in    pic s9(15)v9(6) sign leading separate.
           05 filler         pic x.
           05 ckp-hash-out   pic s9(15)v9(6) sign leading separate.
           05 filler         pic x.
           05 ckp-taken      pic 9(7).
           05 filler         pic x.
           05 ckp-unused     pic 9(7).
       fd  keep-file.
       01  keep-record      pic x(100).

       working-storage section.
      * the calculate module's linkage structure, laid out exactly
              88 calc-status-overflow value 2.
              88 calc-status-syntax   value 3.
              88 calc-status-domain   value 4.
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

       01 ws-txn-status  pic xx value "99".
       01 ws-out-status  pic xx value "99".
       01 ws-hash-out    pic s9(15)v9(6) comp-3 value 0.
       01 ws-hash-shown  pic -(14)9.9(6).
       01 ws-count-ed    pic z(6)9.
      * the open series: whose it is, and the values taken into a
      * series and those never closed by a statistics record.
       01 ws-series-account pic x(10) value spaces.
       01 ws-series-taken   pic 9(7) value 0.
       01 ws-series-unused  pic 9(7) value 0.
       01 ws-figure-name    pic x(12).
       01 ws-figure-value   pic s9(19)v9(19) comp-3.
       01 ws-ctl-line    pic x(100).

      * compare mode: last night's answers keyed by account-ref and
      * operation, each used once, and the variance counts.
       01 ws-compare-mode   pic x value "N".
           88 ws-comparing  value "Y".
       01 ws-env-value      pic x(20).
       01 ws-exp-status     pic xx value "99".
       01 ws-var-status     pic xx value "99".
       01 ws-exp-eof        pic x.
       01 ws-expected-table.
          05 ws-exp-row occurs 5000 times.
             10 ws-exp-account pic x(10).
             10 ws-exp-op      pic x(24).
             10 ws-exp-result  pic x(30).
             10 ws-exp-word    pic x(12).
             10 ws-exp-used    pic x.
       01 ws-exp-count      pic 9(4) comp-5 value 0.
       01 ws-exp-ix         pic 9(4) comp-5.
       01 ws-exp-hit        pic 9(4) comp-5.
       01 ws-exp-overflow   pic x value "N".
       01 ws-cmp-account    pic x(10).
       01 ws-cmp-op         pic x(24).
       01 ws-cmp-result     pic x(30).
       01 ws-cmp-word       pic x(12).
       01 ws-cmp-expected   pic s9(19)v9(6) comp-3.
       01 ws-cmp-actual     pic s9(19)v9(6) comp-3.
       01 ws-cmp-diff       pic s9(19)v9(6) comp-3.
       01 ws-cmp-flag       pic x(16).
       01 ws-tolerance      pic s9(9)v9(6) comp-3 value 0.
       01 ws-tol-shown      pic -(9)9.9(6).
       01 ws-diff-shown     pic -(18)9.9(6).
       01 ws-var-line       pic x(160).
       01 ws-cnt-matched    pic 9(7) value 0.
       01 ws-cnt-changed    pic 9(7) value 0.
       01 ws-cnt-out-tol    pic 9(7) value 0.
       01 ws-cnt-new        pic 9(7) value 0.
       01 ws-cnt-missing    pic 9(7) value 0.

      * checkpoint/restart: physical input records read and output
      * lines written so far, and the records since the last
      * checkpoint.
       01 ws-ckp-status     pic xx value "99".
       01 ws-keep-status    pic xx value "99".
       01 ws-read-count     pic 9(9) value 0.
       01 ws-out-lines      pic 9(9) value 0.
       01 ws-ckp-every      pic 9(9) value 1000.
       01 ws-since-ckp      pic 9(9) value 0.
       01 ws-restarting     pic x value "N".
       01 ws-ckp-state      pic x value "R".
       01 ws-skip-left      pic 9(9) value 0.
       01 ws-keep-left      pic 9(9) value 0.
       01 ws-keep-eof       pic x.
       01 ws-ckp-shown      pic z(8)9.

      * the operations this job accepts and whether each needs a
      * second operand; everything else is a reject.
       01 ws-needs-arg2  pic x.
             display "NO CALCBATCH.IN - NOTHING TO RUN"
             stop run
           end-if
           move spaces to ws-env-value
           display "CALCBATCH_MODE" upon environment-name
           accept ws-env-value from environment-value
           if function upper-case(ws-env-value) = "COMPARE"
             perform start-compare
           end-if
           perform check-restart
           if ws-restarting = "Y"
             perform restart-output
           else
             open output out-file
           end-if
           if ws-out-status not = "00" and ws-out-status not = "05"
             display "CANNOT WRITE CALCBATCH.OUT"
             stop run
           end-if
           perform one-transaction until ws-eof = "Y"
           add series-count to ws-series-unused
           move 0 to series-count
           close txn-file
           close out-file
           perform write-control-report
           move "C" to ws-ckp-state
           perform write-checkpoint
           display "BATCH COMPLETE - CONTROLS IN CALCBATCH.RPT"
           if ws-comparing
             perform finish-compare
           end-if
           stop run.

      * load last night's answers and start the variance report.
      * with no expected file there is nothing to prove, and an
      * expected file too big to hold cannot be proved either; both
      * stop the step.
       start-compare.
           move "Y" to ws-compare-mode
           move spaces to ws-env-value
           display "CALCBATCH_TOLERANCE" upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
             compute ws-tolerance = function numval(ws-env-value)
             if ws-tolerance < 0
               compute ws-tolerance = 0 - ws-tolerance
             end-if
           end-if
           open input expected-file
           if ws-exp-status not = "00"
             display "COMPARE MODE: NO CALCBATCH.EXP - NOTHING TO "
                     "COMPARE AGAINST"
             move 8 to return-code
             stop run
           end-if
           move "N" to ws-exp-eof
           perform load-one-expected until ws-exp-eof = "Y"
           close expected-file
           if ws-exp-overflow = "Y"
             display "COMPARE MODE: CALCBATCH.EXP HAS MORE THAN 5000 "
                     "LINES - RUN NOT COMPARED"
             move 8 to return-code
             stop run
           end-if
           open output variance-file
           if ws-var-status not = "00" and ws-var-status not = "05"
             display "CANNOT WRITE CALCBATCH.VAR"
             move 8 to return-code
             stop run
           end-if
           move ws-tolerance to ws-tol-shown
           move spaces to ws-var-line
           string "CALCBATCH PARALLEL-RUN VARIANCE REPORT - TOLERANCE "
                  function trim(ws-tol-shown)
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           move spaces to ws-var-line
           string "ACCOUNT    OPERATION                "
                  "EXPECTED                  ACTUAL"
                  "                                    DIFFERENCE"
                  " STATUS"
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           .

       load-one-expected.
           read expected-file
             at end
               move "Y" to ws-exp-eof
             not at end
               if expected-record not = spaces
                 if ws-exp-count >= 5000
                   move "Y" to ws-exp-overflow
                 else
                   add 1 to ws-exp-count
                   move "N" to ws-exp-used(ws-exp-count)
                   move spaces to ws-exp-account(ws-exp-count)
                       ws-exp-op(ws-exp-count)
                       ws-exp-result(ws-exp-count)
                       ws-exp-word(ws-exp-count)
                   unstring expected-record delimited by "|"
                       into ws-exp-account(ws-exp-count)
                            ws-exp-op(ws-exp-count)
                            ws-exp-result(ws-exp-count)
                            ws-exp-word(ws-exp-count)
                 end-if
               end-if
           end-read
           .

      * one line of tonight's output against the first unused
      * expected line for the same account-ref and operation.
       compare-one-output.
           move spaces to ws-cmp-account ws-cmp-op ws-cmp-result
               ws-cmp-word
           unstring out-record delimited by "|"
               into ws-cmp-account ws-cmp-op ws-cmp-result
                    ws-cmp-word
           move 0 to ws-exp-hit
           perform varying ws-exp-ix from 1 by 1
                   until ws-exp-ix > ws-exp-count or ws-exp-hit > 0
             if ws-exp-used(ws-exp-ix) = "N"
                and ws-exp-account(ws-exp-ix) = ws-cmp-account
                and ws-exp-op(ws-exp-ix) = ws-cmp-op
               move ws-exp-ix to ws-exp-hit
             end-if
           end-perform
           compute ws-cmp-actual = function numval(ws-cmp-result)
           if ws-exp-hit = 0
             add 1 to ws-cnt-new
             move "NEW" to ws-cmp-flag
             move spaces to ws-var-line
             string ws-cmp-account " " ws-cmp-op " "
                    "(NONE)                    "
                    ws-cmp-result(1:24) "  "
                    "                          "
                    function trim(ws-cmp-word) " NEW"
               delimited by size into ws-var-line
             write variance-record from ws-var-line
             exit paragraph
           end-if
           move "Y" to ws-exp-used(ws-exp-hit)
           compute ws-cmp-expected =
               function numval(ws-exp-result(ws-exp-hit))
           compute ws-cmp-diff = ws-cmp-actual - ws-cmp-expected
           if ws-cmp-diff = 0
              and ws-cmp-word = ws-exp-word(ws-exp-hit)
             add 1 to ws-cnt-matched
             exit paragraph
           end-if
           add 1 to ws-cnt-changed
           move "CHANGED" to ws-cmp-flag
           if ws-cmp-word not = ws-exp-word(ws-exp-hit)
              or ws-cmp-diff > ws-tolerance
              or ws-cmp-diff < 0 - ws-tolerance
             add 1 to ws-cnt-out-tol
             move "OUT OF TOLERANCE" to ws-cmp-flag
           end-if
           move ws-cmp-diff to ws-diff-shown
           move spaces to ws-var-line
           string ws-cmp-account " " ws-cmp-op " "
                  ws-exp-result(ws-exp-hit)(1:24) "  "
                  ws-cmp-result(1:24) "  "
                  ws-diff-shown " "
                  function trim(ws-exp-word(ws-exp-hit)) "/"
                  function trim(ws-cmp-word) " "
                  function trim(ws-cmp-flag)
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           .

      * what was expected and never came, then the counts; out of
      * tolerance ends the step with return code 8.
       finish-compare.
           perform varying ws-exp-ix from 1 by 1
                   until ws-exp-ix > ws-exp-count
             if ws-exp-used(ws-exp-ix) = "N"
               add 1 to ws-cnt-missing
               move spaces to ws-var-line
               string ws-exp-account(ws-exp-ix) " "
                      ws-exp-op(ws-exp-ix) " "
                      ws-exp-result(ws-exp-ix)(1:24) "  "
                      "(NONE)                    "
                      "                          "
                      function trim(ws-exp-word(ws-exp-ix))
                      " MISSING"
                 delimited by size into ws-var-line
               write variance-record from ws-var-line
             end-if
           end-perform
           move spaces to variance-record
           write variance-record
           move ws-cnt-matched to ws-count-ed
           move spaces to ws-var-line
           string "MATCHED:           " ws-count-ed
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           move ws-cnt-changed to ws-count-ed
           move spaces to ws-var-line
           string "CHANGED:           " ws-count-ed
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           move ws-cnt-out-tol to ws-count-ed
           move spaces to ws-var-line
           string "  OUT OF TOLERANCE:" ws-count-ed
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           move ws-cnt-new to ws-count-ed
           move spaces to ws-var-line
           string "NEW:               " ws-count-ed
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           move ws-cnt-missing to ws-count-ed
           move spaces to ws-var-line
           string "MISSING:           " ws-count-ed
             delimited by size into ws-var-line
           write variance-record from ws-var-line
           close variance-file
           if ws-cnt-out-tol > 0
             move ws-cnt-out-tol to ws-count-ed
             display "COMPARE MODE: " function trim(ws-count-ed)
                     " RESULT(S) OUT OF TOLERANCE - SEE CALCBATCH.VAR"
             move 8 to return-code
           else
             display "COMPARE MODE: WITHIN TOLERANCE - SEE "
                     "CALCBATCH.VAR"
           end-if
           .

       one-transaction.
           read txn-file
             at end
               move "Y" to ws-eof
             not at end
               add 1 to ws-read-count
               add 1 to ws-since-ckp
               if txn-record not = spaces
                 add 1 to ws-count-in
                 perform process-one
               end-if
           end-read
           if ws-eof not = "Y" and ws-since-ckp >= ws-ckp-every
              and series-count = 0
             perform take-checkpoint
           end-if
           .

      * a checkpoint from an unfinished run means a restart, unless
      * CALCBATCH_RESTART=NO.  the interval is read here as well.
       check-restart.
           move spaces to ws-env-value
           display "CALCBATCH_CHECKPOINT" upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
             compute ws-ckp-every = function numval(ws-env-value)
             if ws-ckp-every < 1
               move 1000 to ws-ckp-every
             end-if
           end-if
           move spaces to ws-env-value
           display "CALCBATCH_RESTART" upon environment-name
           accept ws-env-value from environment-value
           if function upper-case(ws-env-value) = "NO"
             exit paragraph
           end-if
           open input checkpoint-file
           if ws-ckp-status not = "00"
             if ws-ckp-status = "05"
               close checkpoint-file
             end-if
             exit paragraph
           end-if
           read checkpoint-file
             at end
               move "C" to ckp-state
           end-read
           close checkpoint-file
           if ckp-complete
             exit paragraph
           end-if
           if ckp-read not numeric or ckp-out-lines not numeric
             display "CALCBATCH.CKP IS DAMAGED - CANNOT RESTART"
             move 8 to return-code
             stop run
           end-if
           move "Y" to ws-restarting
           move ckp-read to ws-read-count ws-skip-left
           move ckp-out-lines to ws-out-lines
           move ckp-count-in to ws-count-in
           move ckp-count-out to ws-count-out
           perform varying ws-rej-ix from 1 by 1 until ws-rej-ix > 6
             move ckp-rej(ws-rej-ix) to ws-reject(ws-rej-ix)
           end-perform
           move ckp-hash-in to ws-hash-in
           move ckp-hash-out to ws-hash-out
           move ckp-taken to ws-series-taken
           move ckp-unused to ws-series-unused
           move ckp-read to ws-ckp-shown
           display "RESTARTING AFTER INPUT RECORD "
                   function trim(ws-ckp-shown)
           .

      * cut calcbatch.out back to the checkpointed lines - copied
      * out to the work file and back, since a line sequential file
      * cannot be shortened in place - then skip the input already
      * done.
       restart-output.
           open input out-file
           open output keep-file
           if ws-keep-status not = "00" and ws-keep-status not = "05"
             display "CANNOT WRITE CALCBATCH.OTK"
             move 8 to return-code
             stop run
           end-if
           move ws-out-lines to ws-keep-left
           move "N" to ws-keep-eof
           perform until ws-keep-left = 0 or ws-keep-eof = "Y"
             read out-file
               at end
                 move "Y" to ws-keep-eof
               not at end
                 write keep-record from out-record
                 subtract 1 from ws-keep-left
             end-read
           end-perform
           close out-file
           close keep-file
           if ws-keep-left > 0
             display "CALCBATCH.OUT IS SHORTER THAN THE CHECKPOINT - "
                     "CANNOT RESTART"
             move 8 to return-code
             stop run
           end-if
           open input keep-file
           open output out-file
           move "N" to ws-keep-eof
           perform until ws-keep-eof = "Y"
             read keep-file
               at end
                 move "Y" to ws-keep-eof
               not at end
                 move keep-record to out-record
                 write out-record
                 if ws-comparing
                   perform compare-one-output
                 end-if
             end-read
           end-perform
           close keep-file
           move "N" to ws-keep-eof
           perform until ws-skip-left = 0 or ws-keep-eof = "Y"
             read txn-file
               at end
                 move "Y" to ws-keep-eof
               not at end
                 subtract 1 from ws-skip-left
             end-read
           end-perform
           if ws-skip-left > 0
             display "CALCBATCH.IN IS SHORTER THAN THE CHECKPOINT - "
                     "CANNOT RESTART"
             move 8 to return-code
             stop run
           end-if
           .

      * close and reopen calcbatch.out so every line counted is on
      * disk before the checkpoint says so.
       take-checkpoint.
           close out-file
           open extend out-file
           move "R" to ws-ckp-state
           perform write-checkpoint
           move 0 to ws-since-ckp
           .

       write-checkpoint.
           move spaces to checkpoint-record
           move ws-ckp-state to ckp-state
           move ws-read-count to ckp-read
           move ws-out-lines to ckp-out-lines
           move ws-count-in to ckp-count-in
           move ws-count-out to ckp-count-out
           perform varying ws-rej-ix from 1 by 1 until ws-rej-ix > 6
             move ws-reject(ws-rej-ix) to ckp-rej(ws-rej-ix)
           end-perform
           move ws-hash-in to ckp-hash-in
           move ws-hash-out to ckp-hash-out
           move ws-series-taken to ckp-taken
           move ws-series-unused to ckp-unused
           open output checkpoint-file
           if ws-ckp-status = "00" or ws-ckp-status = "05"
             write checkpoint-record
             close checkpoint-file
           else
             display "CANNOT WRITE CALCBATCH.CKP"
           end-if
           .

       process-one.
               into txn-account txn-op txn-arg1-x txn-arg2-x
           move function lower-case(function trim(txn-op))
             to txn-op
           if txn-op = "value" or txn-op = "pair"
             perform take-series-value
             exit paragraph
           end-if
           if txn-op = "statistics" or txn-op = "trendline"
             perform run-series
             exit paragraph
           end-if
           move "Y" to ws-op-known
           evaluate txn-op
             when "add"
             add arg1 to ws-hash-in
             add arg2 to ws-hash-in
             call ws-entry-name using calculator
             perform tally-status
             perform write-one-output
           end-if
           .

       tally-status.
           evaluate true
             when calc-status-ok
               move "ok" to ws-status-word
               add 1 to ws-count-out
               add result to ws-hash-out
             when calc-status-div-zero
               move "div-zero" to ws-status-word
               add 1 to ws-reject(2)
             when calc-status-overflow
               move "overflow" to ws-status-word
               add 1 to ws-reject(3)
             when calc-status-syntax
               move "syntax" to ws-status-word
               add 1 to ws-reject(4)
             when calc-status-domain
               move "domain" to ws-status-word
               add 1 to ws-reject(5)
             when other
               move "unknown" to ws-status-word
               add 1 to ws-reject(6)
           end-evaluate
           .

      * one value (or x/y pair) into the open series.  a new
      * account-ref abandons whatever series was open; a value past
      * the module's 500 is rejected as an overflow.
       take-series-value.
           if series-count > 0 and txn-account not = ws-series-account
             add series-count to ws-series-unused
             move 0 to series-count
           end-if
           move txn-account to ws-series-account
           if series-count >= 500
             move "series-full" to ws-status-word
             add 1 to ws-reject(3)
             move 0 to result
             perform write-one-output
             exit paragraph
           end-if
           add 1 to series-count
           compute series-x(series-count) = function numval(txn-arg1-x)
           if txn-op = "pair"
             compute series-y(series-count) =
                 function numval(txn-arg2-x)
           else
             move 0 to series-y(series-count)
           end-if
           add series-x(series-count) to ws-hash-in
           add series-y(series-count) to ws-hash-in
           add 1 to ws-series-taken
           .

      * close the account's series through the statistics or
      * trendline entry.  with no series open for this account-ref
      * the module sees an empty one and answers with the domain
      * status, which is rejected like any other.
       run-series.
           if series-count > 0 and txn-account not = ws-series-account
             add series-count to ws-series-unused
             move 0 to series-count
           end-if
           move function upper-case(function trim(txn-arg1-x))
             to series-basis
           move txn-op to ws-entry-name
           call ws-entry-name using calculator series-request
           perform tally-status
           move 0 to series-count
           move spaces to ws-series-account
           if not calc-status-ok
             perform write-one-output
             exit paragraph
           end-if
           if txn-op = "statistics"
             move "count" to ws-figure-name
             move stat-count to ws-figure-value
             perform write-one-figure
             move "sum" to ws-figure-name
             move stat-sum to ws-figure-value
             perform write-one-figure
             move "mean" to ws-figure-name
             move stat-mean to ws-figure-value
             perform write-one-figure
             move "median" to ws-figure-name
             move stat-median to ws-figure-value
             perform write-one-figure
             move "minimum" to ws-figure-name
             move stat-minimum to ws-figure-value
             perform write-one-figure
             move "maximum" to ws-figure-name
             move stat-maximum to ws-figure-value
             perform write-one-figure
             move "variance" to ws-figure-name
             move stat-variance to ws-figure-value
             perform write-one-figure
             move "stddev" to ws-figure-name
             move stat-stddev to ws-figure-value
             perform write-one-figure
           else
             move "count" to ws-figure-name
             move stat-count to ws-figure-value
             perform write-one-figure
             move "slope" to ws-figure-name
             move stat-slope to ws-figure-value
             perform write-one-figure
             move "intercept" to ws-figure-name
             move stat-intercept to ws-figure-value
             perform write-one-figure
             move "correlation" to ws-figure-name
             move stat-correlation to ws-figure-value
             perform write-one-figure
           end-if
           .

       write-one-figure.
           move ws-figure-value to ws-shown
           move spaces to out-record
           string function trim(txn-account) "|"
                  function trim(txn-op) "."
                  function trim(ws-figure-name) "|"
                  function trim(ws-shown) "|"
                  function trim(ws-status-word)
             delimited by size into out-record
           write out-record
           add 1 to ws-out-lines
           if ws-comparing
             perform compare-one-output
           end-if
           .

                  function trim(ws-status-word)
             delimited by size into out-record
           write out-record
           add 1 to ws-out-lines
           if ws-comparing
             perform compare-one-output
           end-if
           .

       write-control-report.
           string "REJECTS UNKNOWN OP:" ws-count-ed
             delimited by size into ws-ctl-line
           write control-record from ws-ctl-line
           move ws-series-taken to ws-count-ed
           move spaces to ws-ctl-line
           string "SERIES VALUES IN:  " ws-count-ed
             delimited by size into ws-ctl-line
           write control-record from ws-ctl-line
           move ws-series-unused to ws-count-ed
           move spaces to ws-ctl-line
           string "SERIES NOT CLOSED: " ws-count-ed
             delimited by size into ws-ctl-line
           write control-record from ws-ctl-line
           move ws-hash-in to ws-hash-shown
           move spaces to ws-ctl-line
           string "HASH OF OPERANDS:  " function trim(ws-hash-shown)
