      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Stipend cost projection and course budget check

      * ta-costing prices the final allocation (allocation2.txt when a
      * round 2 ran and is not older than allocation.txt, else
      * allocation.txt) before anyone is offered anything. Each
      * assignment costs the course's weekly TA hours from
      * course_schedule.txt, times the term length in weeks (line 8
      * of ta_ranking.ctl, 13 when absent), times the hourly rate
      * pay_rates.txt sets for the TA's degree in
      * candidate_directory.txt. cost_report.txt lists every priced
      * assignment, then each course's total against its line in
      * course_budget.txt, then each TA's total stipend. A course
      * over its budget, or an assignment that cannot be priced (no
      * directory degree, no rate for the degree, or no scheduled
      * hours for the course), ends the run with return code 8 so
      * ta-chain holds the offers back until finance has seen it. A
      * course without a budget line is reported but not held.

       identification division.
       program-id. ta-costing.

       environment division.
       input-output section.
       file-control.
           select ctl
           assign to "ta_ranking.ctl"
           organization is line sequential
           file status is ctl-status.

           select alloc-fin
           assign to ws-fin-path
           organization is line sequential
           file status is fin-status.

           select sched
           assign to "course_schedule.txt"
           organization is line sequential
           file status is sched-status.

           select dir
           assign to "candidate_directory.txt"
           organization is line sequential
           file status is dir-status.

           select rates
           assign to "pay_rates.txt"
           organization is line sequential
           file status is rates-status.

           select budget
           assign to "course_budget.txt"
           organization is line sequential
           file status is budget-status.

           select costrpt
           assign to "cost_report.txt"
           organization is line sequential
           file status is costrpt-status.

       data division.
       file section.

      * control file: lines 1-7 belong to ta-ranking, line 8 = the
      * term length in teaching weeks
       fd ctl.
       01 ctl-line pic x(100).

      * the final allocation, in ta-allocate's output layout
       fd alloc-fin.
       01 fin-rec.
           05 f-course-id pic 9(4).
           05 f-se0 pic x.
           05 f-role pic x(8).
           05 f-se-role pic x.
           05 f-filled-count pic 9(2).
           05 f-se1 pic x.
           05 f-status pic x(8).
           05 f-se2 pic x.
           05 f-entry occurs 1 to 20 times
                   depending on f-filled-count
                   indexed by f-idx.
               10 f-ta-id pic 9(10).
               10 f-se3 pic x.

      * mirrors ta-allocate's fd sched layout; only the weekly TA
      * hours are used here
       fd sched.
       01 sched-rec.
           03 sc-course-id pic 9(4).
           03 sc-se0 pic x.
           03 sc-ta-hours pic 9(2).
           03 sc-se1 pic x.
           03 sc-session-count pic 9(2).
           03 sc-se2 pic x.
           03 sc-sessions occurs 0 to 10 times
                   depending on sc-session-count.
               05 sc-sess-day pic x(3).
               05 sc-sess-start pic 9(2).
               05 sc-sess-end pic 9(2).
               05 sc-se3 pic x.

      * candidate directory master file; the degree picks the rate
       fd dir.
       01 dir-rec.
           03 dr-ta-id pic 9(10).
           03 dr-se0 pic x.
           03 dr-name pic x(30).
           03 dr-se1 pic x.
           03 dr-email pic x(30).
           03 dr-se2 pic x.
           03 dr-degree pic x(15).
           03 dr-se3 pic x.
           03 dr-status pic x(10).

      * one line per degree: the degree exactly as the directory
      * spells it, then the hourly rate as dddd.cc
       fd rates.
       01 rate-rec.
           03 rr-degree pic x(15).
           03 rr-se0 pic x.
           03 rr-rate pic x(7).

      * one line per course-id: the term's TA budget as ddddddd.cc
       fd budget.
       01 budget-rec.
           03 br-course-id pic 9(4).
           03 br-se0 pic x.
           03 br-amount pic x(10).

       fd costrpt.
       01 cost-line pic x(100).

       working-storage section.

       77 ctl-status pic xx.
       77 fin-status pic xx.
       77 sched-status pic xx.
       77 dir-status pic xx.
       77 rates-status pic xx.
       77 budget-status pic xx.
       77 costrpt-status pic xx.
       77 ws-ctl-eof pic x value 'N'.
       77 ws-fin-path pic x(40).

      * teaching weeks in the term, from ctl line 8
       77 ws-term-weeks pic 9(2) value 13.

      * CBL_CHECK_FILE_EXIST interface area, for picking the final
      * allocation file by age
       77 ws-probe-name pic x(100).
       01 ws-finfo.
           03 ws-fi-size pic x(8) comp-x.
           03 ws-fi-day pic x comp-x.
           03 ws-fi-month pic x comp-x.
           03 ws-fi-year pic x(2) comp-x.
           03 ws-fi-hour pic x comp-x.
           03 ws-fi-min pic x comp-x.
           03 ws-fi-sec pic x comp-x.
           03 ws-fi-hund pic x comp-x.
       77 ws-probe-found pic x value 'N'.
       77 ws-probe-stamp pic 9(14) value 0.
       77 ws-a1-stamp pic 9(14) value 0.
       77 ws-a2-stamp pic 9(14) value 0.

      * weekly TA hours per course from course_schedule.txt
       01 sched-tab.
           03 sh-entry occurs 2000 times indexed by sh-idx.
               05 sh-course-id pic 9(4).
               05 sh-hours pic 9(2).
       77 sched-total pic 9(4) value 0.

      * degree per ta-id from candidate_directory.txt
       01 dir-tab.
           03 de-entry occurs 2000 times indexed by de-idx.
               05 de-ta-id pic 9(10).
               05 de-degree pic x(15).
       77 dir-total pic 9(4) value 0.

      * hourly rate per degree from pay_rates.txt
       01 rate-tab.
           03 rt-entry occurs 50 times indexed by rt-idx.
               05 rt-degree pic x(15).
               05 rt-rate pic 9(4)v99.
       77 rate-total pic 9(2) value 0.

      * budget per course from course_budget.txt, plus the running
      * cost of the course's assignments across all its roles
       01 course-tab.
           03 cc-entry occurs 2000 times indexed by cc-idx.
               05 cc-course-id pic 9(4).
               05 cc-budget pic 9(7)v99.
               05 cc-has-budget pic x.
               05 cc-cost pic 9(7)v99.
               05 cc-asg-count pic 9(3).
       77 course-total pic 9(4) value 0.

      * running stipend per TA across every course they hold
       01 tacost-tab.
           03 tc-entry occurs 2000 times indexed by tc-idx.
               05 tc-ta-id pic 9(10).
               05 tc-degree pic x(15).
               05 tc-hours pic 9(3).
               05 tc-cost pic 9(7)v99.
       77 tacost-total pic 9(4) value 0.

      * the assignment being priced
       77 ws-asg-hours pic 9(2) value 0.
       77 ws-asg-degree pic x(15).
       77 ws-asg-rate pic 9(4)v99 value 0.
       77 ws-asg-cost pic 9(7)v99 value 0.
       77 ws-asg-priced pic x value 'Y'.
       77 ws-asg-note pic x(30).
       77 ws-found pic x value 'N'.

       77 ws-grand-cost pic 9(9)v99 value 0.
       77 ws-asg-count pic 9(6) value 0.
       77 ws-unpriced-count pic 9(6) value 0.
       77 ws-over-count pic 9(4) value 0.
       77 ws-nobudget-count pic 9(4) value 0.
       77 ws-over-by pic 9(7)v99 value 0.

       77 ws-amt-disp pic z(6)9.99.
       77 ws-amt2-disp pic z(6)9.99.
       77 ws-amt3-disp pic z(6)9.99.
       77 ws-budget-col pic x(10).
       77 ws-rate-disp pic z(3)9.99.
       77 ws-hrs-disp pic zz9.
       77 ws-wk-disp pic z9.
       77 ws-num-disp pic zzzzz9.
       77 ws-grand-disp pic z(8)9.99.

       procedure division.
       prog-main.
           perform load-control.
           perform pick-final-alloc.
           if ws-fin-path = spaces
               display "no allocation file found - nothing to cost"
               move 8 to return-code
               stop run
           end-if.

           perform load-schedule.
           perform load-directory.
           perform load-rates.
           perform load-budget.

           open output costrpt.
           perform write-report-head.
           perform price-allocation.
           perform write-course-totals.
           perform write-ta-totals.
           perform write-report-foot.
           close costrpt.

           display "costing of " function trim(ws-fin-path)
               ": assignments "
               ws-asg-count " unpriced " ws-unpriced-count
               " courses over budget " ws-over-count.
           if ws-over-count > 0 or ws-unpriced-count > 0
               display "budget check failed - see cost_report.txt"
               move 8 to return-code
           end-if.
           stop run.


      * the term length sits on ctl line 8; the seven lines before it
      * are ta-ranking's and are skipped
       load-control.
           move 13 to ws-term-weeks
           move 'N' to ws-ctl-eof

           open input ctl
           if ctl-status not = 35
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line

      * line 8: teaching weeks in the term, for stipend costing
               perform ctl-read-line
               if ws-ctl-eof = 'N' and ctl-line not = spaces
                   compute ws-term-weeks = function numval(ctl-line)
               end-if

               close ctl
           end-if.
           if ws-term-weeks = 0
               move 13 to ws-term-weeks
           end-if.


      * reads one more ctl-line only if end of file hasn't already
      * been reached; latches ws-ctl-eof so no caller can ever act on
      * a post-EOF read's leftover ctl-line content.
       ctl-read-line.
           if ws-ctl-eof = 'N'
               read ctl into ctl-line
               if ctl-status = 10
                   move 'Y' to ws-ctl-eof
               end-if
           end-if.


      * the final allocation is allocation2.txt when it exists and
      * is at least as new as allocation.txt - an allocation2.txt
      * older than round 1 is a previous run's leftover
       pick-final-alloc.
           move spaces to ws-fin-path
           move "allocation.txt" to ws-probe-name
           perform probe-file
           if ws-probe-found = 'Y'
               move ws-probe-stamp to ws-a1-stamp
               move "allocation.txt" to ws-fin-path
           end-if
           move "allocation2.txt" to ws-probe-name
           perform probe-file
           if ws-probe-found = 'Y'
               move ws-probe-stamp to ws-a2-stamp
               if ws-fin-path = spaces
                       or ws-a2-stamp >= ws-a1-stamp
                   move "allocation2.txt" to ws-fin-path
               end-if
           end-if.

      * modification stamp of ws-probe-name as yyyymmddhhmmss;
      * ws-probe-found 'N' when the file does not exist
       probe-file.
           move 'N' to ws-probe-found
           move 0 to ws-probe-stamp
           call "CBL_CHECK_FILE_EXIST" using ws-probe-name ws-finfo
           if return-code = 0
               move 'Y' to ws-probe-found
               compute ws-probe-stamp =
                   ((((ws-fi-year * 100 + ws-fi-month) * 100
                       + ws-fi-day) * 100 + ws-fi-hour) * 100
                       + ws-fi-min) * 100 + ws-fi-sec
           end-if
           move 0 to return-code.


       load-schedule.
           move 0 to sched-total
           open input sched
           if sched-status = 35
               display "course_schedule.txt not found - no "
                   "assignment can be priced"
           else
               perform load-schedule-ite until sched-status = 10
               close sched
           end-if.

       load-schedule-ite.
           read sched into sched-rec
           if sched-status not = 10
               if sched-total < 2000
                   add 1 to sched-total
                   move sc-course-id to sh-course-id(sched-total)
                   move sc-ta-hours to sh-hours(sched-total)
               else
                   display "sched-tab full (2000) - course "
                       sc-course-id " ignored"
               end-if
           end-if.


       load-directory.
           move 0 to dir-total
           open input dir
           if dir-status = 35
               display "candidate_directory.txt not found - no "
                   "assignment can be priced"
           else
               perform load-directory-ite until dir-status = 10
               close dir
           end-if.

       load-directory-ite.
           read dir
           if dir-status not = 10
               if dir-total < 2000
                   add 1 to dir-total
                   move dr-ta-id to de-ta-id(dir-total)
                   move dr-degree to de-degree(dir-total)
               else
                   display "dir-tab full (2000) - directory entry "
                       dr-ta-id " ignored"
               end-if
           end-if.


       load-rates.
           move 0 to rate-total
           open input rates
           if rates-status = 35
               display "pay_rates.txt not found - no assignment "
                   "can be priced"
           else
               perform load-rates-ite until rates-status = 10
               close rates
           end-if.

       load-rates-ite.
           read rates
           if rates-status not = 10
               if rate-total < 50
                   add 1 to rate-total
                   move rr-degree to rt-degree(rate-total)
                   compute rt-rate(rate-total)
                       = function numval(rr-rate)
               else
                   display "rate-tab full (50) - degree "
                       rr-degree " ignored"
               end-if
           end-if.


      * every budget line opens a course-tab entry; courses the
      * allocation holds without a budget line are added as priced
       load-budget.
           move 0 to course-total
           open input budget
           if budget-status = 35
               display "course_budget.txt not found - costs are "
                   "projected without a budget check"
           else
               perform load-budget-ite until budget-status = 10
               close budget
           end-if.

       load-budget-ite.
           read budget
           if budget-status not = 10
               if course-total < 2000
                   add 1 to course-total
                   move br-course-id to cc-course-id(course-total)
                   compute cc-budget(course-total)
                       = function numval(br-amount)
                   move 'Y' to cc-has-budget(course-total)
                   move 0 to cc-cost(course-total)
                   move 0 to cc-asg-count(course-total)
               else
                   display "course-tab full (2000) - budget for "
                       br-course-id " ignored"
               end-if
           end-if.


       write-report-head.
           move spaces to cost-line
           string
               "STIPEND COST PROJECTION - " delimited by size
               ws-fin-path delimited by space
               ", term weeks " delimited by size
               ws-term-weeks delimited by size
               into cost-line
           end-string
           perform write-cost-line
           move spaces to cost-line
           perform write-cost-line
           move "ASSIGNMENTS" to cost-line
           perform write-cost-line
           move spaces to cost-line
           string
               "course role     ta-id      degree          "
                   delimited by size
               "   rate hrs/wk          cost" delimited by size
               into cost-line
           end-string
           perform write-cost-line.


      * one detail line per assignment in the final allocation
       price-allocation.
           open input alloc-fin
           if fin-status = 35
               display ws-fin-path " could not be opened"
           else
               perform price-allocation-ite until fin-status = 10
               close alloc-fin
           end-if.

       price-allocation-ite.
           read alloc-fin into fin-rec
           if fin-status not = 10
               perform varying f-idx from 1 by 1
                       until f-idx > f-filled-count
                   if f-ta-id(f-idx) not = 0
                       perform price-one-assignment
                   end-if
               end-perform
           end-if.

       price-one-assignment.
           add 1 to ws-asg-count
           move 'Y' to ws-asg-priced
           move spaces to ws-asg-note
           move 0 to ws-asg-rate
           move 0 to ws-asg-cost

           move 0 to ws-asg-hours
           move 'N' to ws-found
           perform varying sh-idx from 1 by 1
                   until sh-idx > sched-total
               if sh-course-id(sh-idx) = f-course-id
                   move sh-hours(sh-idx) to ws-asg-hours
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N' or ws-asg-hours = 0
               move 'N' to ws-asg-priced
               move "NO SCHEDULED HOURS" to ws-asg-note
           end-if

           move spaces to ws-asg-degree
           move 'N' to ws-found
           perform varying de-idx from 1 by 1
                   until de-idx > dir-total
               if de-ta-id(de-idx) = f-ta-id(f-idx)
                   move de-degree(de-idx) to ws-asg-degree
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N' or ws-asg-degree = spaces
               move 'N' to ws-asg-priced
               move "NO DIRECTORY DEGREE" to ws-asg-note
           else
               move 'N' to ws-found
               perform varying rt-idx from 1 by 1
                       until rt-idx > rate-total
                   if rt-degree(rt-idx) = ws-asg-degree
                       move rt-rate(rt-idx) to ws-asg-rate
                       move 'Y' to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = 'N'
                   move 'N' to ws-asg-priced
                   move "NO RATE FOR DEGREE" to ws-asg-note
               end-if
           end-if

           if ws-asg-priced = 'Y'
               compute ws-asg-cost rounded
                   = ws-asg-hours * ws-term-weeks * ws-asg-rate
           else
               add 1 to ws-unpriced-count
           end-if
           add ws-asg-cost to ws-grand-cost

           perform add-course-cost
           perform add-ta-cost
           perform write-assignment-line.

      * fold the assignment into its course's running total; a course
      * with no budget line gets an entry of its own
       add-course-cost.
           move 'N' to ws-found
           perform varying cc-idx from 1 by 1
                   until cc-idx > course-total
               if cc-course-id(cc-idx) = f-course-id
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N'
               if course-total < 2000
                   add 1 to course-total
                   set cc-idx to course-total
                   move f-course-id to cc-course-id(cc-idx)
                   move 0 to cc-budget(cc-idx)
                   move 'N' to cc-has-budget(cc-idx)
                   move 0 to cc-cost(cc-idx)
                   move 0 to cc-asg-count(cc-idx)
                   move 'Y' to ws-found
               else
                   display "course-tab full (2000) - course "
                       f-course-id " not totalled"
               end-if
           end-if
           if ws-found = 'Y'
               add ws-asg-cost to cc-cost(cc-idx)
               add 1 to cc-asg-count(cc-idx)
           end-if.

       add-ta-cost.
           move 'N' to ws-found
           perform varying tc-idx from 1 by 1
                   until tc-idx > tacost-total
               if tc-ta-id(tc-idx) = f-ta-id(f-idx)
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N'
               if tacost-total < 2000
                   add 1 to tacost-total
                   set tc-idx to tacost-total
                   move f-ta-id(f-idx) to tc-ta-id(tc-idx)
                   move ws-asg-degree to tc-degree(tc-idx)
                   move 0 to tc-hours(tc-idx)
                   move 0 to tc-cost(tc-idx)
                   move 'Y' to ws-found
               else
                   display "tacost-tab full (2000) - ta "
                       f-ta-id(f-idx) " not totalled"
               end-if
           end-if
           if ws-found = 'Y'
               add ws-asg-hours to tc-hours(tc-idx)
               add ws-asg-cost to tc-cost(tc-idx)
           end-if.

       write-assignment-line.
           move ws-asg-rate to ws-rate-disp
           move ws-asg-hours to ws-hrs-disp
           move ws-asg-cost to ws-amt-disp
           move spaces to cost-line
           string
               f-course-id delimited by size
               "   " delimited by size
               f-role delimited by size
               " " delimited by size
               f-ta-id(f-idx) delimited by size
               " " delimited by size
               ws-asg-degree delimited by size
               " " delimited by size
               ws-rate-disp delimited by size
               "    " delimited by size
               ws-hrs-disp delimited by size
               " " delimited by size
               ws-amt-disp delimited by size
               " " delimited by size
               ws-asg-note delimited by size
               into cost-line
           end-string
           perform write-cost-line.


      * each course's cost against its budget line
       write-course-totals.
           move spaces to cost-line
           perform write-cost-line
           move "COURSE TOTALS" to cost-line
           perform write-cost-line
           move "course asg          cost        budget" to cost-line
           perform write-cost-line
           perform varying cc-idx from 1 by 1
                   until cc-idx > course-total
               if cc-asg-count(cc-idx) > 0
                   perform write-course-total-line
               end-if
           end-perform.

       write-course-total-line.
           move cc-asg-count(cc-idx) to ws-hrs-disp
           move cc-cost(cc-idx) to ws-amt-disp
           move spaces to ws-asg-note
           if cc-has-budget(cc-idx) = 'N'
               move spaces to ws-budget-col
               move "NO BUDGET LINE" to ws-asg-note
               add 1 to ws-nobudget-count
           else
               move cc-budget(cc-idx) to ws-amt2-disp
               move ws-amt2-disp to ws-budget-col
               if cc-cost(cc-idx) > cc-budget(cc-idx)
                   add 1 to ws-over-count
                   compute ws-over-by
                       = cc-cost(cc-idx) - cc-budget(cc-idx)
                   move ws-over-by to ws-amt3-disp
                   string
                       "OVER BUDGET by " delimited by size
                       function trim(ws-amt3-disp) delimited by size
                       into ws-asg-note
                   end-string
               end-if
           end-if
           move spaces to cost-line
           string
               cc-course-id(cc-idx) delimited by size
               "   " delimited by size
               ws-hrs-disp delimited by size
               " " delimited by size
               ws-amt-disp delimited by size
               " " delimited by size
               ws-budget-col delimited by size
               " " delimited by size
               ws-asg-note delimited by size
               into cost-line
           end-string
           perform write-cost-line.


      * each TA's stipend for the term across all courses held
       write-ta-totals.
           move spaces to cost-line
           perform write-cost-line
           move "TA TOTALS" to cost-line
           perform write-cost-line
           move "ta-id      degree          hrs/wk          cost"
               to cost-line
           perform write-cost-line
           perform varying tc-idx from 1 by 1
                   until tc-idx > tacost-total
               move tc-hours(tc-idx) to ws-hrs-disp
               move tc-cost(tc-idx) to ws-amt-disp
               move spaces to cost-line
               string
                   tc-ta-id(tc-idx) delimited by size
                   " " delimited by size
                   tc-degree(tc-idx) delimited by size
                   "    " delimited by size
                   ws-hrs-disp delimited by size
                   " " delimited by size
                   ws-amt-disp delimited by size
                   into cost-line
               end-string
               perform write-cost-line
           end-perform.


       write-report-foot.
           move spaces to cost-line
           perform write-cost-line
           move ws-grand-cost to ws-grand-disp
           move spaces to cost-line
           string
               "total projected cost:        " delimited by size
               ws-grand-disp delimited by size
               into cost-line
           end-string
           perform write-cost-line
           move ws-asg-count to ws-num-disp
           move spaces to cost-line
           string
               "assignments costed:          " delimited by size
               ws-num-disp delimited by size
               into cost-line
           end-string
           perform write-cost-line
           move ws-unpriced-count to ws-num-disp
           move spaces to cost-line
           string
               "assignments without a price: " delimited by size
               ws-num-disp delimited by size
               into cost-line
           end-string
           perform write-cost-line
           move ws-over-count to ws-num-disp
           move spaces to cost-line
           string
               "courses over budget:         " delimited by size
               ws-num-disp delimited by size
               into cost-line
           end-string
           perform write-cost-line
           move ws-nobudget-count to ws-num-disp
           move spaces to cost-line
           string
               "courses without budget line: " delimited by size
               ws-num-disp delimited by size
               into cost-line
           end-string
           perform write-cost-line.

       write-cost-line.
           write cost-line
           end-write
           if costrpt-status not = "00"
               display "write to cost_report.txt failed, status "
                   costrpt-status
           end-if.
