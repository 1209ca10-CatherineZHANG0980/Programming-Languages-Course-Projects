      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * In-term timesheet intake, hours variance and payroll extract

      * ta-timesheet takes the week's timesheets.txt batch (ta-id,
      * course-id, teaching week, hours) and checks it against what
      * the TA was actually hired for. A line whose ta-id / course-id
      * pair is not in the final allocation (allocation2.txt when a
      * round 2 ran and is not older than allocation.txt, else
      * allocation.txt), whose week is outside 1-20, or which repeats
      * a pair and week already in the batch or in
      * timesheet_master.txt, is rejected - a resubmitted batch does
      * not replace or add to hours already taken in. Accepted
      * lines for weeks not yet paid make up this run's pay period:
      * payroll_extract.txt carries one line per TA with their
      * approved hours for those weeks, and the weeks are recorded in
      * payroll_weeks.txt. A line for a week already recorded there
      * is late: it is held in payroll_adjust.txt for the payroll
      * office and never changes an extract that has gone out.
      * Every accepted line is kept in timesheet_master.txt (PAY or
      * ADJ) so hours_variance.txt can judge the whole term to date:
      * each line against the course's weekly hours in
      * course_schedule.txt, each TA-week against the candidate's
      * ta-max-hours, no-show weeks (no hours at all) for every
      * assignment in the pay period, and chronic over-work - a TA
      * over their hours in ws-chronic-weeks weeks or more. Rejected
      * lines give return code 4.

       identification division.
       program-id. ta-timesheet.

       environment division.
       input-output section.
       file-control.
           select ctl
           assign to "ta_ranking.ctl"
           organization is line sequential
           file status is ctl-status.

           select can
           assign to ws-can-path
           organization is line sequential
           file status is ta-status.

           select alloc-fin
           assign to ws-fin-path
           organization is line sequential
           file status is fin-status.

           select sched
           assign to "course_schedule.txt"
           organization is line sequential
           file status is sched-status.

           select tsheet
           assign to "timesheets.txt"
           organization is line sequential
           file status is ts-status.

           select tmaster
           assign to "timesheet_master.txt"
           organization is line sequential
           file status is tm-status.

           select paywk
           assign to "payroll_weeks.txt"
           organization is line sequential
           file status is pw-status.

           select payext
           assign to "payroll_extract.txt"
           organization is line sequential
           file status is px-status.

           select payadj
           assign to "payroll_adjust.txt"
           organization is line sequential
           file status is pa-status.

           select varrpt
           assign to "hours_variance.txt"
           organization is line sequential
           file status is var-status.

       data division.
       file section.

      * control file: line 1 = instructors.txt path (unused here),
      * line 2 = candidates.txt path
       fd ctl.
       01 ctl-line pic x(100).

      * mirrors ta-ranking's fd can / 01 tas layout, including the
      * trailing availability fields
       fd can.
       01 tas.
           03 ta-id pic 9(10).
           03 se pic x.
           03 ta-skill-count pic 9(2).
           03 se-tsc pic x.
           03 skills occurs 1 to 50 times
                   depending on ta-skill-count.
               05 ta-skill pic x(15).
           03 prefer-courses occurs 3 times.
               05 prefer-course pic 9(4).
               05 se2 pic x.
           03 ta-max-hours pic 9(2).
           03 se-mh pic x.
           03 ta-avail-count pic 9(2).
           03 se-avc pic x.
           03 avail-blocks occurs 0 to 20 times
                   depending on ta-avail-count.
               05 ta-avail-day pic x(3).
               05 ta-avail-start pic 9(2).
               05 ta-avail-end pic 9(2).
               05 se-av pic x.

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

      * one timesheet line: who, which course, which teaching week,
      * hours worked (keyed by hand, so a leading blank is allowed)
       fd tsheet.
       01 ts-rec.
           03 ts-ta-id pic 9(10).
           03 ts-se0 pic x.
           03 ts-course-id pic 9(4).
           03 ts-se1 pic x.
           03 ts-week pic 9(2).
           03 ts-se2 pic x.
           03 ts-hours pic x(2).

      * every accepted timesheet line of the term, in the timesheet
      * layout plus PAY (paid in an extract) or ADJ (held late)
       fd tmaster.
       01 tm-rec.
           03 tm-ta-id pic 9(10).
           03 tm-se0 pic x.
           03 tm-course-id pic 9(4).
           03 tm-se1 pic x.
           03 tm-week pic 9(2).
           03 tm-se2 pic x.
           03 tm-hours pic 9(2).
           03 tm-se3 pic x.
           03 tm-state pic x(3).

      * one teaching week per line, once it has been extracted
       fd paywk.
       01 pw-rec.
           03 pw-week pic 9(2).

      * payroll interface: one line per TA for the pay period
       fd payext.
       01 px-rec.
           03 px-ta-id pic 9(10).
           03 px-se0 pic x.
           03 px-week-from pic 9(2).
           03 px-se1 pic x.
           03 px-week-to pic 9(2).
           03 px-se2 pic x.
           03 px-hours pic 9(3).

      * late lines held for the payroll office, master layout
       fd payadj.
       01 pa-rec pic x(30).

       fd varrpt.
       01 var-line pic x(100).

       working-storage section.

       01 ta-status pic xx.

       77 ctl-status pic xx.
       77 fin-status pic xx.
       77 sched-status pic xx.
       77 ts-status pic xx.
       77 tm-status pic xx.
       77 pw-status pic xx.
       77 px-status pic xx.
       77 pa-status pic xx.
       77 var-status pic xx.
       77 ws-can-path pic x(100).
       77 ws-ctl-eof pic x value 'N'.
       77 ws-fin-path pic x(40).

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

      * a TA over their hours in this many weeks of the term is
      * flagged as chronically over-worked
       77 ws-chronic-weeks pic 9(2) value 3.

      * weekly TA hours per course from course_schedule.txt
       01 sched-tab.
           03 sh-entry occurs 2000 times indexed by sh-idx.
               05 sh-course-id pic 9(4).
               05 sh-hours pic 9(2).
       77 sched-total pic 9(4) value 0.

      * every (ta, course) pair the final allocation holds, with the
      * course's weekly hours and the hours logged against it per
      * teaching week (ap-logged 'Y' once any line arrived, even 0)
       01 pair-tab.
           03 ap-entry occurs 4000 times indexed by ap-idx.
               05 ap-ta-id pic 9(10).
               05 ap-course-id pic 9(4).
               05 ap-role pic x(8).
               05 ap-course-hours pic 9(2).
               05 ap-week occurs 20 times.
                   07 ap-hours pic 9(3).
                   07 ap-logged pic x.
       77 pair-total pic 9(4) value 0.

      * per TA: declared cap, hours per week over all courses, the
      * weeks flagged over, and this pay period's approved hours
       01 tw-tab.
           03 tw-entry occurs 2000 times indexed by tw-idx.
               05 tw-ta-id pic 9(10).
               05 tw-max-hours pic 9(2).
               05 tw-week occurs 20 times.
                   07 tw-hours pic 9(3).
                   07 tw-over pic x.
               05 tw-pay-hours pic 9(3).
               05 tw-over-weeks pic 9(2).
       77 tw-total pic 9(4) value 0.

      * teaching weeks: 'P' already paid before this run, 'N' paid
      * in this run's extract, space when no extract covers it yet
       01 week-tab.
           03 wk-state occurs 20 times pic x.
       77 wk-idx pic 9(2) value 0.
       77 ws-period-from pic 9(2) value 0.
       77 ws-period-to pic 9(2) value 0.

      * this run's batch, kept whole so the report can give rejects
      * and variances their own sections
       01 batch-tab.
           03 bt-entry occurs 5000 times indexed by bt-idx.
               05 bt-ta-id pic 9(10).
               05 bt-course-id pic 9(4).
               05 bt-week pic 9(2).
               05 bt-hours pic 9(2).
               05 bt-verdict pic x(3).
               05 bt-reason pic x(32).
               05 bt-pair pic 9(4).
       77 batch-total pic 9(4) value 0.
       77 bt-prev pic 9(4) value 0.

       77 ws-found pic x value 'N'.
       77 ws-hours-x pic x(2).
       77 ws-reject-count pic 9(6) value 0.
       77 ws-pay-count pic 9(6) value 0.
       77 ws-adj-count pic 9(6) value 0.
       77 ws-noshow-count pic 9(6) value 0.
       77 ws-overmax-count pic 9(6) value 0.
       77 ws-chronic-count pic 9(6) value 0.
       77 ws-extract-count pic 9(6) value 0.
       77 ws-line-note pic x(32).
       77 ws-hrs-disp pic zz9.
       77 ws-hrs2-disp pic zz9.
       77 ws-num-disp pic zzzzz9.

       procedure division.
       prog-main.
           perform load-control.
           perform pick-final-alloc.
           if ws-fin-path = spaces
               display "no allocation file found - timesheets "
                   "cannot be checked"
               move 8 to return-code
               stop run
           end-if.

           perform load-schedule.
           perform load-pairs.
           perform load-candidates.
           perform load-paid-weeks.
           perform load-master.

           open input tsheet
           if ts-status = 35
               display "timesheets.txt not found - nothing to take in"
               move 8 to return-code
               stop run
           end-if.
           move 0 to batch-total.
           perform take-batch-ite until ts-status = 10.
           close tsheet.

           perform post-batch.
           perform flag-over-weeks.
           perform write-extract.
           perform write-variance.

           display "timesheets: paid " ws-pay-count " held late "
               ws-adj-count " rejected " ws-reject-count
               ", extract lines " ws-extract-count.
           if ws-reject-count > 0
               move 4 to return-code
           end-if.
           stop run.


      * read this term's candidates.txt path from ta_ranking.ctl,
      * falling back to the historical default when the control file
      * (or its second line) is missing.
       load-control.
           move "/media/sf_CS318/ta_ranking/candidates.txt"
               to ws-can-path
           move 'N' to ws-ctl-eof

           open input ctl
           if ctl-status not = 35
               perform ctl-read-line

               perform ctl-read-line
               if ws-ctl-eof = 'N'
                   move function trim(ctl-line) to ws-can-path
               end-if

               close ctl
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
               display "course_schedule.txt not found - lines are "
                   "not checked against course hours"
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


      * one pair-tab entry per (ta, course) held; a TA holding two
      * roles on one course logs one timesheet line for it
       load-pairs.
           move 0 to pair-total
           move 0 to tw-total
           open input alloc-fin
           perform load-pairs-ite until fin-status = 10
           close alloc-fin.

       load-pairs-ite.
           read alloc-fin into fin-rec
           if fin-status not = 10
               perform varying f-idx from 1 by 1
                       until f-idx > f-filled-count
                   if f-ta-id(f-idx) not = 0
                       perform add-one-pair
                   end-if
               end-perform
           end-if.

       add-one-pair.
           move 'N' to ws-found
           perform varying ap-idx from 1 by 1
                   until ap-idx > pair-total
               if ap-ta-id(ap-idx) = f-ta-id(f-idx)
                       and ap-course-id(ap-idx) = f-course-id
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N'
               if pair-total < 4000
                   add 1 to pair-total
                   set ap-idx to pair-total
                   move f-ta-id(f-idx) to ap-ta-id(ap-idx)
                   move f-course-id to ap-course-id(ap-idx)
                   move f-role to ap-role(ap-idx)
                   move 0 to ap-course-hours(ap-idx)
                   perform varying sh-idx from 1 by 1
                           until sh-idx > sched-total
                       if sh-course-id(sh-idx) = f-course-id
                           move sh-hours(sh-idx)
                               to ap-course-hours(ap-idx)
                           exit perform
                       end-if
                   end-perform
                   perform varying wk-idx from 1 by 1
                           until wk-idx > 20
                       move 0 to ap-hours(ap-idx, wk-idx)
                       move 'N' to ap-logged(ap-idx, wk-idx)
                   end-perform
                   perform find-or-add-ta
               else
                   display "pair-tab full (4000) - ta "
                       f-ta-id(f-idx) " course " f-course-id
                       " not checked"
               end-if
           end-if.

      * tw-idx left on the TA's entry (added with no cap when new)
       find-or-add-ta.
           move 'N' to ws-found
           perform varying tw-idx from 1 by 1
                   until tw-idx > tw-total
               if tw-ta-id(tw-idx) = f-ta-id(f-idx)
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = 'N'
               if tw-total < 2000
                   add 1 to tw-total
                   set tw-idx to tw-total
                   move f-ta-id(f-idx) to tw-ta-id(tw-idx)
                   move 0 to tw-max-hours(tw-idx)
                   move 0 to tw-pay-hours(tw-idx)
                   move 0 to tw-over-weeks(tw-idx)
                   perform varying wk-idx from 1 by 1
                           until wk-idx > 20
                       move 0 to tw-hours(tw-idx, wk-idx)
                       move 'N' to tw-over(tw-idx, wk-idx)
                   end-perform
               else
                   display "tw-tab full (2000) - ta "
                       f-ta-id(f-idx) " not totalled"
               end-if
           end-if.


      * each assigned TA's declared weekly cap (0 = none declared)
       load-candidates.
           open input can
           if ta-status = 35
               display "candidates file not found: " ws-can-path
                   " - weeks are not checked against ta-max-hours"
           else
               perform load-candidates-ite until ta-status = 10
               close can
           end-if.

       load-candidates-ite.
           read can
           if ta-status not = 10
               perform varying tw-idx from 1 by 1
                       until tw-idx > tw-total
                   if tw-ta-id(tw-idx) = ta-id
      * the cap is a trailing field: a record written before it
      * existed reads back as spaces - no cap declared
                       if ta-max-hours is numeric
                           move ta-max-hours to tw-max-hours(tw-idx)
                       end-if
                       exit perform
                   end-if
               end-perform
           end-if.


       load-paid-weeks.
           perform varying wk-idx from 1 by 1 until wk-idx > 20
               move space to wk-state(wk-idx)
           end-perform
           open input paywk
           if pw-status not = 35
               perform load-paid-weeks-ite until pw-status = 10
               close paywk
           end-if.

       load-paid-weeks-ite.
           read paywk
           if pw-status not = 10
               if pw-week is numeric
                   if pw-week >= 1 and pw-week <= 20
                       move 'P' to wk-state(pw-week)
                   end-if
               end-if
           end-if.


      * the term to date: every line accepted by earlier runs, for
      * pairs the final allocation still holds
       load-master.
           open input tmaster
           if tm-status not = 35
               perform load-master-ite until tm-status = 10
               close tmaster
           end-if.

       load-master-ite.
           read tmaster
           if tm-status not = 10
               move 'N' to ws-found
               perform varying ap-idx from 1 by 1
                       until ap-idx > pair-total
                   if ap-ta-id(ap-idx) = tm-ta-id
                           and ap-course-id(ap-idx) = tm-course-id
                       move 'Y' to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = 'Y' and tm-week >= 1 and tm-week <= 20
                   add tm-hours to ap-hours(ap-idx, tm-week)
                   move 'Y' to ap-logged(ap-idx, tm-week)
                   perform find-pair-ta
                   if ws-found = 'Y'
                       add tm-hours to tw-hours(tw-idx, tm-week)
                   end-if
               end-if
           end-if.

      * tw-idx on the TA of pair ap-idx
       find-pair-ta.
           move 'N' to ws-found
           perform varying tw-idx from 1 by 1
                   until tw-idx > tw-total
               if tw-ta-id(tw-idx) = ap-ta-id(ap-idx)
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform.


      * judge one timesheet line; the verdict is PAY (a week no
      * extract has covered), ADJ (late for a paid week) or REJ
       take-batch-ite.
           read tsheet
           if ts-status not = 10
               if batch-total < 5000
                   add 1 to batch-total
                   set bt-idx to batch-total
                   perform judge-one-line
               else
                   display "batch-tab full (5000) - timesheet of ta "
                       ts-ta-id " week " ts-week " not taken in"
               end-if
           end-if.

       judge-one-line.
           move ts-ta-id to bt-ta-id(bt-idx)
           move ts-course-id to bt-course-id(bt-idx)
           move ts-week to bt-week(bt-idx)
           move 0 to bt-hours(bt-idx)
           move 0 to bt-pair(bt-idx)
           move "PAY" to bt-verdict(bt-idx)
           move spaces to bt-reason(bt-idx)

           if ts-ta-id is not numeric or ts-course-id is not numeric
                   or ts-week is not numeric
               move "REJ" to bt-verdict(bt-idx)
               move "malformed line" to bt-reason(bt-idx)
           else
               move ts-hours to ws-hours-x
               if ws-hours-x(1:1) = space
                   move '0' to ws-hours-x(1:1)
               end-if
               if ws-hours-x is not numeric
                   move "REJ" to bt-verdict(bt-idx)
                   move "hours not numeric" to bt-reason(bt-idx)
               end-if
           end-if

           if bt-verdict(bt-idx) = "PAY"
               if ts-week < 1 or ts-week > 20
                   move "REJ" to bt-verdict(bt-idx)
                   move "week outside 1-20" to bt-reason(bt-idx)
               end-if
           end-if

           if bt-verdict(bt-idx) = "PAY"
               move ws-hours-x to bt-hours(bt-idx)
               move 'N' to ws-found
               perform varying ap-idx from 1 by 1
                       until ap-idx > pair-total
                   if ap-ta-id(ap-idx) = ts-ta-id
                           and ap-course-id(ap-idx) = ts-course-id
                       move 'Y' to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = 'N'
                   move "REJ" to bt-verdict(bt-idx)
                   move "not in final allocation" to bt-reason(bt-idx)
               else
                   set bt-pair(bt-idx) to ap-idx
               end-if
           end-if

           if bt-verdict(bt-idx) = "PAY"
               perform varying bt-prev from 1 by 1
                       until bt-prev >= batch-total
                   if bt-pair(bt-prev) = bt-pair(bt-idx)
                           and bt-week(bt-prev) = ts-week
                           and bt-verdict(bt-prev) not = "REJ"
                       move "REJ" to bt-verdict(bt-idx)
                       move "duplicate in batch" to bt-reason(bt-idx)
                       exit perform
                   end-if
               end-perform
           end-if

      * ap-logged holds only the master's weeks until post-batch runs
           if bt-verdict(bt-idx) = "PAY"
               set ap-idx to bt-pair(bt-idx)
               if ap-logged(ap-idx, ts-week) = 'Y'
                   move "REJ" to bt-verdict(bt-idx)
                   move "already in timesheet_master.txt"
                       to bt-reason(bt-idx)
               end-if
           end-if

           if bt-verdict(bt-idx) = "PAY"
               if wk-state(ts-week) = 'P'
                   move "ADJ" to bt-verdict(bt-idx)
                   move "week already paid" to bt-reason(bt-idx)
               else
                   move 'N' to wk-state(ts-week)
               end-if
           end-if

           if bt-verdict(bt-idx) = "REJ"
               add 1 to ws-reject-count
           end-if.


      * accepted lines go to the master (and late ones to the
      * adjustment file) and into the term-to-date totals; paid lines
      * also into the TA's pay-period hours
       post-batch.
           open extend tmaster
           if tm-status = 35
               open output tmaster
           end-if
           open extend payadj
           if pa-status = 35
               open output payadj
           end-if
           perform varying bt-idx from 1 by 1
                   until bt-idx > batch-total
               if bt-verdict(bt-idx) not = "REJ"
                   perform post-one-line
               end-if
           end-perform
           close payadj
           close tmaster.

       post-one-line.
           move bt-ta-id(bt-idx) to tm-ta-id
           move ' ' to tm-se0
           move bt-course-id(bt-idx) to tm-course-id
           move ' ' to tm-se1
           move bt-week(bt-idx) to tm-week
           move ' ' to tm-se2
           move bt-hours(bt-idx) to tm-hours
           move ' ' to tm-se3
           move bt-verdict(bt-idx) to tm-state
           write tm-rec
           end-write
           if tm-status not = "00"
               display "write to timesheet_master.txt failed, status "
                   tm-status
           end-if

           set ap-idx to bt-pair(bt-idx)
           add bt-hours(bt-idx) to ap-hours(ap-idx, bt-week(bt-idx))
           move 'Y' to ap-logged(ap-idx, bt-week(bt-idx))
           perform find-pair-ta
           if ws-found = 'Y'
               add bt-hours(bt-idx) to tw-hours(tw-idx, bt-week(bt-idx))
           end-if

           if bt-verdict(bt-idx) = "PAY"
               add 1 to ws-pay-count
               if ws-found = 'Y'
                   add bt-hours(bt-idx) to tw-pay-hours(tw-idx)
               end-if
           else
               add 1 to ws-adj-count
               move tm-rec to pa-rec
               write pa-rec
               end-write
               if pa-status not = "00"
                   display "write to payroll_adjust.txt failed, status "
                       pa-status
               end-if
           end-if.


      * a TA-week is over when the TA's total passes their declared
      * cap, or any one course's hours pass its scheduled hours
       flag-over-weeks.
           perform varying tw-idx from 1 by 1 until tw-idx > tw-total
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if tw-max-hours(tw-idx) > 0
                           and tw-hours(tw-idx, wk-idx)
                               > tw-max-hours(tw-idx)
                       move 'Y' to tw-over(tw-idx, wk-idx)
                   end-if
               end-perform
           end-perform
           perform varying ap-idx from 1 by 1
                   until ap-idx > pair-total
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if ap-course-hours(ap-idx) > 0
                           and ap-hours(ap-idx, wk-idx)
                               > ap-course-hours(ap-idx)
                       perform find-pair-ta
                       if ws-found = 'Y'
                           move 'Y' to tw-over(tw-idx, wk-idx)
                       end-if
                   end-if
               end-perform
           end-perform
           perform varying tw-idx from 1 by 1 until tw-idx > tw-total
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if tw-over(tw-idx, wk-idx) = 'Y'
                       add 1 to tw-over-weeks(tw-idx)
                   end-if
               end-perform
           end-perform.


      * the pay period runs from the first to the last week this run
      * paid; the weeks are logged so a later line for them is late.
      * A run with no pay period leaves the last extract in place.
       write-extract.
           move 0 to ws-period-from
           move 0 to ws-period-to
           perform varying wk-idx from 1 by 1 until wk-idx > 20
               if wk-state(wk-idx) = 'N'
                   if ws-period-from = 0
                       move wk-idx to ws-period-from
                   end-if
                   move wk-idx to ws-period-to
               end-if
           end-perform

           if ws-period-from > 0
               open output payext
               perform varying tw-idx from 1 by 1
                       until tw-idx > tw-total
                   if tw-pay-hours(tw-idx) > 0
                       perform write-extract-line
                   end-if
               end-perform

               open extend paywk
               if pw-status = 35
                   open output paywk
               end-if
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if wk-state(wk-idx) = 'N'
                       move wk-idx to pw-week
                       write pw-rec
                       end-write
                       if pw-status not = "00"
                           display "write to payroll_weeks.txt failed, "
                               "status " pw-status
                       end-if
                   end-if
               end-perform
               close paywk
               close payext
           end-if.

       write-extract-line.
           move tw-ta-id(tw-idx) to px-ta-id
           move ' ' to px-se0
           move ws-period-from to px-week-from
           move ' ' to px-se1
           move ws-period-to to px-week-to
           move ' ' to px-se2
           move tw-pay-hours(tw-idx) to px-hours
           write px-rec
           end-write
           if px-status not = "00"
               display "write to payroll_extract.txt failed, status "
                   px-status
           end-if
           add 1 to ws-extract-count.


       write-variance.
           open output varrpt
           move spaces to var-line
           string
               "HOURS VARIANCE - " delimited by size
               ws-fin-path delimited by space
               ", pay period weeks " delimited by size
               ws-period-from delimited by size
               "-" delimited by size
               ws-period-to delimited by size
               into var-line
           end-string
           perform write-var-line

           perform write-rejects
           perform write-line-variance
           perform write-noshows
           perform write-over-max
           perform write-chronic

           move spaces to var-line
           perform write-var-line
           move ws-reject-count to ws-num-disp
           move spaces to var-line
           string
               "lines rejected:     " delimited by size
               ws-num-disp delimited by size
               into var-line
           end-string
           perform write-var-line
           move ws-adj-count to ws-num-disp
           move spaces to var-line
           string
               "lines held late:    " delimited by size
               ws-num-disp delimited by size
               into var-line
           end-string
           perform write-var-line
           move ws-noshow-count to ws-num-disp
           move spaces to var-line
           string
               "no-show weeks:      " delimited by size
               ws-num-disp delimited by size
               into var-line
           end-string
           perform write-var-line
           move ws-overmax-count to ws-num-disp
           move spaces to var-line
           string
               "weeks over max:     " delimited by size
               ws-num-disp delimited by size
               into var-line
           end-string
           perform write-var-line
           move ws-chronic-count to ws-num-disp
           move spaces to var-line
           string
               "chronic over-work:  " delimited by size
               ws-num-disp delimited by size
               into var-line
           end-string
           perform write-var-line
           close varrpt.

       write-rejects.
           move spaces to var-line
           perform write-var-line
           move "REJECTED LINES" to var-line
           perform write-var-line
           perform varying bt-idx from 1 by 1
                   until bt-idx > batch-total
               if bt-verdict(bt-idx) = "REJ"
                   move bt-reason(bt-idx) to ws-line-note
                   perform write-batch-line
               end-if
           end-perform.

      * accepted lines whose hours differ from the course's weekly
      * hours, and every late line held for adjustment
       write-line-variance.
           move spaces to var-line
           perform write-var-line
           move "LINE VARIANCE" to var-line
           perform write-var-line
           perform varying bt-idx from 1 by 1
                   until bt-idx > batch-total
               if bt-verdict(bt-idx) not = "REJ"
                   set ap-idx to bt-pair(bt-idx)
                   move spaces to ws-line-note
                   if ap-course-hours(ap-idx) > 0
                       if bt-hours(bt-idx) > ap-course-hours(ap-idx)
                           move "OVER course hours" to ws-line-note
                       end-if
                       if bt-hours(bt-idx) < ap-course-hours(ap-idx)
                           move "UNDER course hours" to ws-line-note
                       end-if
                   end-if
                   if bt-verdict(bt-idx) = "ADJ"
                       move "HELD - week already paid" to ws-line-note
                   end-if
                   if ws-line-note not = spaces
                       perform write-batch-line
                   end-if
               end-if
           end-perform.

       write-batch-line.
           move bt-hours(bt-idx) to ws-hrs-disp
           move spaces to var-line
           string
               "ta " delimited by size
               bt-ta-id(bt-idx) delimited by size
               " course " delimited by size
               bt-course-id(bt-idx) delimited by size
               " week " delimited by size
               bt-week(bt-idx) delimited by size
               " hours " delimited by size
               ws-hrs-disp delimited by size
               " " delimited by size
               bt-verdict(bt-idx) delimited by size
               " " delimited by size
               ws-line-note delimited by size
               into var-line
           end-string
           perform write-var-line.

      * every assignment with nothing at all logged in a pay-period
      * week, or a line of zero hours
       write-noshows.
           move spaces to var-line
           perform write-var-line
           move "NO-SHOW WEEKS" to var-line
           perform write-var-line
           perform varying ap-idx from 1 by 1
                   until ap-idx > pair-total
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if wk-state(wk-idx) = 'N'
                           and ap-hours(ap-idx, wk-idx) = 0
                       add 1 to ws-noshow-count
                       move spaces to var-line
                       string
                           "ta " delimited by size
                           ap-ta-id(ap-idx) delimited by size
                           " course " delimited by size
                           ap-course-id(ap-idx) delimited by size
                           " " delimited by size
                           ap-role(ap-idx) delimited by size
                           " week " delimited by size
                           wk-idx delimited by size
                           " NO-SHOW" delimited by size
                           into var-line
                       end-string
                       perform write-var-line
                   end-if
               end-perform
           end-perform.

      * TA-weeks over the declared cap, term to date
       write-over-max.
           move spaces to var-line
           perform write-var-line
           move "WEEKS OVER TA-MAX-HOURS" to var-line
           perform write-var-line
           perform varying tw-idx from 1 by 1 until tw-idx > tw-total
               perform varying wk-idx from 1 by 1 until wk-idx > 20
                   if tw-max-hours(tw-idx) > 0
                           and tw-hours(tw-idx, wk-idx)
                               > tw-max-hours(tw-idx)
                       add 1 to ws-overmax-count
                       move tw-hours(tw-idx, wk-idx) to ws-hrs-disp
                       move tw-max-hours(tw-idx) to ws-hrs2-disp
                       move spaces to var-line
                       string
                           "ta " delimited by size
                           tw-ta-id(tw-idx) delimited by size
                           " week " delimited by size
                           wk-idx delimited by size
                           " hours " delimited by size
                           ws-hrs-disp delimited by size
                           " max " delimited by size
                           ws-hrs2-disp delimited by size
                           into var-line
                       end-string
                       perform write-var-line
                   end-if
               end-perform
           end-perform.

       write-chronic.
           move spaces to var-line
           perform write-var-line
           move "CHRONIC OVER-WORK" to var-line
           perform write-var-line
           perform varying tw-idx from 1 by 1 until tw-idx > tw-total
               if tw-over-weeks(tw-idx) >= ws-chronic-weeks
                   add 1 to ws-chronic-count
                   move tw-over-weeks(tw-idx) to ws-hrs-disp
                   move spaces to var-line
                   string
                       "ta " delimited by size
                       tw-ta-id(tw-idx) delimited by size
                       " over their hours in " delimited by size
                       ws-hrs-disp delimited by size
                       " weeks" delimited by size
                       into var-line
                   end-string
                   perform write-var-line
               end-if
           end-perform.

       write-var-line.
           write var-line
           end-write
           if var-status not = "00"
               display "write to hours_variance.txt failed, status "
                   var-status
           end-if.
