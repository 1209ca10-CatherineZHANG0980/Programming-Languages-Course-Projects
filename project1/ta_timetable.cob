      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Per-TA weekly timetable export for the campus calendar

      * ta-timetable joins the final allocation (allocation2.txt when
      * round 2 ran after round 1, else allocation.txt - including any
      * ta-override changes applied to it) with the course_schedule.txt
      * sessions and writes, for each ta-id in ascending order, one
      * timetable_export.txt line per session - ta-id, day, start
      * hour, end hour, course-id, role - in day and start order, the
      * fixed layout the campus calendar system imports. A TA whose
      * week does not hold together is not exported: when sessions
      * of two of their courses overlap, or their weekly hours (the
      * course's sc-ta-hours, or the session hours when a course
      * declares none) add up to more than their ta-max-hours, the
      * whole week goes to timetable_exceptions.txt with the reason
      * instead. Return code 4 when any TA was held back.

       identification division.
       program-id. ta-timetable.

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

           select tt-exp
           assign to "timetable_export.txt"
           organization is line sequential
           file status is exp-status.

           select tt-exc
           assign to "timetable_exceptions.txt"
           organization is line sequential
           file status is exc-status.

       data division.
       file section.

      * control file: line 1 = instructors.txt path, line 2 =
      * candidates.txt path; only line 2 is used here
       fd ctl.
       01 ctl-line pic x(100).

      * mirrors ta-ranking's fd can / 01 tas layout; the ta-id and
      * the trailing ta-max-hours are read here
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

      * the final allocation, in ta-allocate's output layout
       fd alloc-fin.
       01 fin-rec.
           05 f-course-id pic 9(4).
           05 f-se0 pic x.
           05 f-role pic x(8).
           05 f-se-role pic x.
           05 f-filled-count pic 9(2).
           05 f-se1 pic x.
           05 f-fill-status pic x(8).
           05 f-se2 pic x.
           05 f-entry occurs 1 to 20 times
                   depending on f-filled-count
                   indexed by f-idx.
               10 f-ta-id pic 9(10).
               10 f-se3 pic x.

      * mirrors ta-allocate's fd sched / 01 sched-rec layout
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

      * the calendar interchange record: one session of one TA
       fd tt-exp.
       01 exp-rec.
           03 ex-ta-id pic 9(10).
           03 ex-se0 pic x.
           03 ex-day pic x(3).
           03 ex-se1 pic x.
           03 ex-start pic 9(2).
           03 ex-se2 pic x.
           03 ex-end pic 9(2).
           03 ex-se3 pic x.
           03 ex-course-id pic 9(4).
           03 ex-se4 pic x.
           03 ex-role pic x(8).

       fd tt-exc.
       01 exc-line pic x(100).

       working-storage section.

       77 ctl-status pic xx.
       77 ta-status pic xx.
       77 fin-status pic xx.
       77 sched-status pic xx.
       77 exp-status pic xx.
       77 exc-status pic xx.
       77 ws-can-path pic x(100).
       77 ws-fin-path pic x(40).
       77 ws-ctl-eof pic x value 'N'.

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

      * ta-max-hours per candidate; 0 = no cap declared
       01 cap-tab.
           03 cp-entry occurs 2000 times indexed by cp-idx.
               05 cp-ta pic 9(10).
               05 cp-max pic 9(2).
       77 cap-total pic 9(4) value 0.

      * course_schedule.txt
       01 sched-tab.
           03 sh-entry occurs 500 times indexed by sh-idx.
               05 sh-course pic 9(4).
               05 sh-hours pic 9(2).
               05 sh-sess-count pic 9(2).
               05 sh-sess occurs 10 times indexed by sn-idx.
                   10 sh-sess-day pic x(3).
                   10 sh-sess-start pic 9(2).
                   10 sh-sess-end pic 9(2).
       77 sh-total pic 9(4) value 0.
       77 ws-sh-hit pic 9(4) value 0.

      * every TA in the final allocation with the course roles they
      * hold, kept sorted by ta-id
       01 holder-tab.
           03 ho-entry occurs 2000 times indexed by ho-idx.
               05 ho-ta pic 9(10).
               05 ho-count pic 9.
               05 ho-held occurs 5 times.
                   10 ho-course pic 9(4).
                   10 ho-role pic x(8).
       77 holder-total pic 9(4) value 0.
       77 ws-ho-lo pic 9(4) value 0.
       77 ws-ho-hi pic 9(4) value 0.
       77 ws-ho-mid pic 9(4) value 0.
       77 ws-ho-hit pic 9(4) value 0.
       77 ho2-idx pic 9(4) value 0.
       77 hd-idx pic 9 value 0.

      * one TA's week: every session of every held course, kept in
      * day and start order
       01 week-tab.
           03 wk-entry occurs 50 times indexed by wk-idx.
               05 wk-day-seq pic 9.
               05 wk-day pic x(3).
               05 wk-start pic 9(2).
               05 wk-end pic 9(2).
               05 wk-course pic 9(4).
               05 wk-role pic x(8).
       77 week-total pic 9(2) value 0.
       77 wk2-idx pic 9(2) value 0.
       01 ws-wk-new.
           05 ws-wk-day-seq pic 9.
           05 ws-wk-day pic x(3).
           05 ws-wk-start pic 9(2).
           05 ws-wk-end pic 9(2).
           05 ws-wk-course pic 9(4).
           05 ws-wk-role pic x(8).

      * calendar order of the day codes; an unknown code sorts last
       01 day-names.
           03 filler pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 day-table redefines day-names.
           03 dy-name pic x(3) occurs 7 times indexed by dy-idx.

       77 ws-max-hours pic 9(2) value 0.
       77 ws-week-hours pic 9(3) value 0.
       77 ws-course-hours pic 9(3) value 0.
       77 ws-week-ok pic x value 'Y'.
       77 ws-clash-a pic 9(2) value 0.
       77 ws-clash-b pic 9(2) value 0.
       77 ws-num-disp pic z9.
       77 ws-hrs-disp pic zz9.

       77 ws-exported-tas pic 9(4) value 0.
       77 ws-exported-lines pic 9(5) value 0.
       77 ws-held-back pic 9(4) value 0.

       procedure division.
       prog-main.
           perform load-control.
           perform load-candidates.
           perform load-schedule.
           perform pick-final-alloc.
           perform load-final.

           open output tt-exp.
           open output tt-exc.
           perform varying ho-idx from 1 by 1
                   until ho-idx > holder-total
               perform build-week
               perform check-week
               if ws-week-ok = 'Y'
                   perform export-week
               else
                   perform write-exception
               end-if
           end-perform.
           if ws-held-back = 0
               move "no timetable exceptions" to exc-line
               perform write-exception-line
           end-if
           close tt-exp.
           close tt-exc.

           display "timetables exported " ws-exported-tas
               " TAs, " ws-exported-lines " sessions; held back "
               ws-held-back.
           if ws-held-back > 0
               move 4 to return-code
           end-if
           stop run.


      * read this term's candidates path from ta_ranking.ctl, falling
      * back to the historical default when the control file (or its
      * line) is missing.
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


       load-candidates.
           move 0 to cap-total
           open input can
           if ta-status = 35
               display "candidates file not found: " ws-can-path
           else
               perform load-candidates-ite until ta-status = 10
               close can
           end-if.

      * ta-max-hours sits after the skills table, so it is read
      * straight from the record and checked as ta-allocate does
       load-candidates-ite.
           read can
           if ta-status not = 10
               if cap-total < 2000
                   add 1 to cap-total
                   move ta-id to cp-ta(cap-total)
                   if ta-max-hours is numeric
                       move ta-max-hours to cp-max(cap-total)
                   else
                       move 0 to cp-max(cap-total)
                   end-if
               else
                   display "cap-tab full (2000) - candidate "
                       ta-id " has no hour cap"
               end-if
           end-if.


       load-schedule.
           move 0 to sh-total
           open input sched
           if sched-status not = 35
               perform load-schedule-ite until sched-status = 10
               close sched
           end-if.

       load-schedule-ite.
           read sched
           if sched-status not = 10
               if sh-total < 500
                   add 1 to sh-total
                   set sh-idx to sh-total
                   move sc-course-id to sh-course(sh-idx)
                   move sc-ta-hours to sh-hours(sh-idx)
                   move sc-session-count to sh-sess-count(sh-idx)
                   perform varying sn-idx from 1 by 1
                           until sn-idx > sc-session-count
                       move sc-sess-day(sn-idx)
                           to sh-sess-day(sh-idx, sn-idx)
                       move sc-sess-start(sn-idx)
                           to sh-sess-start(sh-idx, sn-idx)
                       move sc-sess-end(sn-idx)
                           to sh-sess-end(sh-idx, sn-idx)
                   end-perform
               else
                   display "sched-tab full (500) - course "
                       sc-course-id " has no sessions"
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


       load-final.
           move 0 to holder-total
           if ws-fin-path = spaces
               display "no allocation file found - nothing to export"
           else
               open input alloc-fin
               perform load-final-ite until fin-status = 10
               close alloc-fin
           end-if.

       load-final-ite.
           read alloc-fin
           if fin-status not = 10
               if f-filled-count is numeric
                   perform varying f-idx from 1 by 1
                           until f-idx > f-filled-count
                       if f-ta-id(f-idx) not = 0
                           perform add-holding
                       end-if
                   end-perform
               end-if
           end-if.

      * file the course role under its TA, opening the TA's entry at
      * its sorted position the first time they are seen
       add-holding.
           perform search-holder
           if ws-ho-hit = 0
               if holder-total >= 2000
                   display "holder-tab full (2000) - ta "
                       f-ta-id(f-idx) " not exported"
               else
                   perform varying ho2-idx from holder-total by -1
                           until ho2-idx < ws-ho-lo
                       move ho-entry(ho2-idx) to ho-entry(ho2-idx + 1)
                   end-perform
                   add 1 to holder-total
                   move f-ta-id(f-idx) to ho-ta(ws-ho-lo)
                   move 0 to ho-count(ws-ho-lo)
                   move ws-ho-lo to ws-ho-hit
               end-if
           end-if
           if ws-ho-hit not = 0
               if ho-count(ws-ho-hit) < 5
                   add 1 to ho-count(ws-ho-hit)
                   move ho-count(ws-ho-hit) to hd-idx
                   move f-course-id to ho-course(ws-ho-hit, hd-idx)
                   move f-role to ho-role(ws-ho-hit, hd-idx)
               else
                   display "ta " f-ta-id(f-idx) " holds more than 5 "
                       "course roles - course " f-course-id
                       " not exported"
               end-if
           end-if.

      * binary search for the ta-id at f-idx: ws-ho-hit is its
      * position (0 on a miss) and ws-ho-lo the insertion point
       search-holder.
           move 0 to ws-ho-hit
           move 1 to ws-ho-lo
           move holder-total to ws-ho-hi
           perform until ws-ho-lo > ws-ho-hi
               compute ws-ho-mid = (ws-ho-lo + ws-ho-hi) / 2
               if ho-ta(ws-ho-mid) = f-ta-id(f-idx)
                   move ws-ho-mid to ws-ho-hit
                   exit perform
               else
                   if ho-ta(ws-ho-mid) < f-ta-id(f-idx)
                       compute ws-ho-lo = ws-ho-mid + 1
                   else
                       compute ws-ho-hi = ws-ho-mid - 1
                   end-if
               end-if
           end-perform.


      * gather the TA at ho-idx's sessions in day / start order and
      * total their weekly hours
       build-week.
           move 0 to week-total
           move 0 to ws-week-hours
           perform varying hd-idx from 1 by 1
                   until hd-idx > ho-count(ho-idx)
               perform find-schedule
               move 0 to ws-course-hours
               if ws-sh-hit not = 0
                   perform varying sn-idx from 1 by 1
                           until sn-idx > sh-sess-count(ws-sh-hit)
                       perform add-week-session
                       if sh-sess-end(ws-sh-hit, sn-idx)
                               > sh-sess-start(ws-sh-hit, sn-idx)
                           compute ws-course-hours = ws-course-hours
                               + sh-sess-end(ws-sh-hit, sn-idx)
                               - sh-sess-start(ws-sh-hit, sn-idx)
                       end-if
                   end-perform
                   if sh-hours(ws-sh-hit) > 0
                       move sh-hours(ws-sh-hit) to ws-course-hours
                   end-if
               end-if
               add ws-course-hours to ws-week-hours
           end-perform.

       find-schedule.
           move 0 to ws-sh-hit
           perform varying sh-idx from 1 by 1 until sh-idx > sh-total
               if sh-course(sh-idx) = ho-course(ho-idx, hd-idx)
                   set ws-sh-hit to sh-idx
                   exit perform
               end-if
           end-perform.

      * insertion into week-tab by day, then start hour
       add-week-session.
           move 8 to ws-wk-day-seq
           perform varying dy-idx from 1 by 1 until dy-idx > 7
               if dy-name(dy-idx) = sh-sess-day(ws-sh-hit, sn-idx)
                   set ws-wk-day-seq to dy-idx
                   exit perform
               end-if
           end-perform
           move sh-sess-day(ws-sh-hit, sn-idx) to ws-wk-day
           move sh-sess-start(ws-sh-hit, sn-idx) to ws-wk-start
           move sh-sess-end(ws-sh-hit, sn-idx) to ws-wk-end
           move ho-course(ho-idx, hd-idx) to ws-wk-course
           move ho-role(ho-idx, hd-idx) to ws-wk-role
           if week-total < 50
               move week-total to wk2-idx
               perform until wk2-idx = 0
                   if wk-day-seq(wk2-idx) < ws-wk-day-seq
                       exit perform
                   end-if
                   if wk-day-seq(wk2-idx) = ws-wk-day-seq
                           and wk-start(wk2-idx) <= ws-wk-start
                       exit perform
                   end-if
                   move wk-entry(wk2-idx) to wk-entry(wk2-idx + 1)
                   subtract 1 from wk2-idx
               end-perform
               move ws-wk-new to wk-entry(wk2-idx + 1)
               add 1 to week-total
           end-if.


      * the week holds together when no two sessions of different
      * courses overlap and the hours fit inside ta-max-hours (no
      * cap declared, no cap)
       check-week.
           move 'Y' to ws-week-ok
           move 0 to ws-clash-a
           move 0 to ws-clash-b
           perform varying wk-idx from 1 by 1 until wk-idx > week-total
                   or ws-clash-a not = 0
               set wk2-idx to wk-idx
               add 1 to wk2-idx
               perform until wk2-idx > week-total
                   if wk-day(wk2-idx) not = wk-day(wk-idx)
                       exit perform
                   end-if
                   if wk-start(wk2-idx) < wk-end(wk-idx)
                           and wk-course(wk2-idx)
                               not = wk-course(wk-idx)
                       set ws-clash-a to wk-idx
                       move wk2-idx to ws-clash-b
                       exit perform
                   end-if
                   add 1 to wk2-idx
               end-perform
           end-perform
           if ws-clash-a not = 0
               move 'N' to ws-week-ok
           end-if
           move 0 to ws-max-hours
           perform varying cp-idx from 1 by 1 until cp-idx > cap-total
               if cp-ta(cp-idx) = ho-ta(ho-idx)
                   move cp-max(cp-idx) to ws-max-hours
                   exit perform
               end-if
           end-perform
           if ws-max-hours > 0 and ws-week-hours > ws-max-hours
               move 'N' to ws-week-ok
           end-if.


       export-week.
           add 1 to ws-exported-tas
           perform varying wk-idx from 1 by 1 until wk-idx > week-total
               move ho-ta(ho-idx) to ex-ta-id
               move wk-day(wk-idx) to ex-day
               move wk-start(wk-idx) to ex-start
               move wk-end(wk-idx) to ex-end
               move wk-course(wk-idx) to ex-course-id
               move wk-role(wk-idx) to ex-role
               move ' ' to ex-se0 ex-se1 ex-se2 ex-se3 ex-se4
               write exp-rec
               end-write
               if exp-status not = "00"
                   display "write to timetable_export.txt failed, "
                       "status " exp-status
               end-if
               add 1 to ws-exported-lines
           end-perform.


      * the reason line(s) for a held-back TA, then their week as it
      * stands so the clash can be fixed by hand
       write-exception.
           add 1 to ws-held-back
           if ws-clash-a not = 0
               move spaces to exc-line
               string
                   "TA " delimited by size
                   ho-ta(ho-idx) delimited by size
                   " NOT EXPORTED - sessions overlap: "
                       delimited by size
                   wk-course(ws-clash-a) delimited by size
                   " " delimited by size
                   wk-day(ws-clash-a) delimited by size
                   " " delimited by size
                   wk-start(ws-clash-a) delimited by size
                   "-" delimited by size
                   wk-end(ws-clash-a) delimited by size
                   " with " delimited by size
                   wk-course(ws-clash-b) delimited by size
                   " " delimited by size
                   wk-day(ws-clash-b) delimited by size
                   " " delimited by size
                   wk-start(ws-clash-b) delimited by size
                   "-" delimited by size
                   wk-end(ws-clash-b) delimited by size
                   into exc-line
               end-string
               perform write-exception-line
           end-if
           if ws-max-hours > 0 and ws-week-hours > ws-max-hours
               move ws-week-hours to ws-hrs-disp
               move ws-max-hours to ws-num-disp
               move spaces to exc-line
               string
                   "TA " delimited by size
                   ho-ta(ho-idx) delimited by size
                   " NOT EXPORTED - weekly hours " delimited by size
                   ws-hrs-disp delimited by size
                   " over ta-max-hours " delimited by size
                   ws-num-disp delimited by size
                   into exc-line
               end-string
               perform write-exception-line
           end-if
           perform varying wk-idx from 1 by 1 until wk-idx > week-total
               move spaces to exc-line
               string
                   "    " delimited by size
                   wk-day(wk-idx) delimited by size
                   " " delimited by size
                   wk-start(wk-idx) delimited by size
                   "-" delimited by size
                   wk-end(wk-idx) delimited by size
                   "  " delimited by size
                   wk-course(wk-idx) delimited by size
                   " " delimited by size
                   wk-role(wk-idx) delimited by size
                   into exc-line
               end-string
               perform write-exception-line
           end-perform.

       write-exception-line.
           write exc-line
           end-write
           if exc-status not = "00"
               display "write to timetable_exceptions.txt failed, "
                   "status " exc-status
           end-if.
