      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Per-candidate "why wasn't I assigned" report

      * ta-explain answers an appeal in the candidate's own terms.
      * For every candidate in candidates.txt, in file order, and for
      * each of their three prefer-course values, why_not_report.txt
      * shows every role of that course: whether they qualified,
      * their score and rank among the role's qualified candidates
      * (from audit_log.txt), their slot in output.txt, the score of
      * the role's last output.txt slot (the cutoff), and the result
      * - ASSIGNED, or the one reason they did not land there:
      * failed required skill(s), directory status, an exclusion
      * rule (do-not-rehire, grade rule), a BLOCK in preassign.txt,
      * beaten on rank, hour budget exceeded, timetable clash, or
      * declined in round 1. The final allocation is allocation2.txt
      * when round 2 ran after round 1, else allocation.txt. The hour
      * and timetable reasons are judged against the courses the
      * candidate holds in that final allocation, the way ta-allocate
      * judges a proposal against the courses already held. ta-skillgap
      * answers the same question per course; this report answers it
      * per person, in a form HR can paste into a reply.

       identification division.
       program-id. ta-explain.

       environment division.
       input-output section.
       file-control.
           select ctl
           assign to "ta_ranking.ctl"
           organization is line sequential
           file status is ctl-status.

           select ins
           assign to ws-ins-path
           organization is line sequential
           file status is course-status.

           select can
           assign to ws-can-path
           organization is line sequential
           file status is ta-status.

           select dir
           assign to "candidate_directory.txt"
           organization is line sequential
           file status is dir-status.

           select summ-in
           assign to "output.txt"
           organization is line sequential
           file status is summ-status.

           select audit
           assign to "audit_log.txt"
           organization is line sequential
           file status is audit-status.

           select alloc-r1
           assign to "allocation.txt"
           organization is line sequential
           file status is r1-status.

           select alloc-fin
           assign to ws-fin-path
           organization is line sequential
           file status is fin-status.

           select sched
           assign to "course_schedule.txt"
           organization is line sequential
           file status is sched-status.

           select resp
           assign to "responses.txt"
           organization is line sequential
           file status is resp-status.

           select rep
           assign to "why_not_report.txt"
           organization is line sequential
           file status is rep-status.

       data division.
       file section.

      * control file: line 1 = instructors.txt path, line 2 =
      * candidates.txt path
       fd ctl.
       01 ctl-line pic x(100).

      * mirrors ta-ranking's fd ins / 01 courses layout; only the
      * course-id, role and required-skill-count are used
       fd ins.
       01 courses.
           03 course-id pic 9(4).
           03 se pic x.
           03 course-role pic x(8).
           03 se-role pic x.
           03 required-ta-count pic 9(2).
           03 se-rtc pic x.
           03 required-skill-count pic 9(2).

      * mirrors ta-ranking's fd can / 01 tas layout, including the
      * trailing availability fields ta-allocate reads
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

      * mirrors ta-ranking's fd dir / 01 dir-rec layout
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

      * mirrors ta-ranking's fd summ / 01 scores layout
       fd summ-in.
       01  scores.
           05 o-course-id pic 9(4).
           05 o-se0 pic x.
           05 o-role pic x(8).
           05 o-se-role pic x.
           05 o-ta-count pic 9(2).
           05 o-se-count pic x.
           05 o-status pic x(8).
           05 o-se-status pic x.
           05 o-ta-entry occurs 1 to 20 times
                   depending on o-ta-count
                   indexed by ot-idx.
               10 o-ta-id pic 9(10).
               10 o-se-id pic x.
               10 o-ta-score pic x(5).
               10 o-se-score pic x.

      * audit_log.txt as ta-ranking writes it: a COURSE / ROLE
      * heading per course role, then one line per candidate - either
      * the scored line (sa, the part scores and the total at fixed
      * columns) or an exclusion with its reason after the ta-id
       fd audit.
       01 audit-line pic x(120).
       01 au-cand redefines audit-line.
           03 au-lead pic x(6).
           03 au-ta-id pic x(10).
           03 au-sp pic x.
           03 au-rest pic x(103).
       01 au-scored redefines audit-line.
           03 filler pic x(17).
           03 au-sa-tag pic x(4).
           03 au-sa pic x(3).
           03 filler pic x(63).
           03 au-score pic x(5).
       01 au-head redefines audit-line.
           03 au-head-tag pic x(7).
           03 au-head-course pic x(4).
           03 au-head-role-tag pic x(6).
           03 au-head-role pic x(8).

      * round-1 and final allocations, in ta-allocate's output layout
       fd alloc-r1.
       01 r1-rec.
           05 r1-course-id pic 9(4).
           05 r1-se0 pic x.
           05 r1-role pic x(8).
           05 r1-se-role pic x.
           05 r1-filled-count pic 9(2).
           05 r1-se1 pic x.
           05 r1-fill-status pic x(8).
           05 r1-se2 pic x.
           05 r1-entry occurs 1 to 20 times
                   depending on r1-filled-count
                   indexed by r1-idx.
               10 r1-ta-id pic 9(10).
               10 r1-se3 pic x.

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

      * mirrors ta-reallocate's fd resp / 01 resp-rec layout
       fd resp.
       01 resp-rec.
           05 r-ta-id pic 9(10).
           05 r-se0 pic x.
           05 r-course-id pic 9(4).
           05 r-se1 pic x.
           05 r-answer pic x(7).
           05 r-se2 pic x.
           05 r-resp-date pic x(8).
           05 r-se3 pic x.
           05 r-reason pic x(4).

       fd rep.
       01 rep-line pic x(120).

       working-storage section.

       77 ctl-status pic xx.
       77 course-status pic xx.
       77 ta-status pic xx.
       77 dir-status pic xx.
       77 summ-status pic xx.
       77 audit-status pic xx.
       77 r1-status pic xx.
       77 fin-status pic xx.
       77 sched-status pic xx.
       77 resp-status pic xx.
       77 rep-status pic xx.

       77 ws-ins-path pic x(100).
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

      * every candidate in candidates.txt order, with what the other
      * files say about them: directory name and status, the courses
      * held in round 1 and in the final allocation, and the courses
      * they declined
       01 cand-tab.
           03 cd-entry occurs 2000 times indexed by cd-idx.
               05 cd-ta pic 9(10).
               05 cd-pref pic 9(4) occurs 3 times.
               05 cd-max-hours pic 9(2).
               05 cd-avail-count pic 9(2).
               05 cd-avail occurs 20 times indexed by av-idx.
                   10 cd-avail-day pic x(3).
                   10 cd-avail-start pic 9(2).
                   10 cd-avail-end pic 9(2).
               05 cd-in-dir pic x.
               05 cd-name pic x(30).
               05 cd-status pic x(10).
               05 cd-r1-count pic 9.
               05 cd-r1 occurs 5 times.
                   10 cd-r1-course pic 9(4).
                   10 cd-r1-role pic x(8).
               05 cd-fin-count pic 9.
               05 cd-fin occurs 5 times.
                   10 cd-fin-course pic 9(4).
                   10 cd-fin-role pic x(8).
               05 cd-decl-count pic 9.
               05 cd-decl-course pic 9(4) occurs 5 times.
       77 cand-total pic 9(4) value 0.
       77 hd-idx pic 9 value 0.

      * cand-tab positions sorted by ta-id, so every other file finds
      * its candidate with one binary search
       01 cand-index.
           03 cx-entry occurs 2000 times.
               05 cx-ta pic 9(10).
               05 cx-pos pic 9(4).
       77 cx-idx pic 9(4) value 0.
       77 cx-total pic 9(4) value 0.
       77 ws-cx-lo pic 9(4) value 0.
       77 ws-cx-hi pic 9(4) value 0.
       77 ws-cx-mid pic 9(4) value 0.
       77 ws-cx-hit pic 9(4) value 0.
       77 ws-find-ta pic 9(10) value 0.

      * one entry per output.txt course role: its listed slots with
      * their scores, the required skill count from instructors.txt,
      * and the range of kept audit entries from the role's latest
      * audit_log.txt block
       01 role-tab.
           03 ro-entry occurs 2000 times indexed by ro-idx.
               05 ro-course pic 9(4).
               05 ro-role pic x(8).
               05 ro-count pic 9(2).
               05 ro-slot occurs 20 times.
                   10 ro-slot-ta pic 9(10).
                   10 ro-slot-score pic x(5).
               05 ro-rsc pic 9(2).
               05 ro-head-seq pic 9(5).
               05 ro-kp-first pic 9(5).
               05 ro-kp-last pic 9(5).
               05 ro-scored pic 9(4).
       77 ro-total pic 9(4) value 0.
       77 ws-cur-ro pic 9(4) value 0.
       77 ws-head-seq pic 9(5) value 0.
       77 sl-idx pic 9(2) value 0.

      * the audit lines that matter here: a candidate's line in a
      * role of one of their own prefer-courses. kp-code S = scored
      * and qualified, K = failed required skills, D = directory
      * status, X = other exclusion rule, B = BLOCK, P = PIN
       01 kept-tab.
           03 kp-entry occurs 20000 times indexed by kp-idx.
               05 kp-ta pic 9(10).
               05 kp-code pic x.
               05 kp-text pic x(40).
               05 kp-sa pic 9(3).
               05 kp-score pic 9(3)v9.
               05 kp-higher pic 9(4).
       77 kp-total pic 9(5) value 0.
       77 ws-kp-hit pic 9(5) value 0.
       77 ws-line-score pic 9(3)v9 value 0.
       77 ws-excl-text pic x(103).
       77 ws-excl-junk pic x(103).

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
       77 ws-sh-this pic 9(4) value 0.
       77 ws-sh-held pic 9(4) value 0.
       77 ws-find-course pic 9(4) value 0.
       77 ws-sh-hit pic 9(4) value 0.
       77 sn2-idx pic 9(2) value 0.

      * the verdict for one (candidate, prefer-course, role)
       77 pf-idx pic 9 value 0.
       77 ws-course pic 9(4) value 0.
       77 ws-roles-found pic 9(2) value 0.
       77 ws-result pic x(80).
       77 ws-qualified pic x(3).
       77 ws-score-col pic x(5).
       77 ws-score-disp pic zz9.9.
       77 ws-rank-col pic x(12).
       77 ws-rank pic zzz9.
       77 ws-rank-of pic zzz9.
       77 ws-slot-col pic x(10).
       77 ws-slot-num pic 9(2) value 0.
       77 ws-cutoff-col pic x(5).
       77 ws-assigned pic x value 'N'.
       77 ws-other-role pic x(8).
       77 ws-in-r1 pic x value 'N'.
       77 ws-declined pic x value 'N'.
       77 ws-hours-ok pic x value 'Y'.
       77 ws-sum-hours pic 9(4) value 0.
       77 ws-avail-ok pic x value 'Y'.
       77 ws-sess-covered pic x value 'N'.
       77 ws-clash-course pic 9(4) value 0.
       77 ws-num-disp pic z9.
       77 ws-num2-disp pic z9.
       77 ws-hrs-disp pic zz9.

       77 ws-reported pic 9(4) value 0.
       77 ws-unassigned pic 9(4) value 0.
       77 ws-cand-assigned pic x value 'N'.

       procedure division.
       prog-main.
           perform load-control.
           perform load-candidates.
           if cand-total = 0
               display "no candidates - nothing to explain"
               stop run
           end-if.
           perform load-directory.
           perform load-output.
           perform load-instructors.
           perform load-schedule.
           perform load-responses.
           perform pick-final-alloc.
           perform load-allocations.
           perform scan-audit.

           open output rep
           perform varying cd-idx from 1 by 1 until cd-idx > cand-total
               perform explain-candidate
           end-perform
           close rep.

           display "candidates explained " ws-reported
               ", holding no preferred course " ws-unassigned.
           stop run.


      * read this term's file paths from ta_ranking.ctl, falling back
      * to the historical defaults when the control file (or any of
      * its lines) is missing.
       load-control.
           move "/media/sf_CS318/ta_ranking/instructors.txt"
               to ws-ins-path
           move "/media/sf_CS318/ta_ranking/candidates.txt"
               to ws-can-path
           move 'N' to ws-ctl-eof

           open input ctl
           if ctl-status not = 35
               perform ctl-read-line
               if ws-ctl-eof = 'N'
                   move function trim(ctl-line) to ws-ins-path
               end-if

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
           move 0 to cand-total
           open input can
           if ta-status = 35
               display "candidates file not found: " ws-can-path
           else
               perform load-candidates-ite until ta-status = 10
               close can
           end-if.

       load-candidates-ite.
           read can
           if ta-status not = 10
               if cand-total < 2000
                   add 1 to cand-total
                   set cd-idx to cand-total
                   move ta-id to cd-ta(cd-idx)
                   move prefer-course(1) to cd-pref(cd-idx, 1)
                   move prefer-course(2) to cd-pref(cd-idx, 2)
                   move prefer-course(3) to cd-pref(cd-idx, 3)
      * trailing availability fields, read the way ta-allocate reads
      * them: absent means no hour cap and fully available
                   if ta-max-hours is numeric
                       move ta-max-hours to cd-max-hours(cd-idx)
                   else
                       move 0 to cd-max-hours(cd-idx)
                   end-if
                   if ta-avail-count is numeric
                       move ta-avail-count to cd-avail-count(cd-idx)
                   else
                       move 0 to cd-avail-count(cd-idx)
                   end-if
                   perform varying av-idx from 1 by 1
                           until av-idx > cd-avail-count(cd-idx)
                       move ta-avail-day(av-idx)
                           to cd-avail-day(cd-idx, av-idx)
                       move ta-avail-start(av-idx)
                           to cd-avail-start(cd-idx, av-idx)
                       move ta-avail-end(av-idx)
                           to cd-avail-end(cd-idx, av-idx)
                   end-perform
                   move 'N' to cd-in-dir(cd-idx)
                   move spaces to cd-name(cd-idx)
                   move spaces to cd-status(cd-idx)
                   move 0 to cd-r1-count(cd-idx)
                   move 0 to cd-fin-count(cd-idx)
                   move 0 to cd-decl-count(cd-idx)
                   perform insert-cand-index
               else
                   display "cand-tab full (2000) - candidate " ta-id
                       " not explained"
               end-if
           end-if.

      * sorted insert of the new candidate's ta-id; a repeated ta-id
      * keeps its first position
       insert-cand-index.
           move ta-id to ws-find-ta
           perform search-cand-index
           if ws-cx-hit = 0
               add 1 to cx-total
               perform varying cx-idx from cx-total by -1
                       until cx-idx <= ws-cx-lo
                   move cx-entry(cx-idx - 1) to cx-entry(cx-idx)
               end-perform
               move ta-id to cx-ta(ws-cx-lo)
               move cand-total to cx-pos(ws-cx-lo)
           else
               subtract 1 from cand-total
           end-if.

      * binary search for ws-find-ta: ws-cx-hit is its cand-tab
      * position (0 when unknown), ws-cx-lo the insertion point
       search-cand-index.
           move 0 to ws-cx-hit
           move 1 to ws-cx-lo
           move cx-total to ws-cx-hi
           perform until ws-cx-lo > ws-cx-hi
               compute ws-cx-mid = (ws-cx-lo + ws-cx-hi) / 2
               if cx-ta(ws-cx-mid) = ws-find-ta
                   move cx-pos(ws-cx-mid) to ws-cx-hit
                   exit perform
               else
                   if cx-ta(ws-cx-mid) < ws-find-ta
                       compute ws-cx-lo = ws-cx-mid + 1
                   else
                       compute ws-cx-hi = ws-cx-mid - 1
                   end-if
               end-if
           end-perform.


       load-directory.
           open input dir
           if dir-status not = 35
               perform load-directory-ite until dir-status = 10
               close dir
           end-if.

       load-directory-ite.
           read dir
           if dir-status not = 10
               move dr-ta-id to ws-find-ta
               perform search-cand-index
               if ws-cx-hit not = 0
                   move 'Y' to cd-in-dir(ws-cx-hit)
                   move dr-name to cd-name(ws-cx-hit)
                   move dr-status to cd-status(ws-cx-hit)
               end-if
           end-if.


       load-output.
           move 0 to ro-total
           open input summ-in
           if summ-status = 35
               display "output.txt not found - no ranks or cutoffs"
           else
               perform load-output-ite until summ-status = 10
               close summ-in
           end-if.

       load-output-ite.
           read summ-in
           if summ-status not = 10
               if ro-total < 2000
                   add 1 to ro-total
                   set ro-idx to ro-total
                   move o-course-id to ro-course(ro-idx)
                   move o-role to ro-role(ro-idx)
                   move o-ta-count to ro-count(ro-idx)
                   perform varying ot-idx from 1 by 1
                           until ot-idx > o-ta-count
                       move o-ta-id(ot-idx)
                           to ro-slot-ta(ro-idx, ot-idx)
                       move o-ta-score(ot-idx)
                           to ro-slot-score(ro-idx, ot-idx)
                   end-perform
                   move 0 to ro-rsc(ro-idx)
                   move 0 to ro-head-seq(ro-idx)
                   move 1 to ro-kp-first(ro-idx)
                   move 0 to ro-kp-last(ro-idx)
                   move 0 to ro-scored(ro-idx)
               else
                   display "role-tab full (2000) - course "
                       o-course-id " not explained"
               end-if
           end-if.

      * ro-idx on the role-tab entry for ws-course / ws-other-role;
      * ws-cur-ro 0 when output.txt has no such course role
       find-role.
           move 0 to ws-cur-ro
           perform varying ro-idx from 1 by 1 until ro-idx > ro-total
               if ro-course(ro-idx) = ws-course
                       and ro-role(ro-idx) = ws-other-role
                   set ws-cur-ro to ro-idx
                   exit perform
               end-if
           end-perform.


       load-instructors.
           open input ins
           if course-status not = 35
               perform load-instructors-ite until course-status = 10
               close ins
           end-if.

       load-instructors-ite.
           read ins
           if course-status not = 10
               move course-id to ws-course
               move course-role to ws-other-role
               perform find-role
               if ws-cur-ro not = 0
                   if required-skill-count is numeric
                       move required-skill-count to ro-rsc(ws-cur-ro)
                   end-if
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
                       sc-course-id " treated as unscheduled"
               end-if
           end-if.

      * ws-sh-hit on ws-find-course's schedule entry; 0 when the
      * course has none (unconstrained, as in ta-allocate)
       find-schedule.
           move 0 to ws-sh-hit
           perform varying sh-idx from 1 by 1 until sh-idx > sh-total
               if sh-course(sh-idx) = ws-find-course
                   set ws-sh-hit to sh-idx
                   exit perform
               end-if
           end-perform.


       load-responses.
           open input resp
           if resp-status not = 35
               perform load-responses-ite until resp-status = 10
               close resp
           end-if.

       load-responses-ite.
           read resp
           if resp-status not = 10
               if r-answer = "DECLINE"
                   move r-ta-id to ws-find-ta
                   perform search-cand-index
                   if ws-cx-hit not = 0
                       if cd-decl-count(ws-cx-hit) < 5
                           add 1 to cd-decl-count(ws-cx-hit)
                           move r-course-id to cd-decl-course(ws-cx-hit,
                               cd-decl-count(ws-cx-hit))
                       end-if
                   end-if
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


      * each candidate's round-1 and final holdings
       load-allocations.
           open input alloc-r1
           if r1-status not = 35
               perform load-r1-ite until r1-status = 10
               close alloc-r1
           end-if
           if ws-fin-path = spaces
               display "no allocation file found - nobody reports "
                   "ASSIGNED"
           else
               open input alloc-fin
               perform load-fin-ite until fin-status = 10
               close alloc-fin
           end-if.

       load-r1-ite.
           read alloc-r1
           if r1-status not = 10
               if r1-filled-count is numeric
                   perform varying r1-idx from 1 by 1
                           until r1-idx > r1-filled-count
                       move r1-ta-id(r1-idx) to ws-find-ta
                       perform search-cand-index
                       if ws-cx-hit not = 0
                               and cd-r1-count(ws-cx-hit) < 5
                           add 1 to cd-r1-count(ws-cx-hit)
                           move cd-r1-count(ws-cx-hit) to hd-idx
                           move r1-course-id
                               to cd-r1-course(ws-cx-hit, hd-idx)
                           move r1-role to cd-r1-role(ws-cx-hit, hd-idx)
                       end-if
                   end-perform
               end-if
           end-if.

       load-fin-ite.
           read alloc-fin
           if fin-status not = 10
               if f-filled-count is numeric
                   perform varying f-idx from 1 by 1
                           until f-idx > f-filled-count
                       move f-ta-id(f-idx) to ws-find-ta
                       perform search-cand-index
                       if ws-cx-hit not = 0
                               and cd-fin-count(ws-cx-hit) < 5
                           add 1 to cd-fin-count(ws-cx-hit)
                           move cd-fin-count(ws-cx-hit) to hd-idx
                           move f-course-id
                               to cd-fin-course(ws-cx-hit, hd-idx)
                           move f-role to cd-fin-role(ws-cx-hit, hd-idx)
                       end-if
                   end-perform
               end-if
           end-if.


      * two passes over audit_log.txt. The first keeps each
      * candidate's lines for roles of their own prefer-courses and
      * counts each role's qualified candidates; the second counts,
      * for every kept qualified line, how many in the role scored
      * higher - its rank. A role scored twice (a resumed run) is
      * taken from its last block only.
       scan-audit.
           move 0 to kp-total
           move 0 to ws-head-seq
           move 0 to ws-cur-ro
           open input audit
           if audit-status = 35
               display "audit_log.txt not found - no scores or "
                   "reasons from ranking"
           else
               perform scan-audit-ite until audit-status = 10
               close audit
               move 0 to ws-head-seq
               move 0 to ws-cur-ro
               open input audit
               perform rank-audit-ite until audit-status = 10
               close audit
           end-if.

       scan-audit-ite.
           move spaces to audit-line
           read audit
           if audit-status not = 10
               if au-head-tag = "COURSE " and au-head-role-tag
                       = " ROLE "
                   add 1 to ws-head-seq
                   perform open-audit-block
               else
                   if au-lead = "  ta: " and ws-cur-ro not = 0
                           and au-ta-id is numeric
                       perform keep-audit-line
                   end-if
               end-if
           end-if.

       open-audit-block.
           move 0 to ws-cur-ro
           if au-head-course is numeric
               move au-head-course to ws-course
               move au-head-role to ws-other-role
               perform find-role
           end-if
           if ws-cur-ro not = 0
               move ws-head-seq to ro-head-seq(ws-cur-ro)
               compute ro-kp-first(ws-cur-ro) = kp-total + 1
               move kp-total to ro-kp-last(ws-cur-ro)
               move 0 to ro-scored(ws-cur-ro)
           end-if.

       keep-audit-line.
           move 0 to ws-line-score
           if au-sa-tag = "sa: "
               move function numval(au-score) to ws-line-score
               if ws-line-score > 0
                   add 1 to ro-scored(ws-cur-ro)
               end-if
           end-if
           move au-ta-id to ws-find-ta
           perform search-cand-index
           if ws-cx-hit not = 0
               if cd-pref(ws-cx-hit, 1) = ro-course(ws-cur-ro)
                       or cd-pref(ws-cx-hit, 2) = ro-course(ws-cur-ro)
                       or cd-pref(ws-cx-hit, 3) = ro-course(ws-cur-ro)
                   if kp-total < 20000
                       perform add-kept-line
                   else
                       display "kept-tab full (20000) - audit line "
                           "for ta " au-ta-id " not explained"
                   end-if
               end-if
           end-if.

       add-kept-line.
           add 1 to kp-total
           set kp-idx to kp-total
           move ws-find-ta to kp-ta(kp-idx)
           move spaces to kp-text(kp-idx)
           move 0 to kp-sa(kp-idx)
           move 0 to kp-score(kp-idx)
           move 0 to kp-higher(kp-idx)
           if au-sa-tag = "sa: "
               if au-sa is numeric
                   move au-sa to kp-sa(kp-idx)
               end-if
               move ws-line-score to kp-score(kp-idx)
               if ws-line-score > 0
                   move 'S' to kp-code(kp-idx)
               else
                   move 'K' to kp-code(kp-idx)
               end-if
           else
               move spaces to ws-excl-text
               unstring au-rest delimited by " - excluded"
                   into ws-excl-text ws-excl-junk
               end-unstring
               evaluate true
                   when au-rest(1:7) = "BLOCKED"
                       move 'B' to kp-code(kp-idx)
                   when au-rest(1:6) = "PINNED"
                       move 'P' to kp-code(kp-idx)
                   when au-rest(1:12) = "INELIGIBLE ("
                       move 'D' to kp-code(kp-idx)
                       unstring au-rest(13:91) delimited by ")"
                           into kp-text(kp-idx)
                       end-unstring
                   when other
                       move 'X' to kp-code(kp-idx)
                       move ws-excl-text to kp-text(kp-idx)
               end-evaluate
           end-if
           move kp-total to ro-kp-last(ws-cur-ro).

       rank-audit-ite.
           move spaces to audit-line
           read audit
           if audit-status not = 10
               if au-head-tag = "COURSE " and au-head-role-tag
                       = " ROLE "
                   add 1 to ws-head-seq
                   move 0 to ws-cur-ro
                   if au-head-course is numeric
                       move au-head-course to ws-course
                       move au-head-role to ws-other-role
                       perform find-role
                   end-if
                   if ws-cur-ro not = 0
                       if ro-head-seq(ws-cur-ro) not = ws-head-seq
                           move 0 to ws-cur-ro
                       end-if
                   end-if
               else
                   if au-lead = "  ta: " and ws-cur-ro not = 0
                           and au-sa-tag = "sa: "
                       move function numval(au-score) to ws-line-score
                       if ws-line-score > 0
                           perform count-higher
                       end-if
                   end-if
               end-if
           end-if.

       count-higher.
           perform varying kp-idx from ro-kp-first(ws-cur-ro) by 1
                   until kp-idx > ro-kp-last(ws-cur-ro)
               if kp-code(kp-idx) = 'S'
                       and ws-line-score > kp-score(kp-idx)
                   add 1 to kp-higher(kp-idx)
               end-if
           end-perform.


      * the candidate's block: a heading, then every role of each
      * prefer-course with its verdict
       explain-candidate.
           add 1 to ws-reported
           move 'N' to ws-cand-assigned
           move spaces to rep-line
           if cd-in-dir(cd-idx) = 'Y'
               string
                   "CANDIDATE " delimited by size
                   cd-ta(cd-idx) delimited by size
                   "  " delimited by size
                   cd-name(cd-idx) delimited by "  "
                   "  directory status " delimited by size
                   cd-status(cd-idx) delimited by space
                   into rep-line
               end-string
           else
               string
                   "CANDIDATE " delimited by size
                   cd-ta(cd-idx) delimited by size
                   "  (not in candidate_directory.txt)"
                       delimited by size
                   into rep-line
               end-string
           end-if
           perform write-report-line
           perform varying pf-idx from 1 by 1 until pf-idx > 3
               perform explain-preference
           end-perform
           if ws-cand-assigned = 'N'
               add 1 to ws-unassigned
           end-if
           move spaces to rep-line
           perform write-report-line.

       explain-preference.
           move cd-pref(cd-idx, pf-idx) to ws-course
           move spaces to rep-line
           if ws-course = 0
               string
                   "  prefer " delimited by size
                   pf-idx delimited by size
                   ": none given" delimited by size
                   into rep-line
               end-string
               perform write-report-line
           else
               move 0 to ws-roles-found
               perform varying ro-idx from 1 by 1
                       until ro-idx > ro-total
                   if ro-course(ro-idx) = ws-course
                       add 1 to ws-roles-found
                       set ws-cur-ro to ro-idx
                       perform explain-role
                       set ro-idx to ws-cur-ro
                   end-if
               end-perform
               if ws-roles-found = 0
                   string
                       "  prefer " delimited by size
                       pf-idx delimited by size
                       " course " delimited by size
                       ws-course delimited by size
                       ": not ranked this run (no course role for "
                           delimited by size
                       "it in output.txt)" delimited by size
                       into rep-line
                   end-string
                   perform write-report-line
               end-if
           end-if.


      * the two lines for one role of one prefer-course: the figures,
      * then the result with its reason
       explain-role.
           perform find-kept-line
           perform build-figures
           move spaces to rep-line
           string
               "  prefer " delimited by size
               pf-idx delimited by size
               " course " delimited by size
               ws-course delimited by size
               " role " delimited by size
               ro-role(ws-cur-ro) delimited by size
               " qualified " delimited by size
               ws-qualified delimited by size
               " score " delimited by size
               ws-score-col delimited by size
               " rank " delimited by size
               ws-rank-col delimited by size
               " output slot " delimited by size
               ws-slot-col delimited by size
               " cutoff " delimited by size
               ws-cutoff-col delimited by size
               into rep-line
           end-string
           perform write-report-line
           perform decide-result
           move spaces to rep-line
           string
               "      result: " delimited by size
               ws-result delimited by size
               into rep-line
           end-string
           perform write-report-line.

      * ws-kp-hit on the candidate's kept line in the role's latest
      * audit block; 0 when ranking wrote none for them
       find-kept-line.
           move 0 to ws-kp-hit
           perform varying kp-idx from ro-kp-first(ws-cur-ro) by 1
                   until kp-idx > ro-kp-last(ws-cur-ro)
               if kp-ta(kp-idx) = cd-ta(cd-idx)
                   set ws-kp-hit to kp-idx
               end-if
           end-perform.

       build-figures.
           move "--" to ws-qualified
           move "  n/a" to ws-score-col
           move "--" to ws-rank-col
           move "--" to ws-slot-col
           if ws-kp-hit not = 0
               evaluate kp-code(ws-kp-hit)
                   when 'S'
                       move "YES" to ws-qualified
                   when 'P'
                       move "PIN" to ws-qualified
                   when other
                       move "NO" to ws-qualified
               end-evaluate
               if kp-code(ws-kp-hit) = 'S' or kp-code(ws-kp-hit) = 'K'
                   move kp-score(ws-kp-hit) to ws-score-disp
                   move ws-score-disp to ws-score-col
               end-if
               if kp-code(ws-kp-hit) = 'S'
                   compute ws-rank = kp-higher(ws-kp-hit) + 1
                   move spaces to ws-rank-col
                   move ro-scored(ws-cur-ro) to ws-rank-of
                   string
                       function trim(ws-rank) delimited by size
                       " of " delimited by size
                       function trim(ws-rank-of) delimited by size
                       into ws-rank-col
                   end-string
               end-if
           end-if
           move 0 to ws-slot-num
           perform varying sl-idx from 1 by 1
                   until sl-idx > ro-count(ws-cur-ro)
               if ro-slot-ta(ws-cur-ro, sl-idx) = cd-ta(cd-idx)
                   move sl-idx to ws-slot-num
                   exit perform
               end-if
           end-perform
           if ws-slot-num not = 0
               move spaces to ws-slot-col
               move ws-slot-num to ws-num-disp
               move ro-count(ws-cur-ro) to ws-num2-disp
               string
                   function trim(ws-num-disp) delimited by size
                   " of " delimited by size
                   function trim(ws-num2-disp) delimited by size
                   into ws-slot-col
               end-string
           end-if
      * the cutoff is the score in the role's last output.txt slot; a
      * last slot nobody qualified for leaves the role open
           if ro-count(ws-cur-ro) = 0
               move "open" to ws-cutoff-col
           else
               if ro-slot-ta(ws-cur-ro, ro-count(ws-cur-ro)) = 0
                   move "open" to ws-cutoff-col
               else
                   move ro-slot-score(ws-cur-ro, ro-count(ws-cur-ro))
                       to ws-cutoff-col
               end-if
           end-if.


      * the one reason that decided this role, checked in the order
      * the chain applies them: assigned, excluded by ranking, not in
      * the ranked slots, then the allocation checks and round 1
       decide-result.
           move spaces to ws-result
           move 'N' to ws-assigned
           move spaces to ws-other-role
           perform varying hd-idx from 1 by 1
                   until hd-idx > cd-fin-count(cd-idx)
               if cd-fin-course(cd-idx, hd-idx) = ws-course
                   if cd-fin-role(cd-idx, hd-idx) = ro-role(ws-cur-ro)
                       move 'Y' to ws-assigned
                   else
                       move cd-fin-role(cd-idx, hd-idx)
                           to ws-other-role
                   end-if
               end-if
           end-perform
           if ws-assigned = 'Y'
               move 'Y' to ws-cand-assigned
               if ws-kp-hit not = 0 and kp-code(ws-kp-hit) = 'P'
                   move "ASSIGNED (PIN in preassign.txt)" to ws-result
               else
                   move "ASSIGNED" to ws-result
               end-if
           else
               if ws-other-role not = spaces
                   string
                       "NOT ASSIGNED - holds role " delimited by size
                       ws-other-role delimited by space
                       " of this course instead" delimited by size
                       into ws-result
                   end-string
               else
                   if ws-kp-hit = 0
                       move "NOT ASSIGNED - not scored for this role "
                           & "(no audit_log.txt line)" to ws-result
                   else
                       perform decide-ranking-reason
                   end-if
               end-if
           end-if.

       decide-ranking-reason.
           evaluate kp-code(ws-kp-hit)
               when 'K'
                   move kp-sa(ws-kp-hit) to ws-num-disp
                   move ro-rsc(ws-cur-ro) to ws-num2-disp
                   string
                       "NOT ASSIGNED - failed required skill(s): "
                           delimited by size
                       "matched " delimited by size
                       ws-num-disp delimited by size
                       " of " delimited by size
                       ws-num2-disp delimited by size
                       into ws-result
                   end-string
               when 'D'
                   string
                       "NOT ASSIGNED - directory status " delimited
                           by size
                       kp-text(ws-kp-hit) delimited by space
                       into ws-result
                   end-string
               when 'X'
                   string
                       "NOT ASSIGNED - excluded: " delimited by size
                       kp-text(ws-kp-hit) delimited by size
                       into ws-result
                   end-string
               when 'B'
                   move "NOT ASSIGNED - BLOCK in preassign.txt"
                       to ws-result
               when 'P'
                   move "NOT ASSIGNED - PIN in preassign.txt could "
                       & "not be seated" to ws-result
               when other
                   if ws-slot-num = 0
                       perform result-beaten-on-rank
                   else
                       perform decide-allocation-reason
                   end-if
           end-evaluate.

       result-beaten-on-rank.
           move ro-count(ws-cur-ro) to ws-num-disp
           string
               "NOT ASSIGNED - beaten on rank: rank " delimited by size
               ws-rank-col delimited by "  "
               ", only " delimited by size
               ws-num-disp delimited by size
               " slot(s), cutoff " delimited by size
               ws-cutoff-col delimited by size
               into ws-result
           end-string.


      * ranked into a slot yet not holding it: declined in round 1,
      * or refused by ta-allocate's hour and timetable checks
      * against the courses held, or bumped by better-ranked
      * candidates
       decide-allocation-reason.
           move 'N' to ws-in-r1
           perform varying hd-idx from 1 by 1
                   until hd-idx > cd-r1-count(cd-idx)
               if cd-r1-course(cd-idx, hd-idx) = ws-course
                   move 'Y' to ws-in-r1
               end-if
           end-perform
           move 'N' to ws-declined
           perform varying hd-idx from 1 by 1
                   until hd-idx > cd-decl-count(cd-idx)
               if cd-decl-course(cd-idx, hd-idx) = ws-course
                   move 'Y' to ws-declined
               end-if
           end-perform
           if ws-in-r1 = 'Y' and ws-declined = 'Y'
               move "NOT ASSIGNED - declined in round 1" to ws-result
           else
               move ws-course to ws-find-course
               perform find-schedule
               move ws-sh-hit to ws-sh-this
               perform check-hours
               if ws-hours-ok = 'N'
                   perform result-hours
               else
                   perform check-availability
                   if ws-avail-ok = 'N'
                       move "NOT ASSIGNED - timetable clash: a session "
                           & "falls outside declared availability"
                           to ws-result
                   else
                       perform check-held-clash
                       if ws-clash-course not = 0
                           string
                               "NOT ASSIGNED - timetable clash with "
                                   delimited by size
                               "held course " delimited by size
                               ws-clash-course delimited by size
                               into ws-result
                           end-string
                       else
                           if cd-fin-count(cd-idx) >= 3
                               move "NOT ASSIGNED - already holds 3 "
                                   & "courses" to ws-result
                           else
                               move "NOT ASSIGNED - beaten on rank: "
                                   & "slots went to better-ranked "
                                   & "candidates" to ws-result
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      * ta-allocate's check-hour-budget against the final holdings:
      * a first course is refused only when both figures are declared
      * and it alone exceeds the cap; a further course needs every
      * figure declared and the sum inside the cap
       check-hours.
           move 'Y' to ws-hours-ok
           move 0 to ws-sum-hours
           if ws-sh-this not = 0
               move sh-hours(ws-sh-this) to ws-sum-hours
           end-if
           if cd-fin-count(cd-idx) = 0
               if ws-sum-hours > 0 and cd-max-hours(cd-idx) > 0
                       and ws-sum-hours > cd-max-hours(cd-idx)
                   move 'N' to ws-hours-ok
               end-if
           else
               if cd-max-hours(cd-idx) = 0 or ws-sum-hours = 0
                   move 'N' to ws-hours-ok
               else
                   perform varying hd-idx from 1 by 1
                           until hd-idx > cd-fin-count(cd-idx)
                       move cd-fin-course(cd-idx, hd-idx)
                           to ws-find-course
                       perform find-schedule
                       if ws-sh-hit = 0
                           move 'N' to ws-hours-ok
                       else
                           if sh-hours(ws-sh-hit) = 0
                               move 'N' to ws-hours-ok
                           end-if
                           add sh-hours(ws-sh-hit) to ws-sum-hours
                       end-if
                   end-perform
                   if ws-sum-hours > cd-max-hours(cd-idx)
                       move 'N' to ws-hours-ok
                   end-if
               end-if
           end-if.

       result-hours.
           if cd-max-hours(cd-idx) = 0 or ws-sum-hours = 0
               move "NOT ASSIGNED - hour budget exceeded: hours not "
                   & "declared for a second course" to ws-result
           else
               move ws-sum-hours to ws-hrs-disp
               move cd-max-hours(cd-idx) to ws-num-disp
               string
                   "NOT ASSIGNED - hour budget exceeded: "
                       delimited by size
                   ws-hrs-disp delimited by size
                   " hours against ta-max-hours " delimited by size
                   ws-num-disp delimited by size
                   into ws-result
               end-string
           end-if.

      * every session of the course inside some declared availability
      * block; no blocks declared means fully available
       check-availability.
           move 'Y' to ws-avail-ok
           if ws-sh-this not = 0 and cd-avail-count(cd-idx) > 0
               perform varying sn-idx from 1 by 1
                       until sn-idx > sh-sess-count(ws-sh-this)
                   move 'N' to ws-sess-covered
                   perform varying av-idx from 1 by 1
                           until av-idx > cd-avail-count(cd-idx)
                       if cd-avail-day(cd-idx, av-idx)
                               = sh-sess-day(ws-sh-this, sn-idx)
                           and cd-avail-start(cd-idx, av-idx)
                               <= sh-sess-start(ws-sh-this, sn-idx)
                           and cd-avail-end(cd-idx, av-idx)
                               >= sh-sess-end(ws-sh-this, sn-idx)
                           move 'Y' to ws-sess-covered
                           exit perform
                       end-if
                   end-perform
                   if ws-sess-covered = 'N'
                       move 'N' to ws-avail-ok
                       exit perform
                   end-if
               end-perform
           end-if.

      * the first held course with a session overlapping one of this
      * course's (same day, one starting before the other ends)
       check-held-clash.
           move 0 to ws-clash-course
           if ws-sh-this not = 0
               perform varying hd-idx from 1 by 1
                       until hd-idx > cd-fin-count(cd-idx)
                           or ws-clash-course not = 0
                   move cd-fin-course(cd-idx, hd-idx) to ws-find-course
                   perform find-schedule
                   move ws-sh-hit to ws-sh-held
                   if ws-sh-held not = 0
                       perform check-clash-one-held
                   end-if
               end-perform
           end-if.

       check-clash-one-held.
           perform varying sn-idx from 1 by 1
                   until sn-idx > sh-sess-count(ws-sh-this)
                       or ws-clash-course not = 0
               perform varying sn2-idx from 1 by 1
                       until sn2-idx > sh-sess-count(ws-sh-held)
                   if sh-sess-day(ws-sh-this, sn-idx)
                           = sh-sess-day(ws-sh-held, sn2-idx)
                       and sh-sess-start(ws-sh-this, sn-idx)
                           < sh-sess-end(ws-sh-held, sn2-idx)
                       and sh-sess-end(ws-sh-this, sn-idx)
                           > sh-sess-start(ws-sh-held, sn2-idx)
                       move sh-course(ws-sh-held) to ws-clash-course
                       exit perform
                   end-if
               end-perform
           end-perform.


       write-report-line.
           write rep-line
           end-write
           if rep-status not = "00"
               display "write to why_not_report.txt failed, status "
                   rep-status
           end-if.
