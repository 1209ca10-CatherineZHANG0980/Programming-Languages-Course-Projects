      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Instructor course packets from the final allocation

      * ta-packet writes one packet_<course-id>.txt per course in the
      * final allocation (allocation2.txt when round 2 ran after
      * round 1, else allocation.txt), so each instructor gets their
      * team on one page instead of four files. For every role line
      * of the course the packet gives the fill status and count, the
      * role's required and optional skills with how many of the
      * assigned TAs hold each, then every assigned TA with name and
      * email from candidate_directory.txt and their coverage of each
      * of the role's skills (matched through the skills.txt
      * canonical names, as ta-ranking matches them), and the top
      * waitlist.txt alternates not already on the team. The course's
      * course_schedule.txt sessions and weekly TA hours close the
      * packet. packet_index.txt lists every packet written.

       identification division.
       program-id. ta-packet.

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

           select skl
           assign to "skills.txt"
           organization is line sequential
           file status is skl-status.

           select dir
           assign to "candidate_directory.txt"
           organization is line sequential
           file status is dir-status.

           select alloc-fin
           assign to ws-fin-path
           organization is line sequential
           file status is fin-status.

           select waitl
           assign to "waitlist.txt"
           organization is line sequential
           file status is wait-status.

           select sched
           assign to "course_schedule.txt"
           organization is line sequential
           file status is sched-status.

           select pkt
           assign to ws-pkt-name
           organization is line sequential
           file status is pkt-status.

           select pidx
           assign to "packet_index.txt"
           organization is line sequential
           file status is pidx-status.

       data division.
       file section.

      * control file: line 1 = instructors.txt path, line 2 =
      * candidates.txt path - the same lines ta-ranking reads
       fd ctl.
       01 ctl-line pic x(100).

      * mirrors ta-ranking's fd ins / 01 courses layout
       fd ins.
       01 courses.
           03 course-id pic 9(4).
           03 se pic x.
           03 course-role pic x(8).
           03 se-role pic x.
           03 required-ta-count pic 9(2).
           03 se-rtc pic x.
           03 required-skill-count pic 9(2).
           03 se-rsc pic x.
           03 required-skills occurs 1 to 20 times
                   depending on required-skill-count.
               05 c-r-skill pic x(15).
           03 optional-skills occurs 5 times.
               05 c-o-skill pic x(15).

      * mirrors ta-ranking's fd can / 01 tas layout; only the ta-id
      * and skills are read here
       fd can.
       01 tas.
           03 ta-id pic 9(10).
           03 se pic x.
           03 ta-skill-count pic 9(2).
           03 se-tsc pic x.
           03 skills occurs 1 to 50 times
                   depending on ta-skill-count.
               05 ta-skill pic x(15).

      * mirrors ta-ranking's fd skl layout
       fd skl.
       01 skl-rec.
           03 sl-canon pic x(15).
           03 sl-se0 pic x.
           03 sl-alias-count pic 9(2).
           03 sl-se1 pic x.
           03 sl-aliases occurs 0 to 10 times
                   depending on sl-alias-count.
               05 sl-alias pic x(15).
               05 sl-se2 pic x.

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

      * the final allocation, in ta-allocate's output layout; a '*'
      * after a ta-id marks an instructor PIN
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

      * mirrors ta-allocate's fd waitl / 01 wait-rec layout
       fd waitl.
       01 wait-rec.
           05 w-course-id pic 9(4).
           05 w-se0 pic x.
           05 w-role pic x(8).
           05 w-se-role pic x.
           05 w-count pic 9(2).
           05 w-se1 pic x.
           05 w-entry occurs 0 to 20 times
                   depending on w-count
                   indexed by w-idx.
               10 w-ta-id pic 9(10).
               10 w-se2 pic x.

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

       fd pkt.
       01 pkt-line pic x(100).

       fd pidx.
       01 pidx-line pic x(100).

       working-storage section.

       77 ctl-status pic xx.
       77 course-status pic xx.
       77 ta-status pic xx.
       77 skl-status pic xx.
       77 dir-status pic xx.
       77 fin-status pic xx.
       77 wait-status pic xx.
       77 sched-status pic xx.
       77 pkt-status pic xx.
       77 pidx-status pic xx.
       77 ws-ins-path pic x(100).
       77 ws-can-path pic x(100).
       77 ws-fin-path pic x(40).
       77 ws-pkt-name pic x(40).
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

      * skill catalog, loaded and matched exactly as ta-ranking does
      * (first catalog entry wins, canonical name before aliases);
      * unknown names pass through unchanged and unreported -
      * ta-ranking's own run already reports them
       01 skill-catalog.
           03 cat-entry occurs 200 times indexed by cat-idx.
               05 cat-canon pic x(15).
               05 cat-alias-count pic 9(2).
               05 cat-alias occurs 10 times pic x(15).
       77 cat-total pic 9(4) value 0.
       77 ca-idx pic 9(2) value 0.
       77 ws-norm-in pic x(15).
       77 ws-norm-out pic x(15).
       77 ws-norm-found pic x value 'N'.
       77 ns-idx pic 9(2) value 0.

      * every candidate with canonical skill names
       01 ta-tab.
           03 tt-entry occurs 2000 times indexed by tt-idx.
               05 tt-ta-id pic 9(10).
               05 tt-skill-count pic 9(2).
               05 tt-skill occurs 50 times pic x(15).
       77 tt-total pic 9(4) value 0.
       77 ws-tt-hit pic 9(4) value 0.

      * candidate_directory.txt contact details
       01 dir-tab.
           03 de-entry occurs 2000 times indexed by de-idx.
               05 de-ta-id pic 9(10).
               05 de-name pic x(30).
               05 de-email pic x(30).
       77 dir-total pic 9(4) value 0.
       77 ws-de-hit pic 9(4) value 0.

      * per-(course, role) requirement from instructors.txt, skills
      * rewritten to catalog names
       01 ins-tab.
           03 in-entry occurs 2000 times indexed by in-idx.
               05 in-course pic 9(4).
               05 in-role pic x(8).
               05 in-rtc pic 9(2).
               05 in-rsc pic 9(2).
               05 in-req occurs 20 times pic x(15).
               05 in-opt occurs 5 times pic x(15).
       77 ins-total pic 9(4) value 0.
       77 ws-in-hit pic 9(4) value 0.

      * the final allocation, one entry per course role line
       01 fin-tab.
           03 fa-entry occurs 2000 times indexed by fa-idx.
               05 fa-course pic 9(4).
               05 fa-role pic x(8).
               05 fa-count pic 9(2).
               05 fa-status pic x(8).
               05 fa-slot occurs 20 times.
                   10 fa-ta pic 9(10).
                   10 fa-pin pic x.
       77 fin-total pic 9(4) value 0.
       77 fa2-idx pic 9(4) value 0.
       77 fs-idx pic 9(2) value 0.

      * waitlist.txt alternates per course role, best first
       01 wait-tab.
           03 wt-entry occurs 2000 times indexed by wt-idx.
               05 wt-course pic 9(4).
               05 wt-role pic x(8).
               05 wt-count pic 9(2).
               05 wt-ta pic 9(10) occurs 20 times.
       77 wait-total pic 9(4) value 0.
       77 ws-wt-hit pic 9(4) value 0.
       77 ws-alt-shown pic 9(2) value 0.
       77 ws-alt-max pic 9(2) value 3.
       77 ws-on-team pic x value 'N'.

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

       77 ws-course pic 9(4) value 0.
       77 ws-seen-before pic x value 'N'.
       77 ws-roles pic 9(2) value 0.
       77 ws-tas pic 9(3) value 0.
       77 ws-has-skill pic x value 'N'.
       77 ws-holders pic 9(2) value 0.
       77 ws-skill pic x(15).
       77 ws-kind pic x(8).
       77 ws-mark pic x(3).
       77 ws-need pic 9(2) value 0.
       77 rq-idx pic 9(2) value 0.
       77 sk-idx pic 9(2) value 0.
       77 ws-num-disp pic z9.
       77 ws-num2-disp pic z9.
       77 ws-num3-disp pic zz9.
       77 ws-packets pic 9(4) value 0.

       procedure division.
       prog-main.
           perform load-control.
           perform load-skill-catalog.
           perform load-directory.
           perform load-candidates.
           perform load-instructors.
           perform load-waitlist.
           perform load-schedule.
           perform pick-final-alloc.
           perform load-final.

           open output pidx.
           if fin-total = 0
               move "no final allocation - no packets written"
                   to pidx-line
               perform write-index-line
           end-if
           perform varying fa-idx from 1 by 1 until fa-idx > fin-total
               perform check-course-seen
               if ws-seen-before = 'N'
                   perform write-one-packet
               end-if
           end-perform
           close pidx.
           display "course packets written: " ws-packets.
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


       load-skill-catalog.
           move 0 to cat-total
           open input skl
           if skl-status not = 35
               perform load-skill-catalog-ite
               until skl-status = 10
               close skl
           end-if.

       load-skill-catalog-ite.
           read skl
           if skl-status not = 10
               if cat-total < 200
                   add 1 to cat-total
                   move sl-canon to cat-canon(cat-total)
                   if sl-alias-count > 10
                       move 10 to sl-alias-count
                   end-if
                   move sl-alias-count to cat-alias-count(cat-total)
                   perform varying ca-idx from 1 by 1
                           until ca-idx > sl-alias-count
                       move sl-alias(ca-idx)
                           to cat-alias(cat-total, ca-idx)
                   end-perform
               else
                   display "skill-catalog table full (200) - skill "
                       sl-canon " not loaded"
               end-if
           end-if.


      * map one skill name to its canonical catalog form, the same
      * search order as ta-ranking's normalize-skill
       normalize-skill.
           move ws-norm-in to ws-norm-out
           if cat-total > 0 and ws-norm-in not = spaces
               move 'N' to ws-norm-found
               perform varying cat-idx from 1 by 1
                       until cat-idx > cat-total
                   if cat-canon(cat-idx) = ws-norm-in
                       move 'Y' to ws-norm-found
                       exit perform
                   end-if
                   perform varying ca-idx from 1 by 1
                           until ca-idx > cat-alias-count(cat-idx)
                       if cat-alias(cat-idx, ca-idx) = ws-norm-in
                           move cat-canon(cat-idx) to ws-norm-out
                           move 'Y' to ws-norm-found
                       end-if
                   end-perform
                   if ws-norm-found = 'Y'
                       exit perform
                   end-if
               end-perform
           end-if.


       load-directory.
           move 0 to dir-total
           open input dir
           if dir-status not = 35
               perform load-directory-ite until dir-status = 10
               close dir
           end-if.

       load-directory-ite.
           read dir
           if dir-status not = 10
               if dir-total < 2000
                   add 1 to dir-total
                   move dr-ta-id to de-ta-id(dir-total)
                   move dr-name to de-name(dir-total)
                   move dr-email to de-email(dir-total)
               else
                   display "dir-tab full (2000) - candidate "
                       dr-ta-id " listed without contact details"
               end-if
           end-if.

      * ws-de-hit on the directory entry for the assigned TA at
      * fa2-idx / fs-idx; 0 when the directory does not know them
       find-directory-entry.
           move 0 to ws-de-hit
           perform varying de-idx from 1 by 1 until de-idx > dir-total
               if de-ta-id(de-idx) = fa-ta(fa2-idx, fs-idx)
                   set ws-de-hit to de-idx
                   exit perform
               end-if
           end-perform.


       load-candidates.
           move 0 to tt-total
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
               if tt-total < 2000
                   add 1 to tt-total
                   move ta-id to tt-ta-id(tt-total)
                   if ta-skill-count < 1 or ta-skill-count > 50
                       move 8 to tt-skill-count(tt-total)
                   else
                       move ta-skill-count to tt-skill-count(tt-total)
                   end-if
                   perform varying ns-idx from 1 by 1
                           until ns-idx > tt-skill-count(tt-total)
                       move ta-skill(ns-idx) to ws-norm-in
                       perform normalize-skill
                       move ws-norm-out to tt-skill(tt-total, ns-idx)
                   end-perform
               else
                   display "ta-tab full (2000) - candidate "
                       ta-id " listed without skills"
               end-if
           end-if.

      * ws-tt-hit on the candidate entry for the assigned TA at
      * fa2-idx / fs-idx; 0 when candidates.txt does not list them
       find-candidate.
           move 0 to ws-tt-hit
           perform varying tt-idx from 1 by 1 until tt-idx > tt-total
               if tt-ta-id(tt-idx) = fa-ta(fa2-idx, fs-idx)
                   set ws-tt-hit to tt-idx
                   exit perform
               end-if
           end-perform.


       load-instructors.
           move 0 to ins-total
           open input ins
           if course-status = 35
               display "instructors file not found: " ws-ins-path
           else
               perform load-instructors-ite until course-status = 10
               close ins
           end-if.

       load-instructors-ite.
           read ins
           if course-status not = 10
               if ins-total < 2000
                   add 1 to ins-total
                   move course-id to in-course(ins-total)
                   move course-role to in-role(ins-total)
                   if required-ta-count is numeric
                       move required-ta-count to in-rtc(ins-total)
                   else
                       move 0 to in-rtc(ins-total)
                   end-if
                   if required-skill-count < 1
                           or required-skill-count > 20
                       move 3 to in-rsc(ins-total)
                   else
                       move required-skill-count
                           to in-rsc(ins-total)
                   end-if
                   perform varying ns-idx from 1 by 1
                           until ns-idx > in-rsc(ins-total)
                       move c-r-skill(ns-idx) to ws-norm-in
                       perform normalize-skill
                       move ws-norm-out to in-req(ins-total, ns-idx)
                   end-perform
                   perform varying ns-idx from 1 by 1 until ns-idx > 5
                       move c-o-skill(ns-idx) to ws-norm-in
                       perform normalize-skill
                       move ws-norm-out to in-opt(ins-total, ns-idx)
                   end-perform
               else
                   display "ins-tab full (2000) - course "
                       course-id " packet without skills"
               end-if
           end-if.

      * ws-in-hit on the instructors.txt entry for the course role
      * at fa2-idx; 0 when the course role is no longer listed
       find-instructor-line.
           move 0 to ws-in-hit
           perform varying in-idx from 1 by 1 until in-idx > ins-total
               if in-course(in-idx) = fa-course(fa2-idx)
                       and in-role(in-idx) = fa-role(fa2-idx)
                   set ws-in-hit to in-idx
                   exit perform
               end-if
           end-perform.


       load-waitlist.
           move 0 to wait-total
           open input waitl
           if wait-status not = 35
               perform load-waitlist-ite until wait-status = 10
               close waitl
           end-if.

       load-waitlist-ite.
           read waitl
           if wait-status not = 10
               if wait-total < 2000
                   add 1 to wait-total
                   move w-course-id to wt-course(wait-total)
                   move w-role to wt-role(wait-total)
                   if w-count is numeric
                       move w-count to wt-count(wait-total)
                   else
                       move 0 to wt-count(wait-total)
                   end-if
                   perform varying w-idx from 1 by 1
                           until w-idx > wt-count(wait-total)
                       move w-ta-id(w-idx) to wt-ta(wait-total, w-idx)
                   end-perform
               else
                   display "wait-tab full (2000) - course "
                       w-course-id " packet without alternates"
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
                       sc-course-id " packet without sessions"
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
           move 0 to fin-total
           if ws-fin-path = spaces
               display "no allocation file found - nothing to pack"
           else
               open input alloc-fin
               perform load-final-ite until fin-status = 10
               close alloc-fin
           end-if.

       load-final-ite.
           read alloc-fin
           if fin-status not = 10
               if fin-total < 2000
                   add 1 to fin-total
                   set fa-idx to fin-total
                   move f-course-id to fa-course(fa-idx)
                   move f-role to fa-role(fa-idx)
                   move f-fill-status to fa-status(fa-idx)
                   if f-filled-count is numeric
                       move f-filled-count to fa-count(fa-idx)
                   else
                       move 0 to fa-count(fa-idx)
                   end-if
                   perform varying f-idx from 1 by 1
                           until f-idx > fa-count(fa-idx)
                       move f-ta-id(f-idx) to fa-ta(fa-idx, f-idx)
                       move f-se3(f-idx) to fa-pin(fa-idx, f-idx)
                   end-perform
               else
                   display "fin-tab full (2000) - course "
                       f-course-id " not packed"
               end-if
           end-if.


      * one packet per course-id: only the course's first role line
      * opens it, later lines of the same course are written into it
       check-course-seen.
           move 'N' to ws-seen-before
           perform varying fa2-idx from 1 by 1
                   until fa2-idx >= fa-idx
               if fa-course(fa2-idx) = fa-course(fa-idx)
                   move 'Y' to ws-seen-before
                   exit perform
               end-if
           end-perform.

       write-one-packet.
           move fa-course(fa-idx) to ws-course
           move spaces to ws-pkt-name
           string
               "packet_" delimited by size
               ws-course delimited by size
               ".txt" delimited by size
               into ws-pkt-name
           end-string
           open output pkt
           if pkt-status not = "00"
               display "cannot open " ws-pkt-name ", status "
                   pkt-status
           else
               move spaces to pkt-line
               string
                   "INSTRUCTOR PACKET - COURSE " delimited by size
                   ws-course delimited by size
                   "   (final allocation " delimited by size
                   ws-fin-path delimited by space
                   ")" delimited by size
                   into pkt-line
               end-string
               perform write-packet-line
               move 0 to ws-roles
               move 0 to ws-tas
               perform varying fa2-idx from fa-idx by 1
                       until fa2-idx > fin-total
                   if fa-course(fa2-idx) = ws-course
                       add 1 to ws-roles
                       add fa-count(fa2-idx) to ws-tas
                       perform write-role-section
                   end-if
               end-perform
               perform write-sessions
               close pkt
               add 1 to ws-packets
               perform write-index-entry
           end-if.

       write-index-entry.
           move ws-roles to ws-num-disp
           move ws-tas to ws-num3-disp
           move spaces to pidx-line
           string
               ws-course delimited by size
               " " delimited by size
               ws-pkt-name delimited by space
               " roles " delimited by size
               ws-num-disp delimited by size
               " TAs " delimited by size
               ws-num3-disp delimited by size
               into pidx-line
           end-string
           perform write-index-line.


      * one role of the course: fill status, the skill coverage of
      * the team, each assigned TA, then the alternates
       write-role-section.
           perform find-instructor-line
           if ws-in-hit not = 0
               move in-rtc(ws-in-hit) to ws-need
           else
               move fa-count(fa2-idx) to ws-need
           end-if
           move spaces to pkt-line
           perform write-packet-line
           move "------------------------------------------------------"
               to pkt-line
           perform write-packet-line
           move fa-count(fa2-idx) to ws-num-disp
           move ws-need to ws-num2-disp
           move spaces to pkt-line
           string
               "ROLE " delimited by size
               fa-role(fa2-idx) delimited by size
               "  status " delimited by size
               fa-status(fa2-idx) delimited by size
               "  " delimited by size
               ws-num-disp delimited by size
               " of " delimited by size
               ws-num2-disp delimited by size
               " TA(s) assigned" delimited by size
               into pkt-line
           end-string
           perform write-packet-line
           if ws-in-hit = 0
               move "  (course role no longer in instructors file - "
                   & "skills not shown)" to pkt-line
               perform write-packet-line
           else
               perform write-team-coverage
           end-if
           if fa-count(fa2-idx) = 0
               move "  no TA assigned" to pkt-line
               perform write-packet-line
           end-if
           perform varying fs-idx from 1 by 1
                   until fs-idx > fa-count(fa2-idx)
               perform write-ta-block
           end-perform
           perform write-alternates.

      * per required / optional skill, how many of the assigned TAs
      * hold it
       write-team-coverage.
           move "  skill coverage by the assigned team:" to pkt-line
           perform write-packet-line
           move "required" to ws-kind
           perform varying rq-idx from 1 by 1
                   until rq-idx > in-rsc(ws-in-hit)
               move in-req(ws-in-hit, rq-idx) to ws-skill
               perform count-skill-holders
               perform write-coverage-line
           end-perform
           move "optional" to ws-kind
           perform varying rq-idx from 1 by 1 until rq-idx > 5
               if in-opt(ws-in-hit, rq-idx) not = spaces
                   move in-opt(ws-in-hit, rq-idx) to ws-skill
                   perform count-skill-holders
                   perform write-coverage-line
               end-if
           end-perform.

       count-skill-holders.
           move 0 to ws-holders
           perform varying fs-idx from 1 by 1
                   until fs-idx > fa-count(fa2-idx)
               perform find-candidate
               perform check-ta-has-skill
               if ws-has-skill = 'Y'
                   add 1 to ws-holders
               end-if
           end-perform.

       write-coverage-line.
           move ws-holders to ws-num-disp
           move fa-count(fa2-idx) to ws-num2-disp
           if ws-holders = 0
               move "[ ]" to ws-mark
           else
               move "[x]" to ws-mark
           end-if
           move spaces to pkt-line
           string
               "    " delimited by size
               ws-mark delimited by size
               " " delimited by size
               ws-kind delimited by size
               " " delimited by size
               ws-skill delimited by size
               " held by " delimited by size
               ws-num-disp delimited by size
               " of " delimited by size
               ws-num2-disp delimited by size
               into pkt-line
           end-string
           perform write-packet-line.

      * does the candidate at ws-tt-hit hold ws-skill (canonical)?
       check-ta-has-skill.
           move 'N' to ws-has-skill
           if ws-tt-hit not = 0 and ws-skill not = spaces
               perform varying sk-idx from 1 by 1
                       until sk-idx > tt-skill-count(ws-tt-hit)
                   if tt-skill(ws-tt-hit, sk-idx) = ws-skill
                       move 'Y' to ws-has-skill
                       exit perform
                   end-if
               end-perform
           end-if.


      * one assigned TA: contact line, then their mark against each
      * of the role's skills
       write-ta-block.
           perform find-directory-entry
           perform find-candidate
           move spaces to pkt-line
           if ws-de-hit not = 0
               string
                   "  TA " delimited by size
                   fa-ta(fa2-idx, fs-idx) delimited by size
                   "  " delimited by size
                   de-name(ws-de-hit) delimited by "  "
                   "  " delimited by size
                   de-email(ws-de-hit) delimited by space
                   into pkt-line
               end-string
           else
               string
                   "  TA " delimited by size
                   fa-ta(fa2-idx, fs-idx) delimited by size
                   "  (not in candidate_directory.txt)"
                       delimited by size
                   into pkt-line
               end-string
           end-if
           if fa-pin(fa2-idx, fs-idx) = '*'
               move "  (PIN)" to pkt-line(90:7)
           end-if
           perform write-packet-line
           if ws-tt-hit = 0
               move "      (not in candidates file - skills unknown)"
                   to pkt-line
               perform write-packet-line
           else
               if ws-in-hit not = 0
                   move "required" to ws-kind
                   perform varying rq-idx from 1 by 1
                           until rq-idx > in-rsc(ws-in-hit)
                       move in-req(ws-in-hit, rq-idx) to ws-skill
                       perform write-ta-skill-line
                   end-perform
                   move "optional" to ws-kind
                   perform varying rq-idx from 1 by 1 until rq-idx > 5
                       if in-opt(ws-in-hit, rq-idx) not = spaces
                           move in-opt(ws-in-hit, rq-idx) to ws-skill
                           perform write-ta-skill-line
                       end-if
                   end-perform
               end-if
           end-if.

       write-ta-skill-line.
           perform check-ta-has-skill
           if ws-has-skill = 'Y'
               move "[x]" to ws-mark
           else
               move "[ ]" to ws-mark
           end-if
           move spaces to pkt-line
           string
               "      " delimited by size
               ws-mark delimited by size
               " " delimited by size
               ws-kind delimited by size
               " " delimited by size
               ws-skill delimited by size
               into pkt-line
           end-string
           perform write-packet-line.


      * the first few waitlist.txt alternates for the course role who
      * are not already on its final team (round 2 draws on them)
       write-alternates.
           move 0 to ws-wt-hit
           perform varying wt-idx from 1 by 1 until wt-idx > wait-total
               if wt-course(wt-idx) = fa-course(fa2-idx)
                       and wt-role(wt-idx) = fa-role(fa2-idx)
                   set ws-wt-hit to wt-idx
                   exit perform
               end-if
           end-perform
           move "  alternates (waitlist.txt, best first):" to pkt-line
           perform write-packet-line
           move 0 to ws-alt-shown
           if ws-wt-hit not = 0
               perform varying w-idx from 1 by 1
                       until w-idx > wt-count(ws-wt-hit)
                           or ws-alt-shown >= ws-alt-max
                   perform write-one-alternate
               end-perform
           end-if
           if ws-alt-shown = 0
               move "    none" to pkt-line
               perform write-packet-line
           end-if.

       write-one-alternate.
           move 'N' to ws-on-team
           perform varying fs-idx from 1 by 1
                   until fs-idx > fa-count(fa2-idx)
               if fa-ta(fa2-idx, fs-idx) = wt-ta(ws-wt-hit, w-idx)
                   move 'Y' to ws-on-team
               end-if
           end-perform
           if ws-on-team = 'N'
               add 1 to ws-alt-shown
               move ws-alt-shown to ws-num-disp
               move 0 to ws-de-hit
               perform varying de-idx from 1 by 1
                       until de-idx > dir-total
                   if de-ta-id(de-idx) = wt-ta(ws-wt-hit, w-idx)
                       set ws-de-hit to de-idx
                       exit perform
                   end-if
               end-perform
               move spaces to pkt-line
               if ws-de-hit not = 0
                   string
                       "    " delimited by size
                       ws-num-disp delimited by size
                       ". " delimited by size
                       wt-ta(ws-wt-hit, w-idx) delimited by size
                       "  " delimited by size
                       de-name(ws-de-hit) delimited by "  "
                       "  " delimited by size
                       de-email(ws-de-hit) delimited by space
                       into pkt-line
                   end-string
               else
                   string
                       "    " delimited by size
                       ws-num-disp delimited by size
                       ". " delimited by size
                       wt-ta(ws-wt-hit, w-idx) delimited by size
                       into pkt-line
                   end-string
               end-if
               perform write-packet-line
           end-if.


       write-sessions.
           move spaces to pkt-line
           perform write-packet-line
           move "------------------------------------------------------"
               to pkt-line
           perform write-packet-line
           move 0 to ws-sh-hit
           perform varying sh-idx from 1 by 1 until sh-idx > sh-total
               if sh-course(sh-idx) = ws-course
                   set ws-sh-hit to sh-idx
                   exit perform
               end-if
           end-perform
           if ws-sh-hit = 0
               move "SESSIONS: none in course_schedule.txt" to pkt-line
               perform write-packet-line
           else
               move sh-hours(ws-sh-hit) to ws-num-disp
               move spaces to pkt-line
               string
                   "SESSIONS (course_schedule.txt), TA hours per week "
                       delimited by size
                   ws-num-disp delimited by size
                   into pkt-line
               end-string
               perform write-packet-line
               if sh-sess-count(ws-sh-hit) = 0
                   move "  no fixed sessions" to pkt-line
                   perform write-packet-line
               end-if
               perform varying sn-idx from 1 by 1
                       until sn-idx > sh-sess-count(ws-sh-hit)
                   move spaces to pkt-line
                   string
                       "  " delimited by size
                       sh-sess-day(ws-sh-hit, sn-idx) delimited by size
                       " " delimited by size
                       sh-sess-start(ws-sh-hit, sn-idx)
                           delimited by size
                       ":00-" delimited by size
                       sh-sess-end(ws-sh-hit, sn-idx) delimited by size
                       ":00" delimited by size
                       into pkt-line
                   end-string
                   perform write-packet-line
               end-perform
           end-if.


       write-packet-line.
           write pkt-line
           end-write
           if pkt-status not = "00"
               display "write to " ws-pkt-name " failed, status "
                   pkt-status
           end-if.

       write-index-line.
           write pidx-line
           end-write
           if pidx-status not = "00"
               display "write to packet_index.txt failed, status "
                   pidx-status
           end-if.
