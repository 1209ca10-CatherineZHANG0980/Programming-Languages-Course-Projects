      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * What-if scenario runs beside the production set

      * ta-scenario answers "what if the weights were different"
      * without touching the live term. scenarios.txt names one
      * weight set per line: prefer-course 1-3 weights, max-courses,
      * experience bonus and strong-grade bonus, any of them blank to
      * keep the production value from ta_ranking.ctl. Each scenario
      * gets its own directory, scen_<name>, holding a control file
      * built from production's with the scenario's values in place
      * and copies of the side files ranking and allocation read
      * (skills catalog, pre-assignments, history, directory,
      * transcript, grade rules, rehire flags, schedule); the
      * instructors and candidates files are read where production
      * reads them. ta-ranking, ta-allocate and ta-summary then run
      * inside that directory, so output.txt, allocation.txt,
      * run_summary.txt and every other file they write land there
      * and nowhere else. scenario_report.txt sets production and
      * each scenario side by side - fill rate and UNFILLED count
      * from each run_summary.txt, the share of assignments that went
      * to the TA's prefer-course 1, and every TA whose courses
      * differ from production's allocation.txt.

       identification division.
       program-id. ta-scenario.

       environment division.
       input-output section.
       file-control.
           select ctl
           assign to "ta_ranking.ctl"
           organization is line sequential
           file status is ctl-status.

           select sctl
           assign to ws-sctl-path
           organization is line sequential
           file status is sctl-status.

           select scen
           assign to "scenarios.txt"
           organization is line sequential
           file status is scen-status.

           select copy-src
           assign to ws-copy-src
           organization is line sequential
           file status is src-status.

           select copy-dst
           assign to ws-copy-dst
           organization is line sequential
           file status is dst-status.

           select can
           assign to ws-can-path
           organization is line sequential
           file status is ta-status.

           select alloc-in
           assign to ws-alloc-path
           organization is line sequential
           file status is alloc-status.

           select sum-in
           assign to ws-sum-path
           organization is line sequential
           file status is sum-status.

           select rep
           assign to "scenario_report.txt"
           organization is line sequential
           file status is rep-status.

       data division.
       file section.

      * production control file, copied line for line into each
      * scenario's own (see ta-ranking's fd ctl for the line meanings)
       fd ctl.
       01 ctl-line pic x(100).

       fd sctl.
       01 sctl-line pic x(100).

      * one scenario per line: name, prefer-course 1-3 weights,
      * max-courses, experience bonus, strong-grade bonus; a blank
      * field keeps production's value
       fd scen.
       01 scen-rec.
           03 sn-name pic x(8).
           03 sn-se0 pic x.
           03 sn-weight1 pic x(3).
           03 sn-se1 pic x.
           03 sn-weight2 pic x(3).
           03 sn-se2 pic x.
           03 sn-weight3 pic x(3).
           03 sn-se3 pic x.
           03 sn-max-courses pic x(2).
           03 sn-se4 pic x.
           03 sn-weight-exp pic x(3).
           03 sn-se5 pic x.
           03 sn-weight-grade pic x(3).

      * generic copy channel for the side files
       fd copy-src.
       01 src-line pic x(2000).

       fd copy-dst.
       01 dst-line pic x(2000).

      * mirrors ta-ranking's fd can / 01 tas layout; only the ta-id
      * and prefer-course 1 are used
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

      * an allocation.txt, production's or a scenario's, in
      * ta-allocate's output layout
       fd alloc-in.
       01 al-rec.
           05 al-course-id pic 9(4).
           05 al-se0 pic x.
           05 al-role pic x(8).
           05 al-se-role pic x.
           05 al-filled-count pic 9(2).
           05 al-se1 pic x.
           05 al-status pic x(8).
           05 al-se2 pic x.
           05 al-entry occurs 1 to 20 times
                   depending on al-filled-count
                   indexed by al-idx.
               10 al-ta-id pic 9(10).
               10 al-se3 pic x.

      * a run_summary.txt, in ta-summary's label / value layout
       fd sum-in.
       01 sum-rec.
           03 su-label pic x(28).
           03 su-se0 pic x.
           03 su-value pic x(6).

       fd rep.
       01 rep-line pic x(100).

       working-storage section.

       77 ctl-status pic xx.
       77 sctl-status pic xx.
       77 scen-status pic xx.
       77 src-status pic xx.
       77 dst-status pic xx.
       77 ta-status pic xx.
       77 alloc-status pic xx.
       77 sum-status pic xx.
       77 rep-status pic xx.

       77 ws-can-path pic x(100).
       77 ws-sctl-path pic x(40).
       77 ws-copy-src pic x(40).
       77 ws-copy-dst pic x(60).
       77 ws-alloc-path pic x(40).
       77 ws-sum-path pic x(40).
       77 ws-dir pic x(20).
       77 ws-cmd pic x(250).
       77 ws-run-rc pic s9(9) value 0.
       77 ws-ctl-eof pic x value 'N'.

      * production's control lines, starting from ta-ranking's own
      * defaults so a scenario control file is complete even when
      * production's is short; lines 1-2 are the input paths
       01 prod-ctl-tab.
           03 pc-line pic x(100) occurs 12 times indexed by pc-idx.
       77 pc-total pic 9(2) value 9.

      * the same lines with the scenario's values in place
       01 scen-ctl-tab.
           03 xc-line pic x(100) occurs 12 times indexed by xc-idx.

      * the side files ranking and allocation read from the working
      * directory, copied into each scenario directory
       01 side-file-values.
           03 filler pic x(30) value "skills.txt".
           03 filler pic x(30) value "preassign.txt".
           03 filler pic x(30) value "assignment_history.txt".
           03 filler pic x(30) value "candidate_directory.txt".
           03 filler pic x(30) value "transcript.txt".
           03 filler pic x(30) value "grade_rules.txt".
           03 filler pic x(30) value "rehire_flags.txt".
           03 filler pic x(30) value "course_schedule.txt".
           03 filler pic x(30) value "authorizers.txt".
       01 side-file-tab redefines side-file-values.
           03 sf-name pic x(30) occurs 9 times indexed by sf-idx.
       77 sf-total pic 9(2) value 9.

      * the scenario's own outputs, removed before each run so a
      * failed run can never be compared on a previous run's files
       01 run-file-values.
           03 filler pic x(30) value "ta_ranking.ckpt".
           03 filler pic x(30) value "output.txt".
           03 filler pic x(30) value "allocation.txt".
           03 filler pic x(30) value "run_summary.txt".
           03 filler pic x(30) value "auth_journal.txt".
       01 run-file-tab redefines run-file-values.
           03 rf-name pic x(30) occurs 5 times indexed by rf-idx.

       77 ws-scen-count pic 9(3) value 0.
       77 ws-scen-ok pic x value 'Y'.
       77 ws-scen-reason pic x(40).
       77 ws-field pic x(3).
       77 ws-field-max pic 9(3) value 0.
       01 seen-scen-tab.
           03 ss-name pic x(8) occurs 50 times indexed by ss-idx.
       77 ss-total pic 9(2) value 0.

      * candidate prefer-course 1, for the first-choice hit rate
       01 pref-tab.
           03 pf-entry occurs 2000 times indexed by pf-idx.
               05 pf-ta pic 9(10).
               05 pf-course pic 9(4).
       77 pf-total pic 9(4) value 0.

      * (ta, course, role) pairs of production's allocation and of
      * the scenario being compared
       01 prod-pair-tab.
           03 pp-entry occurs 5000 times indexed by pp-idx.
               05 pp-ta pic 9(10).
               05 pp-course pic 9(4).
               05 pp-role pic x(8).
       77 pp-total pic 9(4) value 0.

       01 scen-pair-tab.
           03 sp-entry occurs 5000 times indexed by sp-idx.
               05 sp-ta pic 9(10).
               05 sp-course pic 9(4).
               05 sp-role pic x(8).
       77 sp-total pic 9(4) value 0.
       77 ws-loading-prod pic x value 'Y'.

      * every TA in either allocation, sorted, for the move list
       01 mv-ta-tab.
           03 mv-ta pic 9(10) occurs 5000 times.
       77 mv-total pic 9(4) value 0.
       77 mv-idx pic 9(4) value 0.
       77 ws-mv-pos pic 9(4) value 0.
       77 ws-mv-seen pic x value 'N'.
       77 ws-mv-ta pic 9(10) value 0.
       77 ws-moved pic 9(4) value 0.
       77 ws-ta-moved pic x value 'N'.
       77 ws-pair-found pic x value 'N'.

      * figures for the run being reported
       77 ws-fill-pct pic x(6).
       77 ws-unfilled pic x(6).
       77 ws-assign-count pic 9(5) value 0.
       77 ws-first-count pic 9(5) value 0.
       77 ws-first-pct pic 9(3) value 0.
       77 ws-label pic x(12).
       77 ws-ptr pic 9(3) value 1.

       procedure division.
       prog-main.
           perform load-control.
           perform load-preferences.
           open output rep.

           move "PRODUCTION" to ws-label
           perform write-weights-line
           move "Y" to ws-loading-prod
           move "allocation.txt" to ws-alloc-path
           perform load-allocation
           if ws-assign-count = 0
               display "production allocation.txt missing or empty "
                   "- scenarios compare against nothing"
           end-if
           move "run_summary.txt" to ws-sum-path
           perform read-summary
           perform write-figures-line
           perform write-blank-line

           open input scen
           if scen-status = 35
               display "scenarios.txt not found - no scenarios run"
           else
               perform run-scenario-ite until scen-status = 10
               close scen
           end-if.

           close rep.
           display "scenarios run " ws-scen-count
               " - see scenario_report.txt".
           stop run.


      * production's control lines over ta-ranking's defaults
       load-control.
           move spaces to prod-ctl-tab
           move "/media/sf_CS318/ta_ranking/instructors.txt"
               to pc-line(1)
           move "/media/sf_CS318/ta_ranking/candidates.txt"
               to pc-line(2)
           move "1.5" to pc-line(3)
           move "1.0" to pc-line(4)
           move "0.5" to pc-line(5)
           move "3" to pc-line(6)
           move "2.0" to pc-line(7)
           move "13" to pc-line(8)
           move "1.0" to pc-line(9)
           move 9 to pc-total
           move 'N' to ws-ctl-eof

           open input ctl
           if ctl-status not = 35
               perform varying pc-idx from 1 by 1
                       until pc-idx > 12 or ws-ctl-eof = 'Y'
                   perform ctl-read-line
                   if ws-ctl-eof = 'N'
                       move function trim(ctl-line) to pc-line(pc-idx)
                       if pc-idx > pc-total
                           set pc-total to pc-idx
                       end-if
                   end-if
               end-perform
               close ctl
           end-if
           move pc-line(2) to ws-can-path.


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


       load-preferences.
           move 0 to pf-total
           open input can
           if ta-status = 35
               display "candidates file not found: " ws-can-path
                   " - first-choice rates report 0"
           else
               perform load-preferences-ite until ta-status = 10
               close can
           end-if.

       load-preferences-ite.
           read can
           if ta-status not = 10
               if pf-total < 2000
                   add 1 to pf-total
                   move ta-id to pf-ta(pf-total)
                   move prefer-course(1) to pf-course(pf-total)
               else
                   display "pref-tab full (2000) - candidate " ta-id
                       " not counted for first choice"
               end-if
           end-if.


       run-scenario-ite.
           move spaces to scen-rec
           read scen
           if scen-status not = 10
               if scen-rec not = spaces
                   perform check-scenario
                   if ws-scen-ok = 'N'
                       display "scenario [" sn-name "] skipped: "
                           ws-scen-reason
                       move sn-name to ws-label
                       move spaces to rep-line
                       string
                           "scenario " delimited by size
                           ws-label delimited by size
                           " NOT RUN - " delimited by size
                           ws-scen-reason delimited by size
                           into rep-line
                       end-string
                       perform write-report-line
                       perform write-blank-line
                   else
                       perform run-one-scenario
                   end-if
               end-if
           end-if.

      * a scenario needs a name of its own that is safe as a
      * directory name, and numbers wherever it gives a value
       check-scenario.
           move 'Y' to ws-scen-ok
           move spaces to ws-scen-reason
           if sn-name = spaces or sn-name(1:1) = space
               move 'N' to ws-scen-ok
               move "no scenario name" to ws-scen-reason
           end-if
           if ws-scen-ok = 'Y'
               move 0 to ws-ptr
               inspect sn-name tallying ws-ptr for all "/"
                   all "." all "*"
               if ws-ptr > 0
                   move 'N' to ws-scen-ok
                   move "name may not hold / . or *" to ws-scen-reason
               end-if
           end-if
           if ws-scen-ok = 'Y'
               perform varying ss-idx from 1 by 1
                       until ss-idx > ss-total
                   if ss-name(ss-idx) = sn-name
                       move 'N' to ws-scen-ok
                       move "name used twice" to ws-scen-reason
                   end-if
               end-perform
           end-if
           move 10 to ws-field-max
           move sn-weight1 to ws-field
           perform check-field
           move sn-weight2 to ws-field
           perform check-field
           move sn-weight3 to ws-field
           perform check-field
           move sn-weight-exp to ws-field
           perform check-field
           move sn-weight-grade to ws-field
           perform check-field
           move 100 to ws-field-max
           move sn-max-courses to ws-field
           perform check-field
           if ws-scen-ok = 'Y' and ss-total < 50
               add 1 to ss-total
               move sn-name to ss-name(ss-total)
           end-if.

      * a given value must read as a number below ws-field-max (a
      * weight has one integer digit in ta-ranking)
       check-field.
           if ws-scen-ok = 'Y' and ws-field not = spaces
               if function test-numval(ws-field) not = 0
                   move 'N' to ws-scen-ok
                   move "value not numeric" to ws-scen-reason
               else
                   if function numval(ws-field) >= ws-field-max
                       move 'N' to ws-scen-ok
                       move "value out of range" to ws-scen-reason
                   end-if
               end-if
           end-if.


       run-one-scenario.
           add 1 to ws-scen-count
           move spaces to ws-dir
           string
               "scen_" delimited by size
               sn-name delimited by space
               into ws-dir
           end-string
           call "CBL_CREATE_DIR" using ws-dir
           move 0 to return-code

           perform build-scenario-ctl
           perform write-scenario-ctl
           perform varying sf-idx from 1 by 1 until sf-idx > sf-total
               perform copy-side-file
           end-perform
           perform varying rf-idx from 1 by 1 until rf-idx > 5
               move spaces to ws-copy-dst
               string
                   ws-dir delimited by space
                   "/" delimited by size
                   rf-name(rf-idx) delimited by space
                   into ws-copy-dst
               end-string
               call "CBL_DELETE_FILE" using ws-copy-dst
               move 0 to return-code
           end-perform

      * production's programs, run from inside the scenario
      * directory; their console chatter goes to its own log
           move spaces to ws-cmd
           string
               "cd " delimited by size
               ws-dir delimited by space
               " && ../ta_ranking > scenario_run.log 2>&1"
                   delimited by size
               " && ../ta_allocate >> scenario_run.log 2>&1"
                   delimited by size
               " && ../ta_summary >> scenario_run.log 2>&1"
                   delimited by size
               into ws-cmd
           end-string
           call "SYSTEM" using ws-cmd
           move return-code to ws-run-rc
           move 0 to return-code
      * the shell hands back the raw wait status: a clean exit code
      * sits in the high byte as a multiple of 256
           if ws-run-rc > 0 and function mod(ws-run-rc, 256) = 0
               compute ws-run-rc = ws-run-rc / 256
           end-if

           move sn-name to ws-label
           perform write-weights-line
           if ws-run-rc not = 0
               display "scenario " sn-name " run failed, rc "
                   ws-run-rc " - see " ws-dir "/scenario_run.log"
               move spaces to rep-line
               string
                   "  run failed, rc " delimited by size
                   ws-run-rc delimited by size
                   " - not compared, see scenario_run.log"
                       delimited by size
                   into rep-line
               end-string
               perform write-report-line
               perform write-blank-line
           else
               move 'N' to ws-loading-prod
               move spaces to ws-alloc-path
               string
                   ws-dir delimited by space
                   "/allocation.txt" delimited by size
                   into ws-alloc-path
               end-string
               perform load-allocation
               move spaces to ws-sum-path
               string
                   ws-dir delimited by space
                   "/run_summary.txt" delimited by size
                   into ws-sum-path
               end-string
               perform read-summary
               perform write-figures-line
               perform write-moves
           end-if.


      * production's lines with the scenario's values in place; a
      * relative input path gains "../" since the scenario runs one
      * directory down
       build-scenario-ctl.
           move prod-ctl-tab to scen-ctl-tab
           perform varying xc-idx from 1 by 1 until xc-idx > 2
               if xc-line(xc-idx)(1:1) not = "/"
                   move spaces to xc-line(xc-idx)
                   string
                       "../" delimited by size
                       pc-line(xc-idx) delimited by space
                       into xc-line(xc-idx)
                   end-string
               end-if
           end-perform
           if sn-weight1 not = spaces
               move function trim(sn-weight1) to xc-line(3)
           end-if
           if sn-weight2 not = spaces
               move function trim(sn-weight2) to xc-line(4)
           end-if
           if sn-weight3 not = spaces
               move function trim(sn-weight3) to xc-line(5)
           end-if
           if sn-max-courses not = spaces
               move function trim(sn-max-courses) to xc-line(6)
           end-if
           if sn-weight-exp not = spaces
               move function trim(sn-weight-exp) to xc-line(7)
           end-if
           if sn-weight-grade not = spaces
               move function trim(sn-weight-grade) to xc-line(9)
           end-if.

       write-scenario-ctl.
           move spaces to ws-sctl-path
           string
               ws-dir delimited by space
               "/ta_ranking.ctl" delimited by size
               into ws-sctl-path
           end-string
           open output sctl
           perform varying xc-idx from 1 by 1 until xc-idx > pc-total
               move function trim(xc-line(xc-idx)) to sctl-line
               write sctl-line
               end-write
               if sctl-status not = "00"
                   display "write to " ws-sctl-path " failed, status "
                       sctl-status
               end-if
           end-perform
           close sctl.

      * a side file production lacks must not linger in the scenario
      * directory from an earlier run either
       copy-side-file.
           move sf-name(sf-idx) to ws-copy-src
           move spaces to ws-copy-dst
           string
               ws-dir delimited by space
               "/" delimited by size
               sf-name(sf-idx) delimited by space
               into ws-copy-dst
           end-string
           open input copy-src
           if src-status = 35
               call "CBL_DELETE_FILE" using ws-copy-dst
               move 0 to return-code
           else
               open output copy-dst
               perform copy-one-file-ite until src-status = 10
               close copy-dst
               close copy-src
           end-if.

       copy-one-file-ite.
           move spaces to src-line
           read copy-src
           if src-status not = 10
               move src-line to dst-line
               write dst-line
               end-write
               if dst-status not = "00"
                   display "write to " ws-copy-dst
                       " failed, status " dst-status
               end-if
           end-if.


      * the allocation at ws-alloc-path into production's or the
      * scenario's pair table, counting assignments and those on the
      * TA's prefer-course 1 as it goes
       load-allocation.
           move 0 to ws-assign-count
           move 0 to ws-first-count
           if ws-loading-prod = 'Y'
               move 0 to pp-total
           else
               move 0 to sp-total
           end-if
           open input alloc-in
           if alloc-status not = 35
               perform load-allocation-ite until alloc-status = 10
               close alloc-in
           end-if
           if ws-assign-count = 0
               move 0 to ws-first-pct
           else
               compute ws-first-pct rounded
                   = ws-first-count * 100 / ws-assign-count
           end-if.

       load-allocation-ite.
           read alloc-in
           if alloc-status not = 10
               if al-filled-count is numeric
                   perform varying al-idx from 1 by 1
                           until al-idx > al-filled-count
                       if al-ta-id(al-idx) not = 0
                           perform load-one-pair
                       end-if
                   end-perform
               end-if
           end-if.

       load-one-pair.
           add 1 to ws-assign-count
           perform varying pf-idx from 1 by 1 until pf-idx > pf-total
               if pf-ta(pf-idx) = al-ta-id(al-idx)
                   if pf-course(pf-idx) = al-course-id
                       add 1 to ws-first-count
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-loading-prod = 'Y'
               if pp-total < 5000
                   add 1 to pp-total
                   move al-ta-id(al-idx) to pp-ta(pp-total)
                   move al-course-id to pp-course(pp-total)
                   move al-role to pp-role(pp-total)
               else
                   display "prod-pair-tab full (5000) - ta "
                       al-ta-id(al-idx) " not compared"
               end-if
           else
               if sp-total < 5000
                   add 1 to sp-total
                   move al-ta-id(al-idx) to sp-ta(sp-total)
                   move al-course-id to sp-course(sp-total)
                   move al-role to sp-role(sp-total)
               else
                   display "scen-pair-tab full (5000) - ta "
                       al-ta-id(al-idx) " not compared"
               end-if
           end-if.


      * fill rate and UNFILLED count as ta-summary reported them
       read-summary.
           move "n/a" to ws-fill-pct
           move "n/a" to ws-unfilled
           open input sum-in
           if sum-status not = 35
               perform read-summary-ite until sum-status = 10
               close sum-in
           end-if.

       read-summary-ite.
           read sum-in
           if sum-status not = 10
               if su-label = "fill rate pct:"
                   move function trim(su-value) to ws-fill-pct
               end-if
               if su-label = "course-roles UNFILLED:"
                   move function trim(su-value) to ws-unfilled
               end-if
           end-if.


      * every TA in either allocation whose (course, role) set is
      * not the same in both, with both sets listed
       write-moves.
           move 0 to ws-moved
           move 0 to mv-total
           perform varying pp-idx from 1 by 1 until pp-idx > pp-total
               move pp-ta(pp-idx) to ws-mv-ta
               perform insert-mv-ta
           end-perform
           perform varying sp-idx from 1 by 1 until sp-idx > sp-total
               move sp-ta(sp-idx) to ws-mv-ta
               perform insert-mv-ta
           end-perform
           perform varying mv-idx from 1 by 1 until mv-idx > mv-total
               perform check-ta-moved
               if ws-ta-moved = 'Y'
                   add 1 to ws-moved
                   perform write-move-lines
               end-if
           end-perform
           move spaces to rep-line
           string
               "  TAs moved vs production: " delimited by size
               ws-moved delimited by size
               into rep-line
           end-string
           perform write-report-line
           perform write-blank-line.

       insert-mv-ta.
           move 'N' to ws-mv-seen
           move 1 to ws-mv-pos
           perform varying mv-idx from 1 by 1 until mv-idx > mv-total
               if mv-ta(mv-idx) = ws-mv-ta
                   move 'Y' to ws-mv-seen
                   exit perform
               end-if
               if mv-ta(mv-idx) > ws-mv-ta
                   exit perform
               end-if
               compute ws-mv-pos = mv-idx + 1
           end-perform
           if ws-mv-seen = 'N' and mv-total < 5000
               perform varying mv-idx from mv-total by -1
                       until mv-idx < ws-mv-pos
                   move mv-ta(mv-idx) to mv-ta(mv-idx + 1)
               end-perform
               move ws-mv-ta to mv-ta(ws-mv-pos)
               add 1 to mv-total
           end-if.

       check-ta-moved.
           move 'N' to ws-ta-moved
           perform varying pp-idx from 1 by 1 until pp-idx > pp-total
               if pp-ta(pp-idx) = mv-ta(mv-idx)
                   move 'N' to ws-pair-found
                   perform varying sp-idx from 1 by 1
                           until sp-idx > sp-total
                       if sp-ta(sp-idx) = pp-ta(pp-idx)
                               and sp-course(sp-idx) = pp-course(pp-idx)
                               and sp-role(sp-idx) = pp-role(pp-idx)
                           move 'Y' to ws-pair-found
                           exit perform
                       end-if
                   end-perform
                   if ws-pair-found = 'N'
                       move 'Y' to ws-ta-moved
                   end-if
               end-if
           end-perform
           perform varying sp-idx from 1 by 1 until sp-idx > sp-total
               if sp-ta(sp-idx) = mv-ta(mv-idx)
                   move 'N' to ws-pair-found
                   perform varying pp-idx from 1 by 1
                           until pp-idx > pp-total
                       if pp-ta(pp-idx) = sp-ta(sp-idx)
                               and pp-course(pp-idx) = sp-course(sp-idx)
                               and pp-role(pp-idx) = sp-role(sp-idx)
                           move 'Y' to ws-pair-found
                           exit perform
                       end-if
                   end-perform
                   if ws-pair-found = 'N'
                       move 'Y' to ws-ta-moved
                   end-if
               end-if
           end-perform.

       write-move-lines.
           move spaces to rep-line
           move 1 to ws-ptr
           string
               "  ta " delimited by size
               mv-ta(mv-idx) delimited by size
               " production:" delimited by size
               into rep-line with pointer ws-ptr
           end-string
           perform varying pp-idx from 1 by 1 until pp-idx > pp-total
               if pp-ta(pp-idx) = mv-ta(mv-idx) and ws-ptr < 85
                   string
                       " " delimited by size
                       pp-course(pp-idx) delimited by size
                       " " delimited by size
                       pp-role(pp-idx) delimited by space
                       into rep-line with pointer ws-ptr
                   end-string
               end-if
           end-perform
           if ws-ptr = 28
               string
                   " none" delimited by size
                   into rep-line with pointer ws-ptr
               end-string
           end-if
           perform write-report-line
           move spaces to rep-line
           move 1 to ws-ptr
           string
               "                  scenario:" delimited by size
               into rep-line with pointer ws-ptr
           end-string
           perform varying sp-idx from 1 by 1 until sp-idx > sp-total
               if sp-ta(sp-idx) = mv-ta(mv-idx) and ws-ptr < 85
                   string
                       " " delimited by size
                       sp-course(sp-idx) delimited by size
                       " " delimited by size
                       sp-role(sp-idx) delimited by space
                       into rep-line with pointer ws-ptr
                   end-string
               end-if
           end-perform
           if ws-ptr = 28
               string
                   " none" delimited by size
                   into rep-line with pointer ws-ptr
               end-string
           end-if
           perform write-report-line.


      * the weight set a run used, as its control lines hold them
       write-weights-line.
           if ws-label = "PRODUCTION"
               move prod-ctl-tab to scen-ctl-tab
           end-if
           move spaces to rep-line
           string
               "scenario " delimited by size
               ws-label delimited by size
               " weights " delimited by size
               xc-line(3) delimited by space
               " / " delimited by size
               xc-line(4) delimited by space
               " / " delimited by size
               xc-line(5) delimited by space
               " max-courses " delimited by size
               xc-line(6) delimited by space
               " exp " delimited by size
               xc-line(7) delimited by space
               " grade " delimited by size
               xc-line(9) delimited by space
               into rep-line
           end-string
           perform write-report-line.

       write-figures-line.
           move spaces to rep-line
           string
               "  fill rate pct " delimited by size
               ws-fill-pct delimited by space
               "  UNFILLED " delimited by size
               ws-unfilled delimited by space
               "  first-choice pct " delimited by size
               ws-first-pct delimited by size
               "  assignments " delimited by size
               ws-assign-count delimited by size
               into rep-line
           end-string
           perform write-report-line.

       write-blank-line.
           move spaces to rep-line
           perform write-report-line.

       write-report-line.
           write rep-line
           end-write
           if rep-status not = "00"
               display "write to scenario_report.txt failed, status "
                   rep-status
           end-if.
