      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * End-of-term TA evaluation intake and history

      * ta-evaluate takes the instructors' end-of-term evaluations
      * from evaluations.txt (term code, course-id, role, ta-id,
      * rating 1-5, rehire Y/N, comment code) and checks each one
      * against that term's archived final allocation,
      * allocation_<term>.txt as ta-termclose wrote it, so only a TA
      * who actually worked the course role that term can be rated.
      * Accepted evaluations are appended to the cumulative
      * eval_master.txt; a second evaluation of the same term, course
      * role and TA is refused so the master never counts one twice.
      * Every input line lands in eval_log.txt as ACCEPTED or
      * REJECTED with its reason. From the whole master it then
      * writes eval_history.txt, one block per TA with every rating
      * on file, and rebuilds rehire_flags.txt: for each TA and
      * course, the evaluations of the most recent closed term (by
      * term_close_log.txt order) decide, and any rehire N among them
      * leaves an active do-not-rehire flag that ta-ranking honors.
      * A later term rated rehire Y clears it.

       identification division.
       program-id. ta-evaluate.

       environment division.
       input-output section.
       file-control.
           select evals
           assign to "evaluations.txt"
           organization is line sequential
           file status is evals-status.

           select emast
           assign to "eval_master.txt"
           organization is line sequential
           file status is emast-status.

           select alloc-arc
           assign to ws-arc-path
           organization is line sequential
           file status is arc-status.

           select closelog
           assign to "term_close_log.txt"
           organization is line sequential
           file status is close-status.

           select elog
           assign to "eval_log.txt"
           organization is line sequential
           file status is elog-status.

           select ehist
           assign to "eval_history.txt"
           organization is line sequential
           file status is ehist-status.

           select flags
           assign to "rehire_flags.txt"
           organization is line sequential
           file status is flags-status.

       data division.
       file section.

      * one evaluation per line, space separated
       fd evals.
       01 eval-rec.
           03 ev-term pic x(8).
           03 ev-se0 pic x.
           03 ev-course-id pic 9(4).
           03 ev-se1 pic x.
           03 ev-role pic x(8).
           03 ev-se2 pic x.
           03 ev-ta-id pic 9(10).
           03 ev-se3 pic x.
           03 ev-rating pic 9.
           03 ev-se4 pic x.
           03 ev-rehire pic x.
           03 ev-se5 pic x.
           03 ev-comment pic x(4).

      * the cumulative master, in the evaluations.txt layout
       fd emast.
       01 emast-rec.
           03 em-term pic x(8).
           03 em-se0 pic x.
           03 em-course-id pic 9(4).
           03 em-se1 pic x.
           03 em-role pic x(8).
           03 em-se2 pic x.
           03 em-ta-id pic 9(10).
           03 em-se3 pic x.
           03 em-rating pic 9.
           03 em-se4 pic x.
           03 em-rehire pic x.
           03 em-se5 pic x.
           03 em-comment pic x(4).

      * a term's archived final allocation, in ta-allocate's output
      * layout (mirrors ta-termclose's fd alloc-fin)
       fd alloc-arc.
       01 arc-rec.
           05 a-course-id pic 9(4).
           05 a-se0 pic x.
           05 a-role pic x(8).
           05 a-se-role pic x.
           05 a-filled-count pic 9(2).
           05 a-se1 pic x.
           05 a-status pic x(8).
           05 a-se2 pic x.
           05 a-entry occurs 1 to 20 times
                   depending on a-filled-count
                   indexed by a-idx.
               10 a-ta-id pic 9(10).
               10 a-se3 pic x.

      * one closed term code per line, oldest first
       fd closelog.
       01 close-line pic x(8).

       fd elog.
       01 elog-line pic x(100).

       fd ehist.
       01 ehist-line pic x(100).

      * one active do-not-rehire flag per line: ta-id, course-id and
      * the term whose evaluation raised it
       fd flags.
       01 flag-rec.
           03 fl-ta-id pic 9(10).
           03 fl-se0 pic x.
           03 fl-course-id pic 9(4).
           03 fl-se1 pic x.
           03 fl-term pic x(8).

       working-storage section.

       77 evals-status pic xx.
       77 emast-status pic xx.
       77 arc-status pic xx.
       77 close-status pic xx.
       77 elog-status pic xx.
       77 ehist-status pic xx.
       77 flags-status pic xx.

       77 ws-arc-path pic x(40).
       77 ws-line-num pic 9(5) value 0.
       77 ws-accepted pic 9(5) value 0.
       77 ws-rejected pic 9(5) value 0.
       77 ws-verdict pic x value 'A'.
       77 ws-reason pic x(40).

      * closed terms in term_close_log.txt order; a term's position
      * is its age, and a term not in the log sorts oldest
       01 term-tab.
           03 tc-entry occurs 200 times indexed by tc-idx.
               05 tc-term pic x(8).
       77 tc-total pic 9(3) value 0.
       77 ws-term-seq pic 9(3) value 0.

      * every evaluation on file, the master as loaded plus this
      * run's accepted lines, in intake order
       01 master-tab.
           03 ms-entry occurs 10000 times indexed by ms-idx.
               05 ms-term pic x(8).
               05 ms-course pic 9(4).
               05 ms-role pic x(8).
               05 ms-ta pic 9(10).
               05 ms-rating pic 9.
               05 ms-rehire pic x.
               05 ms-comment pic x(4).
               05 ms-seq pic 9(3).
       77 ms-total pic 9(5) value 0.
       77 ws-ms-full pic x value 'N'.

      * the archived allocations consulted so far: one line per term
      * (found or not), and every (course role, ta) pair they hold
       01 arc-term-tab.
           03 at-entry occurs 50 times indexed by at-idx.
               05 at-term pic x(8).
               05 at-found pic x.
       77 at-total pic 9(2) value 0.
       77 ws-at-hit pic 9(2) value 0.

       01 arc-pair-tab.
           03 ap-entry occurs 20000 times indexed by ap-idx.
               05 ap-term pic x(8).
               05 ap-course pic 9(4).
               05 ap-role pic x(8).
               05 ap-ta pic 9(10).
       77 ap-total pic 9(5) value 0.
       77 ws-pair-hit pic x value 'N'.

      * the TAs on file, sorted by ta-id, for the history report
       01 ta-list-tab.
           03 tl-entry occurs 5000 times.
               05 tl-ta pic 9(10).
       77 tl-total pic 9(4) value 0.
       77 tl-idx pic 9(4) value 0.
       77 ws-tl-pos pic 9(4) value 0.
       77 ws-tl-seen pic x value 'N'.

      * per (ta, course): the newest term's verdict
       01 flag-tab.
           03 fg-entry occurs 10000 times indexed by fg-idx.
               05 fg-ta pic 9(10).
               05 fg-course pic 9(4).
               05 fg-seq pic 9(3).
               05 fg-term pic x(8).
               05 fg-rehire pic x.
       77 fg-total pic 9(5) value 0.
       77 ws-fg-found pic x value 'N'.
       77 ws-flags-out pic 9(5) value 0.

       77 ws-ta-count pic 9(4) value 0.
       77 ws-ta-sum pic 9(6) value 0.
       77 ws-ta-avg pic 9v9 value 0.
       77 ws-avg-disp pic 9.9.

       procedure division.
       prog-main.
           perform load-closed-terms.
           perform load-master.
           if ws-ms-full = 'Y'
               display "eval_master.txt exceeds master-tab - no "
                   "evaluations taken in, master left untouched"
               move 8 to return-code
               stop run
           end-if.

           open output elog.
           open input evals
           if evals-status = 35
               display "evaluations.txt not found - nothing to take in"
           else
               open extend emast
               if emast-status = 35
                   open output emast
               end-if
               perform take-in-ite until evals-status = 10
               close emast
               close evals
           end-if.
           close elog.

           perform write-history.
           perform write-rehire-flags.

           display "evaluations accepted " ws-accepted " rejected "
               ws-rejected ", do-not-rehire flags active "
               ws-flags-out.
           if ws-rejected > 0
               move 4 to return-code
           end-if
           stop run.


       load-closed-terms.
           move 0 to tc-total
           open input closelog
           if close-status not = 35
               perform load-closed-terms-ite until close-status = 10
               close closelog
           end-if.

       load-closed-terms-ite.
           read closelog
           if close-status not = 10
               if tc-total < 200
                   add 1 to tc-total
                   move close-line to tc-term(tc-total)
               else
                   display "term-tab full (200) - term " close-line
                       " ranks as oldest"
               end-if
           end-if.

      * position of ev-term in the close log; 0 when it was never
      * closed
       find-term-seq.
           move 0 to ws-term-seq
           perform varying tc-idx from 1 by 1 until tc-idx > tc-total
               if tc-term(tc-idx) = ev-term
                   set ws-term-seq to tc-idx
               end-if
           end-perform.


      * the master as it stands; a master bigger than the table
      * cannot be extended safely and stops the run
       load-master.
           move 0 to ms-total
           open input emast
           if emast-status not = 35
               perform load-master-ite until emast-status = 10
               close emast
           end-if.

       load-master-ite.
           read emast
           if emast-status not = 10
               if ms-total < 10000
                   move em-term to ev-term
                   perform find-term-seq
                   add 1 to ms-total
                   move em-term to ms-term(ms-total)
                   move em-course-id to ms-course(ms-total)
                   move em-role to ms-role(ms-total)
                   move em-ta-id to ms-ta(ms-total)
                   move em-rating to ms-rating(ms-total)
                   move em-rehire to ms-rehire(ms-total)
                   move em-comment to ms-comment(ms-total)
                   move ws-term-seq to ms-seq(ms-total)
               else
                   move 'Y' to ws-ms-full
               end-if
           end-if.


       take-in-ite.
           read evals
           if evals-status not = 10
               add 1 to ws-line-num
               perform validate-eval
               if ws-verdict = 'A'
                   perform accept-eval
               else
                   add 1 to ws-rejected
               end-if
               perform write-log-line
           end-if.

      * the checks run cheapest first and stop at the first failure,
      * so the log shows the one reason that matters
       validate-eval.
           move 'A' to ws-verdict
           move spaces to ws-reason
           if ev-term = spaces
               move 'R' to ws-verdict
               move "term code missing" to ws-reason
           end-if
           if ws-verdict = 'A'
               if ev-course-id is not numeric
                       or ev-ta-id is not numeric
                   move 'R' to ws-verdict
                   move "course-id or ta-id not numeric" to ws-reason
               end-if
           end-if
           if ws-verdict = 'A'
               if ev-rating is not numeric
                   move 'R' to ws-verdict
                   move "rating not 1-5" to ws-reason
               else
                   if ev-rating < 1 or ev-rating > 5
                       move 'R' to ws-verdict
                       move "rating not 1-5" to ws-reason
                   end-if
               end-if
           end-if
           if ws-verdict = 'A'
               if ev-rehire not = 'Y' and ev-rehire not = 'N'
                   move 'R' to ws-verdict
                   move "rehire not Y or N" to ws-reason
               end-if
           end-if
           if ws-verdict = 'A'
               perform find-archive-term
               if at-found(ws-at-hit) = 'N'
                   move 'R' to ws-verdict
                   move "no archived allocation for term"
                       to ws-reason
               end-if
           end-if
           if ws-verdict = 'A'
               perform match-archive-pair
               if ws-pair-hit = 'N'
                   move 'R' to ws-verdict
                   move "ta not on course role that term"
                       to ws-reason
               end-if
           end-if
           if ws-verdict = 'A'
               perform varying ms-idx from 1 by 1
                       until ms-idx > ms-total
                   if ms-term(ms-idx) = ev-term
                           and ms-course(ms-idx) = ev-course-id
                           and ms-role(ms-idx) = ev-role
                           and ms-ta(ms-idx) = ev-ta-id
                       move 'R' to ws-verdict
                       move "already evaluated" to ws-reason
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-verdict = 'A'
               if ms-total >= 10000
                   move 'R' to ws-verdict
                   move "master-tab full (10000)" to ws-reason
               end-if
           end-if.

       accept-eval.
           perform find-term-seq
           add 1 to ms-total
           move ev-term to ms-term(ms-total)
           move ev-course-id to ms-course(ms-total)
           move ev-role to ms-role(ms-total)
           move ev-ta-id to ms-ta(ms-total)
           move ev-rating to ms-rating(ms-total)
           move ev-rehire to ms-rehire(ms-total)
           move ev-comment to ms-comment(ms-total)
           move ws-term-seq to ms-seq(ms-total)
           move ev-term to em-term
           move ev-course-id to em-course-id
           move ev-role to em-role
           move ev-ta-id to em-ta-id
           move ev-rating to em-rating
           move ev-rehire to em-rehire
           move ev-comment to em-comment
           move space to em-se0
           move space to em-se1
           move space to em-se2
           move space to em-se3
           move space to em-se4
           move space to em-se5
           write emast-rec
           end-write
           if emast-status not = "00"
               display "write to eval_master.txt failed, status "
                   emast-status
           end-if
           add 1 to ws-accepted.


      * locate ev-term among the archives already consulted, loading
      * allocation_<term>.txt the first time the term is seen;
      * ws-at-hit is left on its line
       find-archive-term.
           move 0 to ws-at-hit
           perform varying at-idx from 1 by 1 until at-idx > at-total
               if at-term(at-idx) = ev-term
                   set ws-at-hit to at-idx
                   exit perform
               end-if
           end-perform
           if ws-at-hit = 0
               if at-total < 50
                   add 1 to at-total
               else
                   display "arc-term-tab full (50) - term " ev-term
                       " reloaded over the last slot"
               end-if
               move at-total to ws-at-hit
               move ev-term to at-term(ws-at-hit)
               perform load-archive
           end-if.

       load-archive.
           move spaces to ws-arc-path
           string
               "allocation_" delimited by size
               ev-term delimited by space
               ".txt" delimited by size
               into ws-arc-path
           end-string
           open input alloc-arc
           if arc-status = 35
               move 'N' to at-found(ws-at-hit)
           else
               move 'Y' to at-found(ws-at-hit)
               perform load-archive-ite until arc-status = 10
               close alloc-arc
           end-if.

       load-archive-ite.
           read alloc-arc
           if arc-status not = 10
               if a-filled-count is numeric
                   perform varying a-idx from 1 by 1
                           until a-idx > a-filled-count
                       if ap-total < 20000
                           add 1 to ap-total
                           move ev-term to ap-term(ap-total)
                           move a-course-id to ap-course(ap-total)
                           move a-role to ap-role(ap-total)
                           move a-ta-id(a-idx) to ap-ta(ap-total)
                       else
                           display "arc-pair-tab full (20000) - ta "
                               a-ta-id(a-idx) " course " a-course-id
                               " term " ev-term " not loaded"
                       end-if
                   end-perform
               end-if
           end-if.

       match-archive-pair.
           move 'N' to ws-pair-hit
           perform varying ap-idx from 1 by 1 until ap-idx > ap-total
               if ap-term(ap-idx) = ev-term
                       and ap-course(ap-idx) = ev-course-id
                       and ap-role(ap-idx) = ev-role
                       and ap-ta(ap-idx) = ev-ta-id
                   move 'Y' to ws-pair-hit
                   exit perform
               end-if
           end-perform.


       write-log-line.
           move spaces to elog-line
           if ws-verdict = 'A'
               string
                   "line " delimited by size
                   ws-line-num delimited by size
                   " [" delimited by size
                   function trim(eval-rec) delimited by size
                   "] ACCEPTED" delimited by size
                   into elog-line
               end-string
           else
               string
                   "line " delimited by size
                   ws-line-num delimited by size
                   " [" delimited by size
                   function trim(eval-rec) delimited by size
                   "] REJECTED (" delimited by size
                   function trim(ws-reason) delimited by size
                   ")" delimited by size
                   into elog-line
               end-string
           end-if
           write elog-line
           end-write
           if elog-status not = "00"
               display "write to eval_log.txt failed, status "
                   elog-status
           end-if.


      * one block per TA in ta-id order: a heading with the count and
      * average rating, every evaluation in intake order, and the
      * courses the TA is currently flagged do-not-rehire on
       write-history.
           perform build-flags
           move 0 to tl-total
           perform varying ms-idx from 1 by 1 until ms-idx > ms-total
               perform insert-ta-list
           end-perform
           open output ehist
           perform varying tl-idx from 1 by 1 until tl-idx > tl-total
               perform write-ta-block
           end-perform
           close ehist.

      * sorted insert of ms-ta(ms-idx) into the TA list
       insert-ta-list.
           move 'N' to ws-tl-seen
           move 1 to ws-tl-pos
           perform varying tl-idx from 1 by 1 until tl-idx > tl-total
               if tl-ta(tl-idx) = ms-ta(ms-idx)
                   move 'Y' to ws-tl-seen
                   exit perform
               end-if
               if tl-ta(tl-idx) > ms-ta(ms-idx)
                   exit perform
               end-if
               compute ws-tl-pos = tl-idx + 1
           end-perform
           if ws-tl-seen = 'N'
               if tl-total < 5000
                   perform varying tl-idx from tl-total by -1
                           until tl-idx < ws-tl-pos
                       move tl-ta(tl-idx) to tl-ta(tl-idx + 1)
                   end-perform
                   move ms-ta(ms-idx) to tl-ta(ws-tl-pos)
                   add 1 to tl-total
               else
                   display "ta-list-tab full (5000) - ta "
                       ms-ta(ms-idx) " left off the history report"
               end-if
           end-if.

       write-ta-block.
           move 0 to ws-ta-count
           move 0 to ws-ta-sum
           perform varying ms-idx from 1 by 1 until ms-idx > ms-total
               if ms-ta(ms-idx) = tl-ta(tl-idx)
                   add 1 to ws-ta-count
                   add ms-rating(ms-idx) to ws-ta-sum
               end-if
           end-perform
           compute ws-ta-avg rounded = ws-ta-sum / ws-ta-count
           move ws-ta-avg to ws-avg-disp
           move spaces to ehist-line
           string
               "TA " delimited by size
               tl-ta(tl-idx) delimited by size
               "  evaluations " delimited by size
               ws-ta-count delimited by size
               "  average rating " delimited by size
               ws-avg-disp delimited by size
               into ehist-line
           end-string
           perform write-hist-rec
           perform varying ms-idx from 1 by 1 until ms-idx > ms-total
               if ms-ta(ms-idx) = tl-ta(tl-idx)
                   move spaces to ehist-line
                   string
                       "  term " delimited by size
                       ms-term(ms-idx) delimited by size
                       " course " delimited by size
                       ms-course(ms-idx) delimited by size
                       " " delimited by size
                       ms-role(ms-idx) delimited by size
                       " rating " delimited by size
                       ms-rating(ms-idx) delimited by size
                       " rehire " delimited by size
                       ms-rehire(ms-idx) delimited by size
                       " comment " delimited by size
                       ms-comment(ms-idx) delimited by size
                       into ehist-line
                   end-string
                   perform write-hist-rec
               end-if
           end-perform
           perform varying fg-idx from 1 by 1 until fg-idx > fg-total
               if fg-ta(fg-idx) = tl-ta(tl-idx)
                       and fg-rehire(fg-idx) = 'N'
                   move spaces to ehist-line
                   string
                       "  DO-NOT-REHIRE course " delimited by size
                       fg-course(fg-idx) delimited by size
                       " (term " delimited by size
                       fg-term(fg-idx) delimited by space
                       ")" delimited by size
                       into ehist-line
                   end-string
                   perform write-hist-rec
               end-if
           end-perform
           move spaces to ehist-line
           perform write-hist-rec.

       write-hist-rec.
           write ehist-line
           end-write
           if ehist-status not = "00"
               display "write to eval_history.txt failed, status "
                   ehist-status
           end-if.


      * per (ta, course), keep the verdict of the newest term rated;
      * within that term one rehire N (say a second role) outweighs
      * any Y
       build-flags.
           move 0 to fg-total
           perform varying ms-idx from 1 by 1 until ms-idx > ms-total
               perform fold-flag
           end-perform.

       fold-flag.
           move 'N' to ws-fg-found
           perform varying fg-idx from 1 by 1 until fg-idx > fg-total
               if fg-ta(fg-idx) = ms-ta(ms-idx)
                       and fg-course(fg-idx) = ms-course(ms-idx)
                   move 'Y' to ws-fg-found
                   exit perform
               end-if
           end-perform
           if ws-fg-found = 'N'
               if fg-total < 10000
                   add 1 to fg-total
                   set fg-idx to fg-total
                   move ms-ta(ms-idx) to fg-ta(fg-idx)
                   move ms-course(ms-idx) to fg-course(fg-idx)
                   move ms-seq(ms-idx) to fg-seq(fg-idx)
                   move ms-term(ms-idx) to fg-term(fg-idx)
                   move ms-rehire(ms-idx) to fg-rehire(fg-idx)
               end-if
           else
               if ms-seq(ms-idx) > fg-seq(fg-idx)
                   move ms-seq(ms-idx) to fg-seq(fg-idx)
                   move ms-term(ms-idx) to fg-term(fg-idx)
                   move ms-rehire(ms-idx) to fg-rehire(fg-idx)
               else
                   if ms-seq(ms-idx) = fg-seq(fg-idx)
                           and ms-rehire(ms-idx) = 'N'
                       move ms-term(ms-idx) to fg-term(fg-idx)
                       move 'N' to fg-rehire(fg-idx)
                   end-if
               end-if
           end-if.

      * rebuilt whole every run, so a cleared flag disappears
       write-rehire-flags.
           move 0 to ws-flags-out
           open output flags
           perform varying fg-idx from 1 by 1 until fg-idx > fg-total
               if fg-rehire(fg-idx) = 'N'
                   move fg-ta(fg-idx) to fl-ta-id
                   move space to fl-se0
                   move fg-course(fg-idx) to fl-course-id
                   move space to fl-se1
                   move fg-term(fg-idx) to fl-term
                   write flag-rec
                   end-write
                   if flags-status not = "00"
                       display "write to rehire_flags.txt failed, "
                           "status " flags-status
                   end-if
                   add 1 to ws-flags-out
               end-if
           end-perform
           close flags.
