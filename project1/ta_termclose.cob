      * history file. Given the term code on the command line it
      * snapshots output.txt, the final allocation (allocation2.txt
      * when a round 2 ran and is newer than allocation.txt, else
      * allocation.txt), waitlist.txt, offers.txt and run_summary.txt
      * into term-stamped archive files, appends the final
      * assignments, each stamped with the term, to
      * assignment_history.txt so returning TAs keep their experience
      * bonus, and rolls the final allocation into
      * allocation_prev.txt for next term's ta-compare. A term code
               10 f-se3 pic x.

      * one course-id / ta-id pair per line, the layout ta-ranking's
      * experience bonus reads back, then the term it was held in
      * (blank on lines written before terms were recorded) for the
      * retention purge
       fd hist.
       01 hist-rec.
           03 hs-course-id pic 9(4).
           03 hs-se0 pic x.
           03 hs-ta-id pic 9(10).
           03 hs-se1 pic x.
           03 hs-term pic x(8).

      * one closed term code per line
       fd closelog.
           perform make-archive-name
           perform copy-one-file.

           move "offers.txt" to ws-copy-src
           perform make-archive-name
           perform copy-one-file.

           move "run_summary.txt" to ws-copy-src
           perform make-archive-name
           perform copy-one-file.
               move f-course-id to hs-course-id
               move ' ' to hs-se0
               move f-ta-id(f-idx) to hs-ta-id
               move ' ' to hs-se1
               move ws-term to hs-term
               write hist-rec
               end-write
               if hist-status not = "00"
