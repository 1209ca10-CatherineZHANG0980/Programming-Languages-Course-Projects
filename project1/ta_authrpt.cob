      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Who-authorized-what report over the term

      * ta-authrpt lists, per authorizer, every signed transaction
      * in auth_journal.txt - overrides (ta-override), instructor and
      * candidate maintenance (ta-maintain) and preassign.txt PINs and
      * BLOCKs (ta-ranking) - with the date, the program that judged
      * it, the type, course, verdict and the change itself, and the
      * reason when it was rejected. Authorizers come out in user-id
      * order with their name and expiry from authorizers.txt; a user
      * id the master does not know is shown as such, since those are
      * exactly the rejections worth a second look.
      *
      * preassign.txt is judged again on every ranking run, so an
      * unchanged record recurs in the journal once per run; it is
      * listed once, dated by its first run, with the number of runs
      * and the last date it was seen.
      *
      * Optional arguments limit the period: ta_authrpt [<from>
      * [<to>]], dates as yyyymmdd, both inclusive. The report is
      * written to auth_report.txt.

       identification division.
       program-id. ta-authrpt.

       environment division.
       input-output section.
       file-control.
           select authf
           assign to "authorizers.txt"
           organization is line sequential
           file status is auth-status.

           select ajrn
           assign to "auth_journal.txt"
           organization is line sequential
           file status is jrn-status.

           select rpt
           assign to "auth_report.txt"
           organization is line sequential
           file status is rpt-status.

       data division.
       file section.

      * mirrors ta-override's fd authf / 01 auth-rec layout
       fd authf.
       01 auth-rec.
           03 au-user pic x(8).
           03 au-se0 pic x.
           03 au-name pic x(20).
           03 au-se1 pic x.
           03 au-expiry pic 9(8).
           03 au-se2 pic x.
           03 au-type-count pic 9.
           03 au-se3 pic x.
           03 au-types occurs 1 to 5 times
                   depending on au-type-count.
               05 au-type pic x(9).
               05 au-se4 pic x.
           03 au-scope-count pic 9(2).
           03 au-se5 pic x.
           03 au-scopes occurs 1 to 20 times
                   depending on au-scope-count.
               05 au-scope pic x(4).
               05 au-se6 pic x.

      * mirrors ta-override's fd ajrn / 01 jrn-rec layout
       fd ajrn.
       01 jrn-rec.
           03 jr-date pic 9(8).
           03 jr-se0 pic x.
           03 jr-time pic 9(6).
           03 jr-se1 pic x.
           03 jr-program pic x(12).
           03 jr-se2 pic x.
           03 jr-user pic x(8).
           03 jr-se3 pic x.
           03 jr-type pic x(9).
           03 jr-se4 pic x.
           03 jr-course pic 9(4).
           03 jr-se5 pic x.
           03 jr-verdict pic x(8).
           03 jr-se6 pic x.
           03 jr-detail pic x(50).
           03 jr-se7 pic x.
           03 jr-reason pic x(50).

       fd rpt.
       01 rpt-line pic x(200).

       working-storage section.
       77 auth-status pic xx.
       77 jrn-status pic xx.
       77 rpt-status pic xx.

       77 ws-cmdline pic x(80).
       77 ws-arg-from pic x(10).
       77 ws-arg-to pic x(10).
       77 ws-from pic 9(8) value 0.
       77 ws-to pic 9(8) value 99999999.

      * the master's names and expiry dates, for the headings
       01 auth-tab.
           03 az-entry occurs 500 times indexed by az-idx.
               05 az-user pic x(8).
               05 az-name pic x(20).
               05 az-expiry pic 9(8).
       77 auth-total pic 9(4) value 0.
       77 ws-az-hit pic 9(4) value 0.

      * the period's journal entries, in journal (time) order;
      * jt-runs and jt-last carry a recurring preassign record's
      * repeats, jt-dup marks the repeats themselves
       01 jrn-tab.
           03 jt-entry occurs 5000 times indexed by jt-idx.
               05 jt-date pic 9(8).
               05 jt-program pic x(12).
               05 jt-user pic x(8).
               05 jt-type pic x(9).
               05 jt-course pic 9(4).
               05 jt-verdict pic x(8).
               05 jt-detail pic x(50).
               05 jt-reason pic x(50).
               05 jt-runs pic 9(4).
               05 jt-last pic 9(8).
               05 jt-dup pic x.
       77 jrn-total pic 9(4) value 0.
       77 jt2-idx pic 9(4) value 0.

      * the distinct user ids seen, kept in user-id order
       01 user-tab.
           03 us-user occurs 500 times pic x(8).
       77 user-total pic 9(4) value 0.
       77 us-idx pic 9(4) value 0.
       77 us2-idx pic 9(4) value 0.
       77 ws-user-found pic x value 'N'.

       77 ws-applied pic 9(5) value 0.
       77 ws-rejected pic 9(5) value 0.
       77 ws-tot-applied pic 9(5) value 0.
       77 ws-tot-rejected pic 9(5) value 0.
       77 ws-runs-text pic x(30).

       procedure division.
       prog-main.
           accept ws-cmdline from command-line
           unstring ws-cmdline delimited by all space
               into ws-arg-from ws-arg-to
           end-unstring
           if ws-arg-from not = spaces
               if function test-numval(ws-arg-from) not = 0
                   display "usage: ta_authrpt [<from> [<to>]] "
                       "(dates as yyyymmdd)"
                   move 8 to return-code
                   stop run
               end-if
               move function numval(ws-arg-from) to ws-from
           end-if
           if ws-arg-to not = spaces
               if function test-numval(ws-arg-to) not = 0
                   display "usage: ta_authrpt [<from> [<to>]] "
                       "(dates as yyyymmdd)"
                   move 8 to return-code
                   stop run
               end-if
               move function numval(ws-arg-to) to ws-to
           end-if

           perform load-authorizers.
           perform load-journal.
           perform fold-repeats.

           open output rpt.
           perform write-report-head.
           perform varying us-idx from 1 by 1
                   until us-idx > user-total
               perform write-user-block
           end-perform
           perform write-report-foot.
           close rpt.

           display "authorization report: " user-total
               " authorizer(s), " ws-tot-applied " applied, "
               ws-tot-rejected " rejected - see auth_report.txt"
           stop run.


       load-authorizers.
           move 0 to auth-total
           open input authf
           if auth-status = 35
               display "authorizers.txt not found - names not shown"
           else
               perform load-authorizers-ite until auth-status = 10
               close authf
           end-if.

       load-authorizers-ite.
           read authf
           if auth-status not = 10
               if auth-total < 500
                   add 1 to auth-total
                   move au-user to az-user(auth-total)
                   move au-name to az-name(auth-total)
                   if au-expiry is numeric
                       move au-expiry to az-expiry(auth-total)
                   else
                       move 0 to az-expiry(auth-total)
                   end-if
               else
                   display "auth-tab full (500) - authorizer "
                       au-user " not named"
               end-if
           end-if.


      * the period's entries, and each user id once in order
       load-journal.
           move 0 to jrn-total
           open input ajrn
           if jrn-status = 35
               display "auth_journal.txt not found - nothing signed "
                   "yet"
           else
               perform load-journal-ite until jrn-status = 10
               close ajrn
           end-if.

       load-journal-ite.
           read ajrn
           if jrn-status not = 10
               if jr-date >= ws-from and jr-date <= ws-to
                   if jrn-total < 5000
                       add 1 to jrn-total
                       move jr-date to jt-date(jrn-total)
                       move jr-program to jt-program(jrn-total)
                       move jr-user to jt-user(jrn-total)
                       move jr-type to jt-type(jrn-total)
                       move jr-course to jt-course(jrn-total)
                       move jr-verdict to jt-verdict(jrn-total)
                       move jr-detail to jt-detail(jrn-total)
                       move jr-reason to jt-reason(jrn-total)
                       move 1 to jt-runs(jrn-total)
                       move jr-date to jt-last(jrn-total)
                       move 'N' to jt-dup(jrn-total)
                       perform note-user
                   else
                       display "jrn-tab full (5000) - entries after "
                           jr-date " not reported"
                   end-if
               end-if
           end-if.

      * sorted insert of jr-user into user-tab, once
       note-user.
           move 'N' to ws-user-found
           perform varying us-idx from 1 by 1
                   until us-idx > user-total
               if us-user(us-idx) = jr-user
                   move 'Y' to ws-user-found
                   exit perform
               end-if
               if us-user(us-idx) > jr-user
                   exit perform
               end-if
           end-perform
           if ws-user-found = 'N'
               if user-total < 500
                   perform varying us2-idx from user-total by -1
                           until us2-idx < us-idx
                       move us-user(us2-idx) to us-user(us2-idx + 1)
                   end-perform
                   move jr-user to us-user(us-idx)
                   add 1 to user-total
               else
                   display "user-tab full (500) - authorizer "
                       jr-user " not reported"
               end-if
           end-if.


      * a ranking-run preassign entry identical to an earlier one
      * (same signer, record and verdict) is a repeat of it
       fold-repeats.
           perform varying jt-idx from 1 by 1 until jt-idx > jrn-total
               if jt-program(jt-idx) = "ta-ranking"
                   perform varying jt2-idx from 1 by 1
                           until jt2-idx >= jt-idx
                       if jt-dup(jt2-idx) = 'N'
                           and jt-program(jt2-idx) = "ta-ranking"
                           and jt-user(jt2-idx) = jt-user(jt-idx)
                           and jt-type(jt2-idx) = jt-type(jt-idx)
                           and jt-course(jt2-idx) = jt-course(jt-idx)
                           and jt-verdict(jt2-idx)
                               = jt-verdict(jt-idx)
                           and jt-detail(jt2-idx) = jt-detail(jt-idx)
                           and jt-reason(jt2-idx) = jt-reason(jt-idx)
                           move 'Y' to jt-dup(jt-idx)
                           add 1 to jt-runs(jt2-idx)
                           move jt-date(jt-idx) to jt-last(jt2-idx)
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform.


       write-report-head.
           move spaces to rpt-line
           if ws-arg-from = spaces and ws-arg-to = spaces
               move "Authorization report - whole journal" to rpt-line
           else
               string
                   "Authorization report - " delimited by size
                   ws-from delimited by size
                   " to " delimited by size
                   ws-to delimited by size
                   into rpt-line
               end-string
           end-if
           perform write-rpt-line
           move spaces to rpt-line
           perform write-rpt-line.


      * one authorizer's heading, entries and subtotal
       write-user-block.
           move 0 to ws-applied
           move 0 to ws-rejected
           move 0 to ws-az-hit
           perform varying az-idx from 1 by 1 until az-idx > auth-total
               if az-user(az-idx) = us-user(us-idx)
                   set ws-az-hit to az-idx
                   exit perform
               end-if
           end-perform

           move spaces to rpt-line
           evaluate true
               when us-user(us-idx) = spaces
                   move "authorizer (none given)" to rpt-line
               when ws-az-hit = 0
                   string
                       "authorizer " delimited by size
                       us-user(us-idx) delimited by size
                       " (not in authorizers.txt)" delimited by size
                       into rpt-line
                   end-string
               when other
                   string
                       "authorizer " delimited by size
                       us-user(us-idx) delimited by size
                       " " delimited by size
                       az-name(ws-az-hit) delimited by size
                       " expires " delimited by size
                       az-expiry(ws-az-hit) delimited by size
                       into rpt-line
                   end-string
           end-evaluate
           perform write-rpt-line

           perform varying jt-idx from 1 by 1 until jt-idx > jrn-total
               if jt-user(jt-idx) = us-user(us-idx)
                       and jt-dup(jt-idx) = 'N'
                   perform write-entry-line
                   if jt-verdict(jt-idx) = "APPLIED"
                       add 1 to ws-applied
                   else
                       add 1 to ws-rejected
                   end-if
               end-if
           end-perform

           move spaces to rpt-line
           string
               "  applied " delimited by size
               ws-applied delimited by size
               "  rejected " delimited by size
               ws-rejected delimited by size
               into rpt-line
           end-string
           perform write-rpt-line
           move spaces to rpt-line
           perform write-rpt-line
           add ws-applied to ws-tot-applied
           add ws-rejected to ws-tot-rejected.

       write-entry-line.
           move spaces to ws-runs-text
           if jt-runs(jt-idx) > 1
               string
                   " (" delimited by size
                   jt-runs(jt-idx) delimited by size
                   " runs, last " delimited by size
                   jt-last(jt-idx) delimited by size
                   ")" delimited by size
                   into ws-runs-text
               end-string
           end-if
           move spaces to rpt-line
           if jt-verdict(jt-idx) = "APPLIED"
               string
                   "  " delimited by size
                   jt-date(jt-idx) delimited by size
                   " " delimited by size
                   jt-program(jt-idx) delimited by size
                   " " delimited by size
                   jt-type(jt-idx) delimited by size
                   " " delimited by size
                   jt-course(jt-idx) delimited by size
                   " " delimited by size
                   jt-verdict(jt-idx) delimited by size
                   " " delimited by size
                   function trim(jt-detail(jt-idx)) delimited by size
                   ws-runs-text delimited by "  "
                   into rpt-line
               end-string
           else
               string
                   "  " delimited by size
                   jt-date(jt-idx) delimited by size
                   " " delimited by size
                   jt-program(jt-idx) delimited by size
                   " " delimited by size
                   jt-type(jt-idx) delimited by size
                   " " delimited by size
                   jt-course(jt-idx) delimited by size
                   " " delimited by size
                   jt-verdict(jt-idx) delimited by size
                   " " delimited by size
                   function trim(jt-detail(jt-idx)) delimited by size
                   " - " delimited by size
                   function trim(jt-reason(jt-idx)) delimited by size
                   ws-runs-text delimited by "  "
                   into rpt-line
               end-string
           end-if
           perform write-rpt-line.


       write-report-foot.
           move spaces to rpt-line
           string
               "total: " delimited by size
               user-total delimited by size
               " authorizer(s), " delimited by size
               ws-tot-applied delimited by size
               " applied, " delimited by size
               ws-tot-rejected delimited by size
               " rejected" delimited by size
               into rpt-line
           end-string
           perform write-rpt-line.

       write-rpt-line.
           write rpt-line
           end-write
           if rpt-status not = "00"
               display "write to auth_report.txt failed, status "
                   rpt-status
           end-if.
