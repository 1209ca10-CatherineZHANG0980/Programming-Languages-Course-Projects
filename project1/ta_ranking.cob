           organization is line sequential
           file status is hist-status.

           select authf
           assign to "authorizers.txt"
           organization is line sequential
           file status is auth-status.

           select ajrn
           assign to "auth_journal.txt"
           organization is line sequential
           file status is jrn-status.

           select dir
           assign to "candidate_directory.txt"
           organization is line sequential
           organization is line sequential
           file status is dirw-status.

           select trn
           assign to "transcript.txt"
           organization is line sequential
           file status is trn-status.

           select grule
           assign to "grade_rules.txt"
           organization is line sequential
           file status is grule-status.

           select rehire
           assign to "rehire_flags.txt"
           organization is line sequential
           file status is rehire-status.


       data division.
       file section.

      * control file: line 1 = instructors.txt path, line 2 =
      * candidates.txt path, lines 3-5 = prefer-course(1..3) weights,
      * line 6 = max-courses threshold for the workload cross-check,
      * line 7 = experience bonus, line 8 = term length (ta-costing's,
      * skipped here), line 9 = strong-grade bonus
       fd ctl.
       01 ctl-line pic x(100).

       fd audit.
       01 audit-line pic x(120).

      * authorizers.txt: who may sign a transaction off - user id,
      * name, last valid day (yyyymmdd), the transaction types they
      * may sign (OVERRIDE, MAINT-INS, MAINT-CAN, PIN, BLOCK) and the
      * courses they may act on: a course id, a department's block
      * of ids with '*' for any digit (31**), or ALL
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

      * auth_journal.txt: every signed transaction, applied or
      * rejected, with who signed it and which program judged it -
      * kept for the whole term for ta-authrpt
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

      * post-run report: how many courses each ta-id was top-ranked
      * for across the whole run, flagging anyone over ws-max-courses
       fd wk-rep.
      * instructor pre-assignments, now per course role: PIN forces
      * the candidate into that role's ranked list ahead of every
      * scored candidate, BLOCK keeps the candidate out of that
      * role's ranking entirely. The trailing authorizer is the user
      * id that signed the record off; a record it does not cover
      * (see authorizers.txt) is dropped before ranking starts.
       fd pre.
       01 pre-rec.
           03 pr-course-id pic 9(4).
           03 pr-ta-id pic 9(10).
           03 pr-se1 pic x.
           03 pr-action pic x(5).
           03 pr-se2 pic x.
           03 pr-authorizer pic x(20).

      * prior terms' assignments: one course-id / ta-id pair per
      * line, fed into the experience bonus so a veteran of the same
      * course outranks an otherwise-identical first-timer. The term
      * ta-termclose stamps after the pair is not used here.
       fd hist.
       01 hist-rec.
           03 hs-course-id pic 9(4).
           03 hs-se0 pic x.
           03 hs-ta-id pic 9(10).
           03 hs-se1 pic x.
           03 hs-term pic x(8).

      * candidate directory master file: who each ta-id actually is
      * (name, email, degree program) and their enrolment status.
       fd dirw.
       01 dirw-line pic x(80).

      * registrar transcript extract: one course a candidate took
      * and the letter grade earned (A, A-, B+ ... F), one per line
       fd trn.
       01 trn-rec.
           03 tr-ta-id pic 9(10).
           03 tr-se0 pic x.
           03 tr-course-id pic 9(4).
           03 tr-se1 pic x.
           03 tr-grade pic x(2).

      * per course role: the lowest grade a candidate must have
      * earned in that very course to assist it, and the grade from
      * which the strong-grade bonus is paid (blank = A-)
       fd grule.
       01 grule-rec.
           03 gr-course-id pic 9(4).
           03 gr-se0 pic x.
           03 gr-role pic x(8).
           03 gr-se1 pic x.
           03 gr-min-grade pic x(2).
           03 gr-se2 pic x.
           03 gr-strong-grade pic x(2).

      * active do-not-rehire flags as ta-evaluate rebuilds them: the
      * ta-id, the course it may not be offered again, and the term
      * whose evaluation raised the flag
       fd rehire.
       01 rehire-rec.
           03 rh-ta-id pic 9(10).
           03 rh-se0 pic x.
           03 rh-course-id pic 9(4).
           03 rh-se1 pic x.
           03 rh-term pic x(8).


       working-storage section. 

       77 ws-weight3 pic 9v9 value 0.5.
       77 ws-max-courses pic 9(2) value 3.
       77 ws-weight-exp pic 9v9 value 2.0.
       77 ws-weight-grade pic 9v9 value 1.0.
       77 ws-ctl-eof pic x value 'N'.

      * restart support: count of courses checkpointed by a prior run,
      * audit_log.txt.
       77 ws-oscore-disp pic z9.9.
       77 ws-escore-disp pic z9.9.
       77 ws-gscore-disp pic z9.9.
       77 ws-score-disp pic zz9.9.

      * i, j, m, n iteration number
      * e-score: experience bonus, ws-weight-exp when the candidate
      * has held this same course in a prior term
       77 e-score pic 9v9 value 0.
      * g-score: strong-grade bonus, ws-weight-grade when the
      * candidate earned the rule's strong grade in this same course
       77 g-score pic 9v9 value 0.
       77 score pic 9(3)v9 value 0.
       
      * instructor
       77 dir-total pic 9(4) value 0.
       77 ws-de-found pic x value 'N'.

      * letter grades and their grade points, best first, for the
      * transcript rule: a grade not in this scale (P, W, I ...) has
      * earned nothing that can meet a minimum
       01 grade-scale-values.
           03 filler pic x(4) value "A 40".
           03 filler pic x(4) value "A-37".
           03 filler pic x(4) value "B+33".
           03 filler pic x(4) value "B 30".
           03 filler pic x(4) value "B-27".
           03 filler pic x(4) value "C+23".
           03 filler pic x(4) value "C 20".
           03 filler pic x(4) value "C-17".
           03 filler pic x(4) value "D+13".
           03 filler pic x(4) value "D 10".
           03 filler pic x(4) value "F 00".
       01 grade-scale redefines grade-scale-values.
           03 gs-entry occurs 11 times indexed by gs-idx.
               05 gs-grade pic x(2).
               05 gs-points pic 9(2).
       77 ws-grade-in pic x(2).
       77 ws-grade-pts pic 9(2) value 0.
       77 ws-grade-known pic x value 'N'.

      * transcript.txt loaded at startup, kept sorted by ta-id then
      * course-id so each course-candidate pair is one binary search;
      * a course taken twice keeps the better grade. tx-total 0 (no
      * file) switches the grade rule and the bonus off entirely, the
      * behavior of terms before transcripts were fed in.
       77 trn-status pic xx.
       01 transcript-tab.
           03 tx-entry occurs 20000 times.
               05 tx-key pic 9(14).
               05 tx-grade pic x(2).
               05 tx-points pic 9(2).
               05 tx-known pic x.
       77 tx-total pic 9(5) value 0.
       77 tx-idx pic 9(5) value 0.
       77 ws-tx-key pic 9(14) value 0.
       77 ws-tx-lo pic 9(5) value 0.
       77 ws-tx-hi pic 9(5) value 0.
       77 ws-tx-mid pic 9(5) value 0.
       77 ws-tx-hit pic 9(5) value 0.

      * grade_rules.txt loaded at startup, and the rule (if any) for
      * the course role being scored, looked up once per course
       77 grule-status pic xx.
       01 grade-rule-tab.
           03 gr-entry occurs 2000 times indexed by gr-idx.
               05 gr-t-course pic 9(4).
               05 gr-t-role pic x(8).
               05 gr-t-min pic x(2).
               05 gr-t-min-pts pic 9(2).
               05 gr-t-strong pic x(2).
               05 gr-t-strong-pts pic 9(2).
       77 gr-total pic 9(4) value 0.
       77 ws-rule-found pic x value 'N'.
       77 ws-rule-min pic x(2).
       77 ws-rule-min-pts pic 9(2) value 0.
       77 ws-rule-strong-pts pic 9(2) value 37.
       77 ws-grade-verdict pic x value ' '.
       77 ws-cand-grade pic x(2).

      * rehire_flags.txt loaded at startup, sorted by ta-id then
      * course-id like the transcript table; nf-total 0 (no file)
      * flags nobody
       77 rehire-status pic xx.
       01 rehire-tab.
           03 nf-entry occurs 5000 times.
               05 nf-key pic 9(14).
               05 nf-term pic x(8).
       77 nf-total pic 9(4) value 0.
       77 nf-idx pic 9(4) value 0.
       77 ws-nf-lo pic 9(4) value 0.
       77 ws-nf-hi pic 9(4) value 0.
       77 ws-nf-mid pic 9(4) value 0.
       77 ws-nf-hit pic 9(4) value 0.

      * preassign.txt loaded at startup; pa-total 0 (no file) leaves
      * every course's ranking purely score-driven as before
       77 pre-status pic xx.
       77 ws-dup-pin pic x value 'N'.
       77 ws-pin-known pic x value 'N'.

      * every preassign.txt record's sign-off verdict, kept until
      * the audit trail is open so each lands there and in the
      * journal once per run
       01 pre-auth-tab.
           03 pj-entry occurs 200 times indexed by pj-idx.
               05 pj-course pic 9(4).
               05 pj-role pic x(8).
               05 pj-ta pic 9(10).
               05 pj-action pic x(5).
               05 pj-user pic x(8).
               05 pj-type pic x(9).
               05 pj-ok pic x.
               05 pj-reason pic x(50).
       77 pj-total pic 9(4) value 0.

      * authorizers.txt loaded whole, and the sign-off check's
      * inputs (the authorizer as given, the transaction type, the
      * course when the type is course-bound) and verdict
       77 auth-status pic xx.
       01 auth-tab.
           03 az-entry occurs 500 times indexed by az-idx.
               05 az-user pic x(8).
               05 az-name pic x(20).
               05 az-expiry pic 9(8).
               05 az-type-count pic 9.
               05 az-type occurs 5 times pic x(9).
               05 az-scope-count pic 9(2).
               05 az-scope occurs 20 times pic x(4).
       77 auth-total pic 9(4) value 0.
       77 ws-auth-today pic 9(8) value 0.
       77 ws-auth-given pic x(20).
       77 ws-auth-work pic x(20).
       77 ws-auth-token pic x(20).
       77 ws-auth-len pic 9(2) value 0.
       77 ws-auth-user pic x(8).
       77 ws-auth-type pic x(9).
       77 ws-auth-course pic 9(4) value 0.
       77 ws-auth-course-x pic x(4).
       77 ws-auth-scoped pic x value 'N'.
       77 ws-auth-ok pic x value 'N'.
       77 ws-auth-reason pic x(50).
       77 ws-auth-hit pic 9(4) value 0.
       77 ws-type-hit pic x value 'N'.
       77 ws-scope-hit pic x value 'N'.
       77 at-idx pic 9(2) value 0.
       77 as-idx pic 9(2) value 0.
       77 ac-idx pic 9(2) value 0.

      * one auth_journal.txt entry in the making
       77 jrn-status pic xx.
       01 ws-auth-now.
           03 ws-auth-hms pic 9(6).
           03 ws-auth-hund pic 9(2).
       77 ws-jr-verdict pic x(8).
       77 ws-jr-detail pic x(50).
       77 ws-jr-reason pic x(50).

      * unknown skills already reported this run, so each distinct
      * name lands in skill_warnings.txt once instead of once per
      * course-candidate pair it appears in
           perform load-control.
           perform load-skill-catalog.
           perform load-directory.
           perform load-authorizers.
           perform load-preassign.
           perform load-history.
           perform load-transcript.
           perform load-grade-rules.
           perform load-rehire-flags.
           perform load-checkpoint.

           open input ins.
               open output csv-out
               perform write-csv-header
               open output audit
               perform log-preassign-auth
           end-if
           perform read-ins until course-status = 10.
           close ins.
                   compute ws-weight-exp = function numval(ctl-line)
               end-if

      * line 8 is ta-costing's term length; line 9: bonus added for a
      * strong grade in the very course being scored
               perform ctl-read-line
               perform ctl-read-line
               if ws-ctl-eof = 'N' and ctl-line not = spaces
                   compute ws-weight-grade = function numval(ctl-line)
               end-if

               close ctl
           end-if.

      * rankings purely score-driven.
       load-preassign.
           move 0 to pa-total
           move 0 to pj-total
           open input pre
           if pre-status not = 35
               perform load-preassign-ite until pre-status = 10
           end-if.

       load-preassign-ite.
           move spaces to pre-rec
           read pre
           if pre-status not = 10
               if pa-total < 200
                   perform check-preassign-authorizer
                   if ws-auth-ok = 'Y'
                       add 1 to pa-total
                       move pr-course-id to pa-t-course(pa-total)
                       move pr-role to pa-t-role(pa-total)
                       move pr-ta-id to pa-t-ta(pa-total)
                       move pr-action to pa-t-action(pa-total)
                   end-if
               else
                   display "preassign-tab full (200) - record for "
                       "course " pr-course-id " ta " pr-ta-id
               end-if
           end-if.

      * a PIN needs a PIN signer, a BLOCK a BLOCK signer, both
      * within the record's course; the verdict is kept for the
      * audit trail and journal
       check-preassign-authorizer.
           move pr-authorizer to ws-auth-given
           move function trim(pr-action) to ws-auth-type
           move pr-course-id to ws-auth-course
           move 'Y' to ws-auth-scoped
           perform check-authorizer
           if ws-auth-ok = 'N'
               display "preassign " function trim(pr-action)
                   " course " pr-course-id " ta " pr-ta-id
                   " rejected - " function trim(ws-auth-reason)
           end-if
           if pj-total < 200
               add 1 to pj-total
               move pr-course-id to pj-course(pj-total)
               move pr-role to pj-role(pj-total)
               move pr-ta-id to pj-ta(pj-total)
               move pr-action to pj-action(pj-total)
               move ws-auth-user to pj-user(pj-total)
               move ws-auth-type to pj-type(pj-total)
               move ws-auth-ok to pj-ok(pj-total)
               move ws-auth-reason to pj-reason(pj-total)
           end-if.

      * on a fresh run, once audit_log.txt is open: each rejected
      * preassign.txt record goes into the audit trail, and every
      * record's verdict into auth_journal.txt
       log-preassign-auth.
           if pj-total > 0
               perform open-auth-journal
               perform varying pj-idx from 1 by 1
                       until pj-idx > pj-total
                   if pj-ok(pj-idx) = 'N'
                       perform write-audit-preassign-reject
                   end-if
                   perform journal-preassign
               end-perform
               close ajrn
           end-if.

       write-audit-preassign-reject.
           move spaces to audit-line
           string
               "PREASSIGN " delimited by size
               pj-action(pj-idx) delimited by size
               " course " delimited by size
               pj-course(pj-idx) delimited by size
               " " delimited by size
               pj-role(pj-idx) delimited by space
               " ta " delimited by size
               pj-ta(pj-idx) delimited by size
               " by " delimited by size
               pj-user(pj-idx) delimited by space
               " - REJECTED (" delimited by size
               function trim(pj-reason(pj-idx)) delimited by size
               ")" delimited by size
               into audit-line
           end-string
           write audit-line
           end-write
           if audit-status not = "00"
               display "write to audit_log.txt failed, status "
                   audit-status
           end-if.

       journal-preassign.
           move pj-user(pj-idx) to ws-auth-user
           move pj-type(pj-idx) to ws-auth-type
           move pj-course(pj-idx) to ws-auth-course
           move spaces to ws-jr-detail
           string
               pj-action(pj-idx) delimited by space
               " " delimited by size
               pj-role(pj-idx) delimited by space
               " ta " delimited by size
               pj-ta(pj-idx) delimited by size
               into ws-jr-detail
           end-string
           if pj-ok(pj-idx) = 'Y'
               move "APPLIED" to ws-jr-verdict
               move spaces to ws-jr-reason
           else
               move "REJECTED" to ws-jr-verdict
               move pj-reason(pj-idx) to ws-jr-reason
           end-if
           perform write-auth-journal.


      * load authorizers.txt. A missing file leaves auth-total 0, so
      * every signed transaction is rejected as unknown - nothing
      * goes through unsigned because the master went missing.
       load-authorizers.
           move 0 to auth-total
           accept ws-auth-today from date yyyymmdd
           open input authf
           if auth-status = 35
               display "authorizers.txt not found - every signed "
                   "transaction will be rejected"
           else
               perform load-authorizers-ite until auth-status = 10
               close authf
           end-if.

       load-authorizers-ite.
           read authf
           if auth-status not = 10
               if au-type-count is not numeric
                       or au-type-count = 0
                       or au-type-count > 5
                   display "authorizers.txt: bad type count for "
                       au-user " - ignored"
               else
                   if au-scope-count is not numeric
                           or au-scope-count = 0
                           or au-scope-count > 20
                           or au-expiry is not numeric
                       display "authorizers.txt: bad scope count or "
                           "expiry for " au-user " - ignored"
                   else
                       if auth-total < 500
                           perform keep-authorizer
                       else
                           display "auth-tab full (500) - authorizer "
                               au-user " ignored"
                       end-if
                   end-if
               end-if
           end-if.

       keep-authorizer.
           add 1 to auth-total
           move au-user to az-user(auth-total)
           move au-name to az-name(auth-total)
           move au-expiry to az-expiry(auth-total)
           move au-type-count to az-type-count(auth-total)
           perform varying at-idx from 1 by 1
                   until at-idx > au-type-count
               move au-type(at-idx) to az-type(auth-total, at-idx)
           end-perform
           move au-scope-count to az-scope-count(auth-total)
           perform varying as-idx from 1 by 1
                   until as-idx > au-scope-count
               move au-scope(as-idx) to az-scope(auth-total, as-idx)
           end-perform.


      * may ws-auth-given sign a ws-auth-type transaction (on course
      * ws-auth-course when ws-auth-scoped is 'Y') today? The first
      * failed check sets ws-auth-reason; ws-auth-user is the user id
      * as given, for the logs.
       check-authorizer.
           move 'Y' to ws-auth-ok
           move spaces to ws-auth-reason ws-auth-token ws-auth-user
           move 0 to ws-auth-len
           move 0 to ws-auth-hit
           move function trim(ws-auth-given) to ws-auth-work
           unstring ws-auth-work delimited by all space
               into ws-auth-token count in ws-auth-len
           end-unstring
           move ws-auth-token to ws-auth-user
           if ws-auth-token = spaces
               move 'N' to ws-auth-ok
               move "no authorizer given" to ws-auth-reason
           else
               if ws-auth-len <= 8
                   perform varying az-idx from 1 by 1
                           until az-idx > auth-total
                       if az-user(az-idx) = ws-auth-user
                           set ws-auth-hit to az-idx
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-auth-hit = 0
                   move 'N' to ws-auth-ok
                   string
                       "unknown authorizer " delimited by size
                       ws-auth-token delimited by space
                       into ws-auth-reason
                   end-string
               else
                   perform check-authorizer-rights
               end-if
           end-if.

       check-authorizer-rights.
           if az-expiry(ws-auth-hit) < ws-auth-today
               move 'N' to ws-auth-ok
               string
                   "authorizer " delimited by size
                   ws-auth-user delimited by space
                   " expired " delimited by size
                   az-expiry(ws-auth-hit) delimited by size
                   into ws-auth-reason
               end-string
           else
               move 'N' to ws-type-hit
               perform varying at-idx from 1 by 1
                       until at-idx > az-type-count(ws-auth-hit)
                   if az-type(ws-auth-hit, at-idx) = ws-auth-type
                       move 'Y' to ws-type-hit
                       exit perform
                   end-if
               end-perform
               if ws-type-hit = 'N'
                   move 'N' to ws-auth-ok
                   string
                       ws-auth-user delimited by space
                       " may not sign " delimited by size
                       ws-auth-type delimited by space
                       into ws-auth-reason
                   end-string
               else
                   if ws-auth-scoped = 'Y'
                       perform check-authorizer-scope
                       if ws-scope-hit = 'N'
                           move 'N' to ws-auth-ok
                           string
                               "course " delimited by size
                               ws-auth-course delimited by size
                               " outside " delimited by size
                               ws-auth-user delimited by space
                               "'s scope" delimited by size
                               into ws-auth-reason
                           end-string
                       end-if
                   end-if
               end-if
           end-if.

      * a scope entry matches digit by digit, '*' matching any digit;
      * ALL matches every course
       check-authorizer-scope.
           move 'N' to ws-scope-hit
           move ws-auth-course to ws-auth-course-x
           perform varying as-idx from 1 by 1
                   until as-idx > az-scope-count(ws-auth-hit)
               if az-scope(ws-auth-hit, as-idx) = "ALL "
                   move 'Y' to ws-scope-hit
               else
                   move 'Y' to ws-scope-hit
                   perform varying ac-idx from 1 by 1 until ac-idx > 4
                       if az-scope(ws-auth-hit, as-idx)(ac-idx:1)
                               not = '*'
                           and az-scope(ws-auth-hit, as-idx)(ac-idx:1)
                               not = ws-auth-course-x(ac-idx:1)
                           move 'N' to ws-scope-hit
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-scope-hit = 'Y'
                   exit perform
               end-if
           end-perform.


      * append one auth_journal.txt entry for the transaction just
      * judged: ws-auth-user / -type / -course from the sign-off
      * check, ws-jr-verdict / -detail / -reason from the caller
       write-auth-journal.
           accept ws-auth-now from time
           move spaces to jrn-rec
           move ws-auth-today to jr-date
           move ws-auth-hms to jr-time
           move "ta-ranking" to jr-program
           move ws-auth-user to jr-user
           move ws-auth-type to jr-type
           move ws-auth-course to jr-course
           move ws-jr-verdict to jr-verdict
           move ws-jr-detail to jr-detail
           move ws-jr-reason to jr-reason
           write jrn-rec
           end-write
           if jrn-status not = "00"
               display "write to auth_journal.txt failed, status "
                   jrn-status
           end-if.

      * the journal is the term's record: extend it, or start it
       open-auth-journal.
           open extend ajrn
           if jrn-status = 35
               open output ajrn
           end-if
           if jrn-status not = "00"
               display "auth_journal.txt cannot be opened, status "
                   jrn-status
           end-if.


      * load candidate_directory.txt: ta-id and enrolment status per
      * candidate. A missing file leaves dir-total 0: no eligibility
           end-if.


      * load transcript.txt into the sorted transcript table
       load-transcript.
           move 0 to tx-total
           open input trn
           if trn-status not = 35
               perform load-transcript-ite until trn-status = 10
               close trn
           end-if.

       load-transcript-ite.
           read trn
           if trn-status not = 10
               if tr-ta-id is numeric and tr-course-id is numeric
                   compute ws-tx-key = tr-ta-id * 10000 + tr-course-id
                   move tr-grade to ws-grade-in
                   perform grade-to-points
                   perform insert-transcript
               end-if
           end-if.

      * sorted insert; a repeat of the same ta and course keeps the
      * better of the two grades
       insert-transcript.
           perform search-transcript
           if ws-tx-hit not = 0
               if ws-grade-known = 'Y'
                   if tx-known(ws-tx-hit) = 'N'
                           or ws-grade-pts > tx-points(ws-tx-hit)
                       move tr-grade to tx-grade(ws-tx-hit)
                       move ws-grade-pts to tx-points(ws-tx-hit)
                       move 'Y' to tx-known(ws-tx-hit)
                   end-if
               end-if
           else
               if tx-total >= 20000
                   display "transcript-tab full (20000) - grade for "
                       "ta " tr-ta-id " course " tr-course-id
                       " ignored"
               else
                   perform varying tx-idx from tx-total by -1
                           until tx-idx < ws-tx-lo
                       move tx-entry(tx-idx) to tx-entry(tx-idx + 1)
                   end-perform
                   move ws-tx-key to tx-key(ws-tx-lo)
                   move tr-grade to tx-grade(ws-tx-lo)
                   move ws-grade-pts to tx-points(ws-tx-lo)
                   move ws-grade-known to tx-known(ws-tx-lo)
                   add 1 to tx-total
               end-if
           end-if.

      * binary search for ws-tx-key: ws-tx-hit is its position (0 on
      * a miss) and ws-tx-lo the insertion point for a miss
       search-transcript.
           move 0 to ws-tx-hit
           move 1 to ws-tx-lo
           move tx-total to ws-tx-hi
           perform until ws-tx-lo > ws-tx-hi
               compute ws-tx-mid = (ws-tx-lo + ws-tx-hi) / 2
               if tx-key(ws-tx-mid) = ws-tx-key
                   move ws-tx-mid to ws-tx-hit
                   exit perform
               else
                   if tx-key(ws-tx-mid) < ws-tx-key
                       compute ws-tx-lo = ws-tx-mid + 1
                   else
                       compute ws-tx-hi = ws-tx-mid - 1
                   end-if
               end-if
           end-perform.

      * grade points for ws-grade-in; ws-grade-known 'N' when the
      * letter is not on the scale
       grade-to-points.
           move 'N' to ws-grade-known
           move 0 to ws-grade-pts
           perform varying gs-idx from 1 by 1 until gs-idx > 11
               if gs-grade(gs-idx) = ws-grade-in
                   move gs-points(gs-idx) to ws-grade-pts
                   move 'Y' to ws-grade-known
                   exit perform
               end-if
           end-perform.


      * load grade_rules.txt; a rule whose minimum grade is not on
      * the scale is reported and ignored rather than shutting every
      * candidate out of the role
       load-grade-rules.
           move 0 to gr-total
           open input grule
           if grule-status not = 35
               perform load-grade-rules-ite until grule-status = 10
               close grule
           end-if.

       load-grade-rules-ite.
           read grule
           if grule-status not = 10
               move gr-min-grade to ws-grade-in
               perform grade-to-points
               if ws-grade-known = 'N'
                   display "grade rule for course " gr-course-id
                       " role " gr-role " has unknown minimum grade ["
                       gr-min-grade "] - rule ignored"
               else
                   if gr-total < 2000
                       add 1 to gr-total
                       move gr-course-id to gr-t-course(gr-total)
                       move gr-role to gr-t-role(gr-total)
                       move gr-min-grade to gr-t-min(gr-total)
                       move ws-grade-pts to gr-t-min-pts(gr-total)
                       move gr-strong-grade to ws-grade-in
                       perform grade-to-points
                       if ws-grade-known = 'N'
                           move "A-" to gr-t-strong(gr-total)
                           move 37 to gr-t-strong-pts(gr-total)
                       else
                           move gr-strong-grade to gr-t-strong(gr-total)
                           move ws-grade-pts
                               to gr-t-strong-pts(gr-total)
                       end-if
                   else
                       display "grade-rule-tab full (2000) - rule for "
                           "course " gr-course-id " ignored"
                   end-if
               end-if
           end-if.


      * load rehire_flags.txt into the sorted flag table
       load-rehire-flags.
           move 0 to nf-total
           open input rehire
           if rehire-status not = 35
               perform load-rehire-flags-ite until rehire-status = 10
               close rehire
           end-if.

       load-rehire-flags-ite.
           read rehire
           if rehire-status not = 10
               if rh-ta-id is numeric and rh-course-id is numeric
                   compute ws-tx-key = rh-ta-id * 10000 + rh-course-id
                   perform search-rehire-flag
                   if ws-nf-hit = 0
                       if nf-total >= 5000
                           display "rehire-tab full (5000) - flag for "
                               "ta " rh-ta-id " course " rh-course-id
                               " ignored"
                       else
                           perform varying nf-idx from nf-total by -1
                                   until nf-idx < ws-nf-lo
                               move nf-entry(nf-idx)
                                   to nf-entry(nf-idx + 1)
                           end-perform
                           move ws-tx-key to nf-key(ws-nf-lo)
                           move rh-term to nf-term(ws-nf-lo)
                           add 1 to nf-total
                       end-if
                   end-if
               end-if
           end-if.

      * binary search of the flag table for ws-tx-key: ws-nf-hit is
      * its position (0 when the pair carries no flag), ws-nf-lo the
      * insertion point for a miss
       search-rehire-flag.
           move 0 to ws-nf-hit
           move 1 to ws-nf-lo
           move nf-total to ws-nf-hi
           perform until ws-nf-lo > ws-nf-hi
               compute ws-nf-mid = (ws-nf-lo + ws-nf-hi) / 2
               if nf-key(ws-nf-mid) = ws-tx-key
                   move ws-nf-mid to ws-nf-hit
                   exit perform
               else
                   if nf-key(ws-nf-mid) < ws-tx-key
                       compute ws-nf-lo = ws-nf-mid + 1
                   else
                       compute ws-nf-hi = ws-nf-mid - 1
                   end-if
               end-if
           end-perform.

      * an active do-not-rehire flag on this candidate for this
      * course leaves ws-nf-hit on it
       check-rehire-flag.
           move 0 to ws-nf-hit
           if nf-total > 0
               compute ws-tx-key = ws-ta-id * 10000 + ws-course-id
               perform search-rehire-flag
           end-if.


      * the grade rule for the course role about to be scored; with
      * no rule the strong-grade bonus still pays from an A-
       find-grade-rule.
           move 'N' to ws-rule-found
           move spaces to ws-rule-min
           move 0 to ws-rule-min-pts
           move 37 to ws-rule-strong-pts
           perform varying gr-idx from 1 by 1 until gr-idx > gr-total
               if gr-t-course(gr-idx) = ws-course-id
                       and gr-t-role(gr-idx) = ws-course-role
                   move 'Y' to ws-rule-found
                   move gr-t-min(gr-idx) to ws-rule-min
                   move gr-t-min-pts(gr-idx) to ws-rule-min-pts
                   move gr-t-strong-pts(gr-idx) to ws-rule-strong-pts
                   exit perform
               end-if
           end-perform.


      * the candidate's grade in this very course against the role's
      * rule: ' ' passes (or no rule / no transcript feed), 'N' never
      * took the course (or has no letter grade for it), 'L' graded
      * below the minimum. ws-tx-hit is left on the transcript entry
      * for cal-grade-score.
       check-grade-rule.
           move ' ' to ws-grade-verdict
           move spaces to ws-cand-grade
           move 0 to ws-tx-hit
           if tx-total > 0
               compute ws-tx-key = ws-ta-id * 10000 + ws-course-id
               perform search-transcript
               if ws-tx-hit not = 0
                   move tx-grade(ws-tx-hit) to ws-cand-grade
               end-if
               if ws-rule-found = 'Y'
                   if ws-tx-hit = 0
                       move 'N' to ws-grade-verdict
                   else
                       if tx-known(ws-tx-hit) = 'N'
                           move 'N' to ws-grade-verdict
                       else
                           if tx-points(ws-tx-hit) < ws-rule-min-pts
                               move 'L' to ws-grade-verdict
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      * strong-grade bonus: ws-weight-grade when the candidate's
      * grade in this same course reaches the rule's strong grade
       cal-grade-score.
           move 0 to g-score
           if ws-tx-hit not = 0
               if tx-known(ws-tx-hit) = 'Y'
                       and tx-points(ws-tx-hit) >= ws-rule-strong-pts
                   move ws-weight-grade to g-score
               end-if
           end-if.


      * experience bonus: ws-weight-exp when any history record pairs
      * this candidate with this same course
       cal-exp-score.
      * canonical skill names before any candidate comparison
               perform normalize-course-skills

      * this course role's minimum-grade rule, if it has one
               perform find-grade-rule

      * initialize rank-ta
               move ws-required-ta-count to rank-ta-count
               perform varying rt-idx from 1 by 1
      * a PINned candidate is already seated in a forced slot and a
      * BLOCKed one must never rank here; neither is scored. A
      * candidate the directory rules out this term is excluded
      * from every course with the status as the audit reason. A TA
      * whose last evaluation for this course said do not rehire is
      * excluded from it with the flagging term as the reason, and
      * one short of the role's minimum grade in this course is
      * excluded from this course role with the grade as the reason.
           perform check-preassign
           if ws-pa-verdict not = ' '
               perform write-audit-preassign
               if tt-eligible(tt-idx) = 'N'
                   perform write-audit-ineligible
               else
                   perform check-rehire-flag
                   if ws-nf-hit not = 0
                       perform write-audit-no-rehire
                   else
                       perform check-grade-rule
                       if ws-grade-verdict not = ' '
                           perform write-audit-grade
                       else
                           perform score-qualified-candidate
                       end-if
                   end-if
               end-if
           end-if.


      * skills gate, then the skill, preference, experience and grade
      * scores for a candidate no exclusion rule applies to
       score-qualified-candidate.
           move 0 to s-score
           move 0 to o-score
           move 0 to e-score
           move 0 to g-score
           perform check-sa

           if score = 1
               perform cal-skill-score
               perform cal-prefer-score
               perform cal-exp-score
               perform cal-grade-score
               add s-score to score
               add o-score to score
               add e-score to score
               add g-score to score
               display "score: " score
               perform rank-ta-score
           end-if

           perform write-audit-candidate

           move 0 to score.


      * audit line for a candidate the directory excludes this term,
      * so the record shows why no score was computed for the pair
       write-audit-ineligible.
           end-if.


      * audit line for a candidate carrying an active do-not-rehire
      * flag for this course from an end-of-term evaluation
       write-audit-no-rehire.
           move spaces to audit-line
           string
               "  ta: " delimited by size
               ws-ta-id delimited by size
               " DO-NOT-REHIRE (term " delimited by size
               nf-term(ws-nf-hit) delimited by space
               ") - excluded from scoring" delimited by size
               into audit-line
           end-string
           write audit-line
           end-write
           if audit-status not = "00"
               display "write to audit_log.txt failed, status "
                   audit-status
           end-if.


      * audit line for a candidate the course role's grade rule
      * excludes: no grade in the course at all, or one below the
      * rule's minimum
       write-audit-grade.
           move spaces to audit-line
           if ws-grade-verdict = 'N'
               string
                   "  ta: " delimited by size
                   ws-ta-id delimited by size
                   " NO GRADE IN COURSE (min " delimited by size
                   ws-rule-min delimited by space
                   ") - excluded from scoring" delimited by size
                   into audit-line
               end-string
           else
               string
                   "  ta: " delimited by size
                   ws-ta-id delimited by size
                   " GRADE BELOW RULE (" delimited by size
                   ws-cand-grade delimited by space
                   " < " delimited by size
                   ws-rule-min delimited by space
                   ") - excluded from scoring" delimited by size
                   into audit-line
               end-string
           end-if
           write audit-line
           end-write
           if audit-status not = "00"
               display "write to audit_log.txt failed, status "
                   audit-status
           end-if.


      * audit line for a candidate excluded from scoring by an
      * instructor pre-assignment, so the record shows why no score
      * was computed for the pair


      * one persistent line per evaluated course-candidate pair with
      * its sa/s-score/o-score/e-score/g-score/score, for answering
      * appeals later
       write-audit-candidate.
           move o-score to ws-oscore-disp
           move e-score to ws-escore-disp
           move g-score to ws-gscore-disp
           move score to ws-score-disp
           move spaces to audit-line
           string
               ws-oscore-disp delimited by size
               " e-score: " delimited by size
               ws-escore-disp delimited by size
               " g-score: " delimited by size
               ws-gscore-disp delimited by size
               " score: " delimited by size
               ws-score-disp delimited by size
               into audit-line
