      * its reason to audit_log.txt. Unlike preassign.txt, which only
      * acts before matching runs, this is the sanctioned way to
      * change an allocation after the fact.
      *
      * The authorizer must be a user id in authorizers.txt, unexpired
      * and allowed to sign OVERRIDE on the transaction's course; any
      * other sign-off is rejected before the change is looked at.
      * Every transaction is also entered in auth_journal.txt with its
      * authorizer and verdict.

       identification division.
       program-id. ta-override.
           organization is line sequential
           file status is audit-status.

           select authf
           assign to "authorizers.txt"
           organization is line sequential
           file status is auth-status.

           select ajrn
           assign to "auth_journal.txt"
           organization is line sequential
           file status is jrn-status.

       data division.
       file section.


      * one reviewed change per line: ta-out is the candidate leaving
      * the slot (zeros for ADD), ta-in the one entering (zeros for
      * DROP), and the user id of the authorizer who signed the
      * change off
       fd ovr.
       01 ovr-rec.
           03 ov-course-id pic 9(4).
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

       working-storage section.

       77 ctl-status pic xx.
       77 a2-idx pic 9(4) value 0.
       77 n2-idx pic 9(2) value 0.

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

       procedure division.
       prog-main.
           perform load-control.
           end-if.
           perform load-candidates.
           perform load-schedule.
           perform load-authorizers.

      * the audit trail is the whole point of this program: extend
      * the existing file, start one when no run has written it yet,
               move 8 to return-code
               stop run
           end-if.
           perform open-auth-journal.
           perform apply-overrides.
           close ajrn.
           close audit.

           perform rewrite-allocation.
                   add 1 to ws-rejected-count
               end-if
               perform write-audit-override
               perform journal-override
           end-if.


           move 'A' to ws-verdict
           move spaces to ws-reason

      * an unsigned or wrongly signed change is not looked at at all
           move ov-authorizer to ws-auth-given
           move "OVERRIDE" to ws-auth-type
           move ov-course-id to ws-auth-course
           move 'Y' to ws-auth-scoped
           perform check-authorizer
           if ws-auth-ok = 'N'
               move 'R' to ws-verdict
               move ws-auth-reason to ws-reason
           end-if

           if ws-verdict = 'A'
               perform find-target-line
               if ws-al-hit = 0
                   move 'R' to ws-verdict
                   move "course/role not in allocation.txt"
                       to ws-reason
               end-if
           end-if

           if ws-verdict = 'A'
                   audit-status
           end-if.

       journal-override.
           move spaces to ws-jr-detail
           string
               ov-action delimited by space
               " " delimited by size
               ov-role delimited by space
               " out " delimited by size
               ov-ta-out delimited by size
               " in " delimited by size
               ov-ta-in delimited by size
               into ws-jr-detail
           end-string
           if ws-verdict = 'A'
               move "APPLIED" to ws-jr-verdict
               move spaces to ws-jr-reason
           else
               move "REJECTED" to ws-jr-verdict
               move ws-reason to ws-jr-reason
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
           move "ta-override" to jr-program
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


      * write the corrected allocation back over allocation.txt in
      * the exact layout ta-allocate produces
