           organization is line sequential
           file status is pre-status.

           select authf
           assign to "authorizers.txt"
           organization is line sequential
           file status is auth-status.

           select audit
           assign to "audit_log.txt"
           organization is line sequential
           file status is audit-status.

           select alloc
           assign to "allocation.txt"
           organization is line sequential.
      * instructor pre-assignments, the same records ta-ranking
      * honors: PIN locks the candidate into one of the course's
      * slots before any proposal round, BLOCK makes the pair
      * unmatchable regardless of ranking. A record its trailing
      * authorizer does not cover (see authorizers.txt) is refused,
      * as ta-ranking refuses it.
       fd pre.
       01 pre-rec.
           03 pr-course-id pic 9(4).
           03 pr-ta-id pic 9(10).
           03 pr-se1 pic x.
           03 pr-action pic x(5).
           03 pr-se2 pic x.
           03 pr-authorizer pic x(20).

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


      * ta-ranking's audit trail, extended with the preassign.txt
      * records this pass refused for want of a valid sign-off
       fd audit.
       01 audit-line pic x(120).

       fd alloc.
       01 alloc-rec.
               05 pa-t-ta pic 9(10).
               05 pa-t-action pic x(5).
       77 pa-total pic 9(4) value 0.
       77 audit-status pic xx.
       77 ws-audit-open pic x value 'N'.

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
       77 ws-cd-found pic x value 'N'.
       77 ws-held-num pic 9(2) value 0.
       77 ws-drop-num pic 9(2) value 0.
           perform load-scores.
           perform load-candidates.
           perform load-schedule.
           perform load-authorizers.
           perform load-preassign.
           if course-total = 0 or cand-total = 0
               display "nothing to allocate"
           if pre-status not = 35
               perform load-preassign-ite until pre-status = 10
               close pre
           end-if
           if ws-audit-open = 'Y'
               close audit
           end-if.

       load-preassign-ite.
           move spaces to pre-rec
           read pre
           if pre-status not = 10
               if pa-total < 200
                   move pr-authorizer to ws-auth-given
                   move function trim(pr-action) to ws-auth-type
                   move pr-course-id to ws-auth-course
                   move 'Y' to ws-auth-scoped
                   perform check-authorizer
                   if ws-auth-ok = 'Y'
                       add 1 to pa-total
                       move pr-course-id to pa-t-course(pa-total)
                       move pr-role to pa-t-role(pa-total)
                       move pr-ta-id to pa-t-ta(pa-total)
                       move pr-action to pa-t-action(pa-total)
                   else
                       perform write-audit-preassign-reject
                   end-if
               else
                   display "preassign-tab full (200) - record for "
                       "course " pr-course-id " ta " pr-ta-id
               end-if
           end-if.

      * a refused record, in ta-ranking's audit line layout; the
      * audit trail is opened on the first refusal only
       write-audit-preassign-reject.
           display "preassign " function trim(pr-action)
               " course " pr-course-id " ta " pr-ta-id
               " rejected - " function trim(ws-auth-reason)
           if ws-audit-open = 'N'
               open extend audit
               if audit-status = 35
                   open output audit
               end-if
               move 'Y' to ws-audit-open
           end-if
           move spaces to audit-line
           string
               "PREASSIGN " delimited by size
               pr-action delimited by size
               " course " delimited by size
               pr-course-id delimited by size
               " " delimited by size
               pr-role delimited by space
               " ta " delimited by size
               pr-ta-id delimited by size
               " by " delimited by size
               ws-auth-user delimited by space
               " - REJECTED by ta-allocate (" delimited by size
               function trim(ws-auth-reason) delimited by size
               ")" delimited by size
               into audit-line
           end-string
           write audit-line
           end-write
           if audit-status not = "00"
               display "write to audit_log.txt failed, status "
                   audit-status
           end-if.


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


      * strike every BLOCKed candidate from the blocked role unit's
      * ranked slot list, so find-rank-in-course can never see the
