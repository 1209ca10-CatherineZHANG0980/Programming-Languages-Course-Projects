      * Batch driver for the whole allocation chain

      * ta-chain runs the full chain - ta-edit, ta-ranking,
      * ta-allocate, ta-costing, ta-offers, ta-packet, ta-reconcile,
      * ta-reallocate, a second ta-reconcile and a second ta-costing
      * over the fresh round-2 allocation, ta-compare, ta-summary - in
      * order, so nobody sequences the programs by hand at 6 a.m. Every
      * step's start, finish and outcome is recorded in
      * chain_state.txt. Before a step runs, its derived inputs are
      * checked against the files they were built from (allocation.txt
      * may not be older than output.txt, output.txt may not be older
      * than this term's input files): a stale or missing input blocks
      * the step. A step that ends with a nonzero return code, or
      * without refreshing its own output file, stops the chain on the
      * spot, and the state file and console both name the step and the
      * file that broke.
      *
      * Every run, complete or stopped, is kept as a numbered
      * generation: its output files, the control file and a
      * manifest.txt of the input files' timestamps are copied into
      * gen_<nnnn>/, and the run is listed in generations.txt. Only
      * the newest generations are kept - as many as ta_ranking.ctl
      * line 10 says (5 when absent) - older ones are deleted.
      * ta-rollback puts a kept generation back as the live set.

       identification division.
       program-id. ta-chain.
           organization is line sequential
           file status is chain-st-status.

           select gen-led
           assign to "generations.txt"
           organization is line sequential
           file status is led-status.

           select manif
           assign to ws-manifest-name
           organization is line sequential
           file status is man-status.

           select pidx-in
           assign to "packet_index.txt"
           organization is line sequential
           file status is pidx-status.

           select copy-src
           assign to ws-copy-src
           organization is line sequential
           file status is src-status.

           select copy-dst
           assign to ws-copy-dst
           organization is line sequential
           file status is dst-status.

       data division.
       file section.

       fd chain-st.
       01 state-line pic x(100).

      * the generation ledger: one kept generation per line, oldest
      * first - number, run-start stamp, COMPLETE or STOPPED, and the
      * directory holding its files
       fd gen-led.
       01 led-rec.
           03 gl-number pic 9(4).
           03 gl-se0 pic x.
           03 gl-start pic 9(14).
           03 gl-se1 pic x.
           03 gl-status pic x(8).
           03 gl-se2 pic x.
           03 gl-dir pic x(8).

      * a generation's manifest.txt: a GENERATION heading, the
      * CONTROL file, one INPUT line per input file with its stamp,
      * then OUTPUT (kept) or ABSENT (not produced) per output file
       fd manif.
       01 manifest-line pic x(120).

      * ta-packet's index: course, packet file name, counts
       fd pidx-in.
       01 pidx-line pic x(100).

      * generic copy channel for the generation snapshots; wide
      * enough for the longest line any chain output produces
       fd copy-src.
       01 src-line pic x(2000).

       fd copy-dst.
       01 dst-line pic x(2000).

       working-storage section.

       77 ctl-status pic xx.
       77 chain-st-status pic xx.
       77 led-status pic xx.
       77 man-status pic xx.
       77 src-status pic xx.
       77 dst-status pic xx.
       77 pidx-status pic xx.
       77 ws-ins-path pic x(100).
       77 ws-can-path pic x(100).
       77 ws-ctl-eof pic x value 'N'.
      * compares before the step may start. "@INS" and "@CAN" stand
      * for the control file's two input paths.
       01 step-tab.
           03 step-entry occurs 12 times.
               05 st-name pic x(13).
               05 st-cmd pic x(30).
               05 st-out pic x(30).
               05 st-src1 pic x(30).
               05 st-in2 pic x(30).
               05 st-src2 pic x(30).
       77 step-total pic 9(2) value 12.
       77 ws-step pic 9(2) value 0.

       77 ws-chain-broken pic x value 'N'.
           03 ws-now-hms pic 9(6).
           03 ws-now-hund pic 9(2).

      * the generations kept so far, from generations.txt
       01 ledger-tab.
           03 lg-entry occurs 100 times indexed by lg-idx.
               05 lg-number pic 9(4).
               05 lg-start pic 9(14).
               05 lg-status pic x(8).
               05 lg-dir pic x(8).
       77 ledger-total pic 9(3) value 0.
       77 ws-gen-retain pic 9(2) value 5.
       77 ws-gen-number pic 9(4) value 0.
       77 ws-gen-dir pic x(8).
       77 ws-gen-status pic x(8).
       77 ws-run-start pic 9(14) value 0.
       77 ws-run-end pic 9(14) value 0.
       77 ws-manifest-name pic x(40).
       77 ws-copy-src pic x(100).
       77 ws-copy-dst pic x(100).
       77 ws-copy-found pic x value 'N'.
       77 ws-drop-dir pic x(8).
       77 ws-drop-pos pic 9(3) value 0.
       77 ws-pick-limit pic 9(3) value 0.
       77 ws-newest-complete pic 9(3) value 0.
       77 ws-pk-course pic x(10).
       77 ws-pk-name pic x(30).
       77 ws-man-file pic x(30).

      * the files a generation keeps, in the order the chain writes
      * them, so a restore leaves them in the same age order; the
      * packet_<course>.txt files packet_index.txt names are kept
      * besides these
       01 gen-file-values.
           03 filler pic x(30) value "instructors_clean.txt".
           03 filler pic x(30) value "candidates_clean.txt".
           03 filler pic x(30) value "edit_errors.txt".
           03 filler pic x(30) value "output.txt".
           03 filler pic x(30) value "output.csv".
           03 filler pic x(30) value "audit_log.txt".
           03 filler pic x(30) value "prefer_warnings.txt".
           03 filler pic x(30) value "skill_warnings.txt".
           03 filler pic x(30) value "directory_warnings.txt".
           03 filler pic x(30) value "workload_report.txt".
           03 filler pic x(30) value "allocation.txt".
           03 filler pic x(30) value "waitlist.txt".
           03 filler pic x(30) value "offers.txt".
           03 filler pic x(30) value "packet_index.txt".
           03 filler pic x(30) value "allocation2.txt".
           03 filler pic x(30) value "reconcile_report.txt".
           03 filler pic x(30) value "cost_report.txt".
           03 filler pic x(30) value "compare_report.txt".
           03 filler pic x(30) value "run_summary.txt".
       01 gen-file-tab redefines gen-file-values.
           03 gf-name pic x(30) occurs 19 times indexed by gf-idx.
       77 gf-total pic 9(2) value 19.

      * the input files whose timestamps a generation records,
      * besides the control file's two input paths
       01 gen-input-values.
           03 filler pic x(30) value "skills.txt".
           03 filler pic x(30) value "preassign.txt".
           03 filler pic x(30) value "assignment_history.txt".
           03 filler pic x(30) value "candidate_directory.txt".
           03 filler pic x(30) value "transcript.txt".
           03 filler pic x(30) value "grade_rules.txt".
           03 filler pic x(30) value "rehire_flags.txt".
           03 filler pic x(30) value "course_schedule.txt".
           03 filler pic x(30) value "pay_rates.txt".
           03 filler pic x(30) value "course_budget.txt".
           03 filler pic x(30) value "responses.txt".
           03 filler pic x(30) value "authorizers.txt".
       01 gen-input-tab redefines gen-input-values.
           03 gi-name pic x(30) occurs 12 times indexed by gi-idx.
       77 gi-total pic 9(2) value 12.

       procedure division.
       prog-main.
           perform load-control.
           perform build-steps.
           perform load-ledger.
           perform make-now-stamp.
           move ws-probe-stamp to ws-run-start.
           open output chain-st.
           perform varying ws-step from 1 by 1
                   until ws-step > step-total
                       or ws-chain-broken = 'Y'
               perform run-one-step
           end-perform.
           perform save-generation.
           close chain-st.
           if ws-chain-broken = 'Y'
               display "chain stopped - see chain_state.txt"
                   move function trim(ctl-line) to ws-can-path
               end-if

               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line
               perform ctl-read-line

      * line 10: how many run generations to keep
               perform ctl-read-line
               if ws-ctl-eof = 'N' and ctl-line not = spaces
                   if function test-numval(ctl-line) = 0
                       if function numval(ctl-line) >= 1
                               and function numval(ctl-line) <= 99
                           move function numval(ctl-line)
                               to ws-gen-retain
                       end-if
                   end-if
               end-if

               close ctl
           end-if.

           move "output.txt" to st-in2(3)
           move "@CAN" to st-src2(3)

      * the budget check sits between allocation and offers: a
      * course over budget (or an assignment that cannot be priced)
      * ends ta-costing with rc 8, which stops the chain before a
      * single offer record is written
           move "ta-costing" to st-name(4)
           move "./ta_costing" to st-cmd(4)
           move "cost_report.txt" to st-out(4)
           move "allocation.txt" to st-in1(4)
           move "output.txt" to st-src1(4)
           move spaces to st-in2(4) st-src2(4)

           move "ta-offers" to st-name(5)
           move "./ta_offers" to st-cmd(5)
           move "offers.txt" to st-out(5)
           move "allocation.txt" to st-in1(5)
           move "output.txt" to st-src1(5)
           move spaces to st-in2(5) st-src2(5)

      * the instructor packets go out with the offers: one
      * packet_<course>.txt per course from the same round-1
      * allocation, listed in packet_index.txt
           move "ta-packet" to st-name(6)
           move "./ta_packet" to st-cmd(6)
           move "packet_index.txt" to st-out(6)
           move "allocation.txt" to st-in1(6)
           move "output.txt" to st-src1(6)
           move spaces to st-in2(6) st-src2(6)

           move "ta-reconcile" to st-name(7)
           move "./ta_reconcile" to st-cmd(7)
           move "reconcile_report.txt" to st-out(7)
           move "offers.txt" to st-in1(7)
           move "allocation.txt" to st-src1(7)
           move spaces to st-in2(7) st-src2(7)

           move "ta-reallocate" to st-name(8)
           move "./ta_reallocate" to st-cmd(8)
           move "allocation2.txt" to st-out(8)
           move "allocation.txt" to st-in1(8)
           move "output.txt" to st-src1(8)
           move spaces to st-in2(8) st-src2(8)

      * reconcile again once round 2 has run: step 7's pass skips
      * allocation2.txt whenever it predates allocation.txt, which
      * in this chain is always - only this second pass actually
      * cross-checks the round-2 allocation. The round-1, waitlist
      * and offer checks rerun unchanged (idempotent) and the report
      * is refreshed whole.
           move "ta-recon-rd2" to st-name(9)
           move "./ta_reconcile" to st-cmd(9)
           move "reconcile_report.txt" to st-out(9)
           move "allocation2.txt" to st-in1(9)
           move "allocation.txt" to st-src1(9)
           move spaces to st-in2(9) st-src2(9)

      * and cost again: round 2 refills declined slots, so the final
      * allocation ta-costing now picks is allocation2.txt
           move "ta-cost-rd2" to st-name(10)
           move "./ta_costing" to st-cmd(10)
           move "cost_report.txt" to st-out(10)
           move "allocation2.txt" to st-in1(10)
           move "allocation.txt" to st-src1(10)
           move spaces to st-in2(10) st-src2(10)

           move "ta-compare" to st-name(11)
           move "./ta_compare" to st-cmd(11)
           move "compare_report.txt" to st-out(11)
           move "allocation.txt" to st-in1(11)
           move "output.txt" to st-src1(11)
           move spaces to st-in2(11) st-src2(11)

           move "ta-summary" to st-name(12)
           move "./ta_summary" to st-cmd(12)
           move "run_summary.txt" to st-out(12)
           move "allocation.txt" to st-in1(12)
           move "output.txt" to st-src1(12)
           move spaces to st-in2(12) st-src2(12).


       run-one-step.
               display "write to chain_state.txt failed, status "
                   chain-st-status
           end-if.


      * the generations already kept, and the number this run takes:
      * one past the highest ever issued, so numbers are never reused
      * even after the oldest generations have been dropped
       load-ledger.
           move 0 to ledger-total
           move 0 to ws-gen-number
           open input gen-led
           if led-status not = 35
               perform until led-status = 10
                   read gen-led
                   if led-status not = 10
                       if ledger-total >= 100
                           display "ledger-tab full (100) - generation "
                               gl-number " not listed"
                       else
                           add 1 to ledger-total
                           move gl-number to lg-number(ledger-total)
                           move gl-start to lg-start(ledger-total)
                           move gl-status to lg-status(ledger-total)
                           move gl-dir to lg-dir(ledger-total)
                       end-if
                       if gl-number > ws-gen-number
                           move gl-number to ws-gen-number
                       end-if
                   end-if
               end-perform
               close gen-led
           end-if
           add 1 to ws-gen-number.


      * keep this run as generation ws-gen-number: the control file,
      * every output the run left behind, and a manifest of what was
      * kept and how old each input was
       save-generation.
           if ws-chain-broken = 'Y'
               move "STOPPED" to ws-gen-status
           else
               move "COMPLETE" to ws-gen-status
           end-if
           move spaces to ws-gen-dir
           string
               "gen_" delimited by size
               ws-gen-number delimited by size
               into ws-gen-dir
           end-string
           call "CBL_CREATE_DIR" using ws-gen-dir
           move 0 to return-code

           move spaces to ws-manifest-name
           string
               ws-gen-dir delimited by space
               "/manifest.txt" delimited by size
               into ws-manifest-name
           end-string
           open output manif
           if man-status not = "00"
               display "cannot write " ws-manifest-name ", status "
                   man-status " - run not kept as a generation"
           else
               perform keep-generation
           end-if.

       keep-generation.
           perform make-now-stamp
           move ws-probe-stamp to ws-run-end
           move spaces to manifest-line
           string
               "GENERATION " delimited by size
               ws-gen-number delimited by size
               " STARTED " delimited by size
               ws-run-start delimited by size
               " ENDED " delimited by size
               ws-run-end delimited by size
               " " delimited by size
               ws-gen-status delimited by space
               into manifest-line
           end-string
           perform write-manifest-line

           move "ta_ranking.ctl" to ws-copy-src
           perform copy-into-generation
           move spaces to manifest-line
           if ws-copy-found = 'Y'
               move "CONTROL ta_ranking.ctl" to manifest-line
           else
               move "CONTROL missing - defaults used" to manifest-line
           end-if
           perform write-manifest-line

           move ws-ins-path to ws-probe-name
           perform write-input-line
           move ws-can-path to ws-probe-name
           perform write-input-line
           perform varying gi-idx from 1 by 1 until gi-idx > gi-total
               move gi-name(gi-idx) to ws-probe-name
               perform write-input-line
           end-perform

           perform varying gf-idx from 1 by 1 until gf-idx > gf-total
               move gf-name(gf-idx) to ws-copy-src
               perform copy-into-generation
               move spaces to manifest-line
               if ws-copy-found = 'Y'
                   string
                       "OUTPUT " delimited by size
                       gf-name(gf-idx) delimited by space
                       into manifest-line
                   end-string
               else
                   string
                       "ABSENT " delimited by size
                       gf-name(gf-idx) delimited by space
                       into manifest-line
                   end-string
               end-if
               perform write-manifest-line
           end-perform
           perform keep-packet-files
           close manif

           if ledger-total >= 100
               move ledger-total to ws-pick-limit
               perform pick-drop-generation
               if ws-drop-pos not = 0
                   perform drop-generation
               end-if
           end-if
           add 1 to ledger-total
           move ws-gen-number to lg-number(ledger-total)
           move ws-run-start to lg-start(ledger-total)
           move ws-gen-status to lg-status(ledger-total)
           move ws-gen-dir to lg-dir(ledger-total)

           move spaces to state-line
           string
               "ta-chain      GEN    " delimited by size
               ws-run-end delimited by size
               " generation " delimited by size
               ws-gen-number delimited by size
               " " delimited by size
               ws-gen-status delimited by space
               " kept in " delimited by size
               ws-gen-dir delimited by space
               into state-line
           end-string
           perform write-state-line
           display "run kept as generation " ws-gen-number
               " in " ws-gen-dir

           perform until ledger-total <= ws-gen-retain
               compute ws-pick-limit = ledger-total - 1
               perform pick-drop-generation
               if ws-drop-pos = 0
                   exit perform
               end-if
               perform drop-generation
           end-perform
           perform write-ledger.


      * every packet file the run's packet_index.txt names goes into
      * the generation with its own OUTPUT line, so a restore brings
      * back the packets that match the restored allocation
       keep-packet-files.
           open input pidx-in
           if pidx-status not = 35
               perform until pidx-status = 10
                   read pidx-in
                   if pidx-status not = 10
                       move spaces to ws-pk-course ws-pk-name
                       unstring pidx-line delimited by all space
                           into ws-pk-course ws-pk-name
                       end-unstring
                       if ws-pk-name(1:7) = "packet_"
                           perform keep-one-packet
                       end-if
                   end-if
               end-perform
               close pidx-in
           end-if.

       keep-one-packet.
           move ws-pk-name to ws-copy-src
           perform copy-into-generation
           move spaces to manifest-line
           if ws-copy-found = 'Y'
               string
                   "OUTPUT " delimited by size
                   ws-pk-name delimited by space
                   into manifest-line
               end-string
           else
               string
                   "ABSENT " delimited by size
                   ws-pk-name delimited by space
                   into manifest-line
               end-string
           end-if
           perform write-manifest-line.


      * which kept generation goes when there are too many: the
      * oldest STOPPED one first - a run of failed reruns must not
      * push out the results worth rolling back to - else the oldest,
      * but never the newest COMPLETE one. Only the first
      * ws-pick-limit entries are candidates, so the run just kept
      * stays; ws-drop-pos 0 when none may go
       pick-drop-generation.
           move 0 to ws-drop-pos
           move 0 to ws-newest-complete
           perform varying lg-idx from 1 by 1
                   until lg-idx > ledger-total
               if lg-status(lg-idx) = "COMPLETE"
                   set ws-newest-complete to lg-idx
               end-if
           end-perform
           perform varying lg-idx from 1 by 1
                   until lg-idx > ws-pick-limit
               if lg-status(lg-idx) not = "COMPLETE"
                   set ws-drop-pos to lg-idx
                   exit perform
               end-if
           end-perform
           if ws-drop-pos = 0
               perform varying lg-idx from 1 by 1
                       until lg-idx > ws-pick-limit
                   if lg-idx not = ws-newest-complete
                       set ws-drop-pos to lg-idx
                       exit perform
                   end-if
               end-perform
           end-if.


      * one INPUT line: the file's stamp, or "missing"
       write-input-line.
           perform probe-file
           move spaces to manifest-line
           if ws-probe-found = 'Y'
               string
                   "INPUT  " delimited by size
                   ws-probe-stamp delimited by size
                   " " delimited by size
                   ws-probe-name delimited by space
                   into manifest-line
               end-string
           else
               string
                   "INPUT  missing        " delimited by size
                   ws-probe-name delimited by space
                   into manifest-line
               end-string
           end-if
           perform write-manifest-line.

       write-manifest-line.
           write manifest-line
           end-write
           if man-status not = "00"
               display "write to " ws-manifest-name " failed, status "
                   man-status
           end-if.


      * copies ws-copy-src, a working-directory file, into this run's
      * generation directory; ws-copy-found 'N' when it is not there
       copy-into-generation.
           move spaces to ws-copy-dst
           string
               ws-gen-dir delimited by space
               "/" delimited by size
               ws-copy-src delimited by space
               into ws-copy-dst
           end-string
           move 'N' to ws-copy-found
           open input copy-src
           if src-status not = 35
               move 'Y' to ws-copy-found
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


      * deletes the files and directory of the generation at
      * ws-drop-pos and takes it off the ledger. Its manifest says
      * what it holds; a generation without one is cleared of the
      * fixed output names.
       drop-generation.
           move lg-dir(ws-drop-pos) to ws-drop-dir
           move spaces to ws-manifest-name
           string
               ws-drop-dir delimited by space
               "/manifest.txt" delimited by size
               into ws-manifest-name
           end-string
           open input manif
           if man-status = 35
               perform varying gf-idx from 1 by 1
                       until gf-idx > gf-total
                   move gf-name(gf-idx) to ws-man-file
                   perform delete-generation-file
               end-perform
           else
               perform until man-status = 10
                   read manif
                   if man-status not = 10
                           and manifest-line(1:7) = "OUTPUT "
                       move manifest-line(8:30) to ws-man-file
                       perform delete-generation-file
                   end-if
               end-perform
               close manif
           end-if
           move "ta_ranking.ctl" to ws-man-file
           perform delete-generation-file
           move "manifest.txt" to ws-man-file
           perform delete-generation-file
           call "CBL_DELETE_DIR" using ws-drop-dir
           move 0 to return-code

           perform make-now-stamp
           move spaces to state-line
           string
               "ta-chain      GENDROP " delimited by size
               ws-probe-stamp delimited by size
               " generation " delimited by size
               lg-number(ws-drop-pos) delimited by size
               " " delimited by size
               lg-status(ws-drop-pos) delimited by space
               " dropped, " delimited by size
               ws-gen-retain delimited by size
               " kept" delimited by size
               into state-line
           end-string
           perform write-state-line

           perform varying lg-idx from ws-drop-pos by 1
                   until lg-idx >= ledger-total
               move lg-entry(lg-idx + 1) to lg-entry(lg-idx)
           end-perform
           subtract 1 from ledger-total.

       delete-generation-file.
           move spaces to ws-copy-dst
           string
               ws-drop-dir delimited by space
               "/" delimited by size
               ws-man-file delimited by space
               into ws-copy-dst
           end-string
           call "CBL_DELETE_FILE" using ws-copy-dst
           move 0 to return-code.


       write-ledger.
           open output gen-led
           perform varying lg-idx from 1 by 1
                   until lg-idx > ledger-total
               move spaces to led-rec
               move lg-number(lg-idx) to gl-number
               move lg-start(lg-idx) to gl-start
               move lg-status(lg-idx) to gl-status
               move lg-dir(lg-idx) to gl-dir
               write led-rec
               end-write
               if led-status not = "00"
                   display "write to generations.txt failed, status "
                       led-status
               end-if
           end-perform
           close gen-led.
