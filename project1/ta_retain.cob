      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Retention purge of departed candidates' personal data

      * ta-retain applies the university's retention period to the
      * files that keep personal data term after term. Given the
      * retention period in terms on the command line, it selects
      * every candidate_directory.txt entry whose status is not
      * ENROLLED and whose last term in assignment_history.txt is at
      * least that many closed terms back (term order is the order of
      * term_close_log.txt; a history line written before terms were
      * recorded counts as older than every logged term). Entries
      * already purged (name and email blank) are not selected again.
      *
      * For each selected candidate it blanks the name and email in
      * candidate_directory.txt, offers.txt and every offers_<term>.txt
      * archive, and replaces the ta-id with a pseudonym - 99 and an
      * eight-digit sequence continuing from the highest pseudonym
      * already in assignment_history.txt - everywhere in the history
      * and audit files: assignment_history.txt, audit_log.txt,
      * allocation_prev.txt, eval_master.txt, eval_history.txt,
      * rehire_flags.txt, auth_journal.txt and each closed term's
      * output_, allocation_ and waitlist_ archives. One candidate
      * keeps one pseudonym across all of them, so experience counts
      * and term-over-term statistics still add up. In the course
      * packets (packet_<course>.txt, as packet_index.txt lists them)
      * a selected TA's line keeps only the pseudonym, dropping the
      * name and email after it. The copies kept outside the live set
      * get the same treatment, so a rollback or a scenario rerun
      * cannot bring the data back: every output a gen_<nnnn>
      * directory listed in generations.txt holds, and in each
      * scen_<name> directory of scenarios.txt the directory copy and
      * the history, audit, output, allocation, waitlist, rehire and
      * journal files. A file with nothing to change is not
      * rewritten. The run is recorded in retention_log.txt, which
      * names candidates by pseudonym only.
      *
      * With DRYRUN as the second argument nothing is changed: the
      * candidates that would be purged, with their ta-id, status and
      * last term, are listed in retention_dryrun.txt instead.

       identification division.
       program-id. ta-retain.

       environment division.
       input-output section.
       file-control.
           select closelog
           assign to "term_close_log.txt"
           organization is line sequential
           file status is close-status.

           select dir
           assign to "candidate_directory.txt"
           organization is line sequential
           file status is dir-status.

           select hist
           assign to "assignment_history.txt"
           organization is line sequential
           file status is hist-status.

           select rsrc
           assign to ws-copy-src
           organization is line sequential
           file status is src-status.

           select rtmp
           assign to "retention_work.tmp"
           organization is line sequential
           file status is tmp-status.

      * mirrors ta-chain's ledger and generation manifest, and
      * ta-scenario's scenario list
           select gen-led
           assign to "generations.txt"
           organization is line sequential
           file status is led-status.

           select manif
           assign to ws-manifest-name
           organization is line sequential
           file status is man-status.

           select scen
           assign to "scenarios.txt"
           organization is line sequential
           file status is scen-status.

           select pidx
           assign to "packet_index.txt"
           organization is line sequential
           file status is pidx-status.

           select rlog
           assign to "retention_log.txt"
           organization is line sequential
           file status is rlog-status.

           select dry
           assign to "retention_dryrun.txt"
           organization is line sequential
           file status is dry-status.

       data division.
       file section.

      * one closed term code per line, oldest first
       fd closelog.
       01 close-line pic x(8).

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

      * mirrors ta-termclose's fd hist / 01 hist-rec layout
       fd hist.
       01 hist-rec.
           03 hs-course-id pic 9(4).
           03 hs-se0 pic x.
           03 hs-ta-id pic 9(10).
           03 hs-se1 pic x.
           03 hs-term pic x(8).

      * generic rewrite channel; the two redefinitions place the name
      * and email of a directory line and of an offers line
       fd rsrc.
       01 src-line pic x(2000).
       01 src-dir redefines src-line.
           03 sd-ta-id pic x(10).
           03 filler pic x.
           03 sd-name pic x(30).
           03 filler pic x.
           03 sd-email pic x(30).
           03 filler pic x(1928).
       01 src-offer redefines src-line.
           03 so-ta-id pic x(10).
           03 filler pic x(37).
           03 so-name pic x(30).
           03 filler pic x.
           03 so-email pic x(30).
           03 filler pic x(1892).

       fd rtmp.
       01 tmp-line pic x(2000).

       fd gen-led.
       01 led-rec.
           03 gl-number pic 9(4).
           03 gl-se0 pic x.
           03 gl-start pic 9(14).
           03 gl-se1 pic x.
           03 gl-status pic x(8).
           03 gl-se2 pic x.
           03 gl-dir pic x(8).

       fd manif.
       01 manifest-line.
           03 mf-kind pic x(7).
           03 mf-name pic x(113).

      * only the scenario name is needed here
       fd scen.
       01 scen-rec.
           03 sn-name pic x(8).
           03 filler pic x(92).

      * ta-packet's index: course, packet file name, counts
       fd pidx.
       01 pidx-line pic x(100).

       fd rlog.
       01 rlog-line pic x(100).

       fd dry.
       01 dry-line pic x(100).

       working-storage section.

       77 close-status pic xx.
       77 dir-status pic xx.
       77 hist-status pic xx.
       77 src-status pic xx.
       77 tmp-status pic xx.
       77 rlog-status pic xx.
       77 dry-status pic xx.
       77 led-status pic xx.
       77 man-status pic xx.
       77 scen-status pic xx.
       77 pidx-status pic xx.

       77 ws-cmdline pic x(80).
       77 ws-arg-period pic x(10).
       77 ws-arg-mode pic x(10).
       77 ws-period pic 9(2) value 0.
       77 ws-dry-run pic x value 'N'.
       77 ws-today pic 9(8) value 0.
       77 ws-copy-src pic x(40).
       77 ws-base-name pic x(20).
       77 ws-tmp-name pic x(40) value "retention_work.tmp".
       77 ws-manifest-name pic x(40).
       77 ws-copy-dir pic x(16).
       77 ws-copy-file pic x(30).
       77 ws-bad-chars pic 9(2) value 0.
       77 ws-pk-course pic x(10).

      * closed terms in term_close_log.txt order; a history term's
      * age is its position here
       01 term-tab.
           03 tm-entry occurs 200 times indexed by tm-idx.
               05 tm-code pic x(8).
       77 term-total pic 9(3) value 0.
       77 ws-cutoff-seq pic 9(3) value 0.
       77 ws-term-seq pic 9(3) value 0.

      * candidate_directory.txt entries, kept sorted by ta-id, with
      * the last history term found for each
       01 dir-tab.
           03 dx-entry occurs 2000 times indexed by dx-idx.
               05 dx-ta pic 9(10).
               05 dx-status pic x(10).
               05 dx-purged pic x.
               05 dx-in-hist pic x.
               05 dx-last-seq pic 9(3).
       77 dir-total pic 9(4) value 0.
       77 dx2-idx pic 9(4) value 0.
       77 ws-find-ta pic 9(10) value 0.
       77 ws-dx-lo pic 9(4) value 0.
       77 ws-dx-hi pic 9(4) value 0.
       77 ws-dx-mid pic 9(4) value 0.
       77 ws-dx-hit pic 9(4) value 0.

      * the candidates selected this run with their pseudonyms, in
      * ta-id order (they are picked off the sorted directory)
       01 sel-tab.
           03 sl-entry occurs 2000 times indexed by sl-idx.
               05 sl-ta pic 9(10).
               05 sl-pseudo pic 9(10).
               05 sl-status pic x(10).
               05 sl-last-seq pic 9(3).
       77 sel-total pic 9(4) value 0.
       77 ws-sl-lo pic 9(4) value 0.
       77 ws-sl-hi pic 9(4) value 0.
       77 ws-sl-mid pic 9(4) value 0.
       77 ws-sl-hit pic 9(4) value 0.

      * pseudonyms are 99 followed by a sequence number
       77 ws-pseudo-base pic 9(10) value 9900000000.
       77 ws-next-pseudo pic 9(10) value 9900000000.

      * per-file rewrite: the mode (D = directory, O = offers, blank
      * name and email; P = replace ta-ids; K = packet, replace
      * ta-ids and drop the contact details after them), the change
      * count and the scan of one line for ten-digit ta-id tokens
       77 ws-rewrite-mode pic x.
       77 ws-changes pic 9(6) value 0.
       77 ws-total-changes pic 9(7) value 0.
       77 ws-line-len pic 9(4) value 0.
       77 ws-pos pic 9(4) value 0.
       77 ws-tok-ok pic x value 'N'.
       77 ws-token pic x(10).
       77 ws-token-num redefines ws-token pic 9(10).
       77 ws-count-disp pic zzzzz9.
       77 ws-kind pic x(24).

       77 ws-last-term pic x(8).
       77 ws-cutoff-text pic x(100).
       77 ws-period-disp pic z9.

       procedure division.
       prog-main.
           accept ws-cmdline from command-line
           unstring ws-cmdline delimited by all space
               into ws-arg-period ws-arg-mode
           end-unstring
           if function trim(ws-arg-period) = spaces
                   or function test-numval(ws-arg-period) not = 0
               display "usage: ta_retain <retention-terms> [DRYRUN]"
               move 8 to return-code
               stop run
           end-if
           if function numval(ws-arg-period) < 1
                   or function numval(ws-arg-period) > 99
               display "retention period must be 1-99 terms"
               move 8 to return-code
               stop run
           end-if
           move function numval(ws-arg-period) to ws-period
           if ws-arg-mode = "DRYRUN"
               move 'Y' to ws-dry-run
           else
               if ws-arg-mode not = spaces
                   display "usage: ta_retain <retention-terms> [DRYRUN]"
                   move 8 to return-code
                   stop run
               end-if
           end-if
           accept ws-today from date yyyymmdd.

           perform load-terms.
           perform load-directory.
           perform load-history.
           perform select-candidates.

           if ws-dry-run = 'Y'
               perform write-dry-run
               display "dry run: " sel-total " candidate(s) would be "
                   "purged - see retention_dryrun.txt"
           else
               perform purge-personal-data
               display "purged " sel-total " candidate(s), "
                   ws-total-changes " record(s) changed - see "
                   "retention_log.txt"
           end-if
           stop run.


       load-terms.
           move 0 to term-total
           open input closelog
           if close-status not = 35
               perform load-terms-ite until close-status = 10
               close closelog
           end-if
      * a term is past retention when at least ws-period closed
      * terms follow it
           if term-total > ws-period
               compute ws-cutoff-seq = term-total - ws-period
           else
               move 0 to ws-cutoff-seq
           end-if.

       load-terms-ite.
           read closelog
           if close-status not = 10
               if term-total < 200
                   add 1 to term-total
                   move close-line to tm-code(term-total)
               else
                   display "term-tab full (200) - term " close-line
                       " ignored"
               end-if
           end-if.

      * ws-term-seq for hs-term: its term_close_log.txt position, 0
      * for a blank or unlogged term
       find-term-seq.
           move 0 to ws-term-seq
           if hs-term not = spaces
               perform varying tm-idx from 1 by 1
                       until tm-idx > term-total
                   if tm-code(tm-idx) = hs-term
                       set ws-term-seq to tm-idx
                       exit perform
                   end-if
               end-perform
           end-if.


       load-directory.
           move 0 to dir-total
           open input dir
           if dir-status = 35
               display "candidate_directory.txt not found - nobody "
                   "to purge"
           else
               perform load-directory-ite until dir-status = 10
               close dir
           end-if.

       load-directory-ite.
           read dir
           if dir-status not = 10
               move dr-ta-id to ws-find-ta
               perform search-directory
               if ws-dx-hit = 0
                   if dir-total >= 2000
                       display "dir-tab full (2000) - candidate "
                           dr-ta-id " not considered"
                   else
                       perform varying dx2-idx from dir-total by -1
                               until dx2-idx < ws-dx-lo
                           move dx-entry(dx2-idx)
                               to dx-entry(dx2-idx + 1)
                       end-perform
                       add 1 to dir-total
                       move dr-ta-id to dx-ta(ws-dx-lo)
                       move dr-status to dx-status(ws-dx-lo)
                       if dr-name = spaces and dr-email = spaces
                           move 'Y' to dx-purged(ws-dx-lo)
                       else
                           move 'N' to dx-purged(ws-dx-lo)
                       end-if
                       move 'N' to dx-in-hist(ws-dx-lo)
                       move 0 to dx-last-seq(ws-dx-lo)
                   end-if
               end-if
           end-if.

      * binary search for ws-find-ta: ws-dx-hit is its position (0
      * on a miss) and ws-dx-lo the insertion point
       search-directory.
           move 0 to ws-dx-hit
           move 1 to ws-dx-lo
           move dir-total to ws-dx-hi
           perform until ws-dx-lo > ws-dx-hi
               compute ws-dx-mid = (ws-dx-lo + ws-dx-hi) / 2
               if dx-ta(ws-dx-mid) = ws-find-ta
                   move ws-dx-mid to ws-dx-hit
                   exit perform
               else
                   if dx-ta(ws-dx-mid) < ws-find-ta
                       compute ws-dx-lo = ws-dx-mid + 1
                   else
                       compute ws-dx-hi = ws-dx-mid - 1
                   end-if
               end-if
           end-perform.


      * each directory candidate's last history term, and the highest
      * pseudonym an earlier purge already used
       load-history.
           open input hist
           if hist-status not = 35
               perform load-history-ite until hist-status = 10
               close hist
           end-if.

       load-history-ite.
           move spaces to hist-rec
           read hist
           if hist-status not = 10
               if hs-ta-id is numeric
                   if hs-ta-id > ws-pseudo-base
                           and hs-ta-id > ws-next-pseudo
                       move hs-ta-id to ws-next-pseudo
                   end-if
                   move hs-ta-id to ws-find-ta
                   perform search-directory
                   if ws-dx-hit not = 0
                       perform find-term-seq
                       if dx-in-hist(ws-dx-hit) = 'N'
                               or ws-term-seq > dx-last-seq(ws-dx-hit)
                           move ws-term-seq to dx-last-seq(ws-dx-hit)
                       end-if
                       move 'Y' to dx-in-hist(ws-dx-hit)
                   end-if
               end-if
           end-if.


      * departed, not yet purged, and last seen in a term past the
      * retention period; each gets the next pseudonym
       select-candidates.
           move 0 to sel-total
           perform varying dx-idx from 1 by 1 until dx-idx > dir-total
               if dx-status(dx-idx) not = "ENROLLED"
                       and dx-purged(dx-idx) = 'N'
                       and dx-in-hist(dx-idx) = 'Y'
                       and dx-last-seq(dx-idx) <= ws-cutoff-seq
                   add 1 to sel-total
                   add 1 to ws-next-pseudo
                   move dx-ta(dx-idx) to sl-ta(sel-total)
                   move ws-next-pseudo to sl-pseudo(sel-total)
                   move dx-status(dx-idx) to sl-status(sel-total)
                   move dx-last-seq(dx-idx) to sl-last-seq(sel-total)
               end-if
           end-perform.

      * binary search of the selection for ws-find-ta
       search-selection.
           move 0 to ws-sl-hit
           move 1 to ws-sl-lo
           move sel-total to ws-sl-hi
           perform until ws-sl-lo > ws-sl-hi
               compute ws-sl-mid = (ws-sl-lo + ws-sl-hi) / 2
               if sl-ta(ws-sl-mid) = ws-find-ta
                   move ws-sl-mid to ws-sl-hit
                   exit perform
               else
                   if sl-ta(ws-sl-mid) < ws-find-ta
                       compute ws-sl-lo = ws-sl-mid + 1
                   else
                       compute ws-sl-hi = ws-sl-mid - 1
                   end-if
               end-if
           end-perform.

       make-last-term.
           if sl-last-seq(sl-idx) = 0
               move "(none)" to ws-last-term
           else
               move tm-code(sl-last-seq(sl-idx)) to ws-last-term
           end-if.


       write-dry-run.
           open output dry
           move ws-period to ws-period-disp
           move spaces to dry-line
           string
               "RETENTION DRY RUN " delimited by size
               ws-today delimited by size
               " period " delimited by size
               ws-period-disp delimited by size
               " terms - nothing changed" delimited by size
               into dry-line
           end-string
           perform write-dry-line
           perform make-cutoff-text
           move ws-cutoff-text to dry-line
           perform write-dry-line
           perform varying sl-idx from 1 by 1 until sl-idx > sel-total
               perform make-last-term
               move spaces to dry-line
               string
                   "  WOULD PURGE ta " delimited by size
                   sl-ta(sl-idx) delimited by size
                   " status " delimited by size
                   sl-status(sl-idx) delimited by size
                   " last term " delimited by size
                   ws-last-term delimited by size
                   " pseudonym " delimited by size
                   sl-pseudo(sl-idx) delimited by size
                   into dry-line
               end-string
               perform write-dry-line
           end-perform
           move sel-total to ws-count-disp
           move spaces to dry-line
           string
               "candidates that would be purged: " delimited by size
               ws-count-disp delimited by size
               into dry-line
           end-string
           perform write-dry-line
           close dry.

      * the cutoff sentence, for either report
       make-cutoff-text.
           move spaces to ws-cutoff-text
           if ws-cutoff-seq = 0
               string
                   "  only " delimited by size
                   term-total delimited by size
                   " term(s) closed - only history without a term "
                       delimited by size
                   "is past retention" delimited by size
                   into ws-cutoff-text
               end-string
           else
               string
                   "  latest closed term " delimited by size
                   tm-code(term-total) delimited by space
                   ", past retention: last term " delimited by size
                   tm-code(ws-cutoff-seq) delimited by space
                   " or earlier" delimited by size
                   into ws-cutoff-text
               end-string
           end-if.

       write-dry-line.
           write dry-line
           end-write
           if dry-status not = "00"
               display "write to retention_dryrun.txt failed, status "
                   dry-status
           end-if.


      * the purge proper: log header and selected pseudonyms, then
      * every file rewritten, then the run total
       purge-personal-data.
           open extend rlog
           if rlog-status = 35
               open output rlog
           end-if
           move ws-period to ws-period-disp
           move spaces to rlog-line
           string
               "RETENTION RUN " delimited by size
               ws-today delimited by size
               " period " delimited by size
               ws-period-disp delimited by size
               " terms" delimited by size
               into rlog-line
           end-string
           perform write-log-line
           perform make-cutoff-text
           move ws-cutoff-text to rlog-line
           perform write-log-line
           perform varying sl-idx from 1 by 1 until sl-idx > sel-total
               perform make-last-term
               move spaces to rlog-line
               string
                   "  PURGED pseudonym " delimited by size
                   sl-pseudo(sl-idx) delimited by size
                   " status " delimited by size
                   sl-status(sl-idx) delimited by size
                   " last term " delimited by size
                   ws-last-term delimited by size
                   into rlog-line
               end-string
               perform write-log-line
           end-perform
           move 0 to ws-total-changes
           if sel-total > 0
               perform purge-files
           end-if
           move sel-total to ws-count-disp
           move spaces to rlog-line
           string
               "RETENTION RUN END candidates purged " delimited by size
               ws-count-disp delimited by size
               into rlog-line
           end-string
           perform write-log-line
           close rlog.

       purge-files.
           move 'D' to ws-rewrite-mode
           move "candidate_directory.txt" to ws-copy-src
           perform rewrite-one-file

           move 'O' to ws-rewrite-mode
           move "offers.txt" to ws-copy-src
           perform rewrite-one-file
           perform varying tm-idx from 1 by 1 until tm-idx > term-total
               move "offers" to ws-base-name
               perform make-term-name
               perform rewrite-one-file
           end-perform

           move 'P' to ws-rewrite-mode
           move "assignment_history.txt" to ws-copy-src
           perform rewrite-one-file
           move "audit_log.txt" to ws-copy-src
           perform rewrite-one-file
           move "allocation_prev.txt" to ws-copy-src
           perform rewrite-one-file
           move "eval_master.txt" to ws-copy-src
           perform rewrite-one-file
           move "eval_history.txt" to ws-copy-src
           perform rewrite-one-file
           move "rehire_flags.txt" to ws-copy-src
           perform rewrite-one-file
           move "auth_journal.txt" to ws-copy-src
           perform rewrite-one-file
           perform varying tm-idx from 1 by 1 until tm-idx > term-total
               move "output" to ws-base-name
               perform make-term-name
               perform rewrite-one-file
               move "allocation" to ws-base-name
               perform make-term-name
               perform rewrite-one-file
               move "waitlist" to ws-base-name
               perform make-term-name
               perform rewrite-one-file
           end-perform

           perform purge-live-packets
           perform purge-generation-copies
           perform purge-scenario-copies.

      * "name" -> "name_<term>.txt" for the term at tm-idx
       make-term-name.
           move spaces to ws-copy-src
           string
               ws-base-name delimited by space
               "_" delimited by size
               tm-code(tm-idx) delimited by space
               ".txt" delimited by size
               into ws-copy-src
           end-string.


      * the live course packets of the last run
       purge-live-packets.
           move 'K' to ws-rewrite-mode
           open input pidx
           if pidx-status not = 35
               perform until pidx-status = 10
                   read pidx
                   if pidx-status not = 10
                       move spaces to ws-pk-course ws-copy-src
                       unstring pidx-line delimited by all space
                           into ws-pk-course ws-copy-src
                       end-unstring
                       if ws-copy-src(1:7) = "packet_"
                           perform rewrite-one-file
                       end-if
                   end-if
               end-perform
               close pidx
           end-if.

      * every output a kept chain generation holds, as its manifest
      * lists them
       purge-generation-copies.
           open input gen-led
           if led-status not = 35
               perform until led-status = 10
                   read gen-led
                   if led-status not = 10 and gl-dir not = spaces
                       perform purge-one-generation
                   end-if
               end-perform
               close gen-led
           end-if.

       purge-one-generation.
           move gl-dir to ws-copy-dir
           move spaces to ws-manifest-name
           string
               ws-copy-dir delimited by space
               "/manifest.txt" delimited by size
               into ws-manifest-name
           end-string
           open input manif
           if man-status not = 35
               perform until man-status = 10
                   read manif
                   if man-status not = 10 and mf-kind = "OUTPUT "
                       move mf-name to ws-copy-file
                       evaluate true
                           when ws-copy-file = "offers.txt"
                               move 'O' to ws-rewrite-mode
                           when ws-copy-file(1:7) = "packet_"
                               move 'K' to ws-rewrite-mode
                           when other
                               move 'P' to ws-rewrite-mode
                       end-evaluate
                       perform make-copy-name
                       perform rewrite-one-file
                   end-if
               end-perform
               close manif
           end-if.

      * the personal-data files in each scenario's directory; names
      * ta-scenario would refuse have no directory and are passed by
       purge-scenario-copies.
           open input scen
           if scen-status not = 35
               perform until scen-status = 10
                   read scen
                   if scen-status not = 10
                       perform purge-one-scenario
                   end-if
               end-perform
               close scen
           end-if.

       purge-one-scenario.
           move 0 to ws-bad-chars
           inspect sn-name tallying ws-bad-chars for all "/"
               all "." all "*"
           if sn-name not = spaces and sn-name(1:1) not = space
                   and ws-bad-chars = 0
               move spaces to ws-copy-dir
               string
                   "scen_" delimited by size
                   sn-name delimited by space
                   into ws-copy-dir
               end-string
               move 'D' to ws-rewrite-mode
               move "candidate_directory.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move 'P' to ws-rewrite-mode
               move "assignment_history.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "audit_log.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "output.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "allocation.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "waitlist.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "rehire_flags.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
               move "auth_journal.txt" to ws-copy-file
               perform make-copy-name
               perform rewrite-one-file
           end-if.

      * "<dir>/<file>" into ws-copy-src
       make-copy-name.
           move spaces to ws-copy-src
           string
               ws-copy-dir delimited by space
               "/" delimited by size
               ws-copy-file delimited by space
               into ws-copy-src
           end-string.


      * rewrite ws-copy-src through retention_work.tmp: pass one
      * writes the changed copy, pass two copies it back - only when
      * something changed, so untouched files keep their dates
       rewrite-one-file.
           move 0 to ws-changes
           open input rsrc
           if src-status not = 35
               open output rtmp
               perform rewrite-pass-one until src-status = 10
               close rtmp
               close rsrc
               if ws-changes > 0
                   open input rtmp
                   open output rsrc
                   perform rewrite-pass-two until tmp-status = 10
                   close rsrc
                   close rtmp
               end-if
               call "CBL_DELETE_FILE" using ws-tmp-name
               add ws-changes to ws-total-changes
               perform write-file-log-line
           end-if.

       rewrite-pass-one.
           move spaces to src-line
           read rsrc
           if src-status not = 10
               evaluate ws-rewrite-mode
                   when 'D'
                       move sd-ta-id to ws-token
                       perform blank-if-selected-dir
                   when 'O'
                       move so-ta-id to ws-token
                       perform blank-if-selected-offer
                   when other
                       perform pseudonymize-line
               end-evaluate
               move src-line to tmp-line
               write tmp-line
               end-write
               if tmp-status not = "00"
                   display "write to retention_work.tmp failed, "
                       "status " tmp-status
               end-if
           end-if.

       rewrite-pass-two.
           move spaces to tmp-line
           read rtmp
           if tmp-status not = 10
               move tmp-line to src-line
               write src-line
               end-write
               if src-status not = "00"
                   display "write to " ws-copy-src " failed, status "
                       src-status
               end-if
           end-if.

       blank-if-selected-dir.
           if ws-token is numeric
               move ws-token-num to ws-find-ta
               perform search-selection
               if ws-sl-hit not = 0
                       and (sd-name not = spaces
                           or sd-email not = spaces)
                   move spaces to sd-name
                   move spaces to sd-email
                   add 1 to ws-changes
               end-if
           end-if.

       blank-if-selected-offer.
           if ws-token is numeric
               move ws-token-num to ws-find-ta
               perform search-selection
               if ws-sl-hit not = 0
                       and (so-name not = spaces
                           or so-email not = spaces)
                   move spaces to so-name
                   move spaces to so-email
                   add 1 to ws-changes
               end-if
           end-if.

      * every ten-digit token in the line (digits with no digit on
      * either side) that is a selected ta-id becomes its pseudonym
       pseudonymize-line.
           move function length(function trim(src-line trailing))
               to ws-line-len
           move 1 to ws-pos
           perform until ws-pos + 9 > ws-line-len
               move 'N' to ws-tok-ok
               if src-line(ws-pos:10) is numeric
                   move 'Y' to ws-tok-ok
                   if ws-pos > 1
                       if src-line(ws-pos - 1:1) is numeric
                           move 'N' to ws-tok-ok
                       end-if
                   end-if
                   if ws-pos + 10 <= ws-line-len
                       if src-line(ws-pos + 10:1) is numeric
                           move 'N' to ws-tok-ok
                       end-if
                   end-if
               end-if
               if ws-tok-ok = 'Y'
                   move src-line(ws-pos:10) to ws-token
                   move ws-token-num to ws-find-ta
                   perform search-selection
                   if ws-sl-hit not = 0
                       move sl-pseudo(ws-sl-hit)
                           to src-line(ws-pos:10)
                       add 1 to ws-changes
                       if ws-rewrite-mode = 'K'
                           move spaces to src-line(ws-pos + 10:)
                           compute ws-line-len = ws-pos + 9
                       end-if
                   end-if
                   add 10 to ws-pos
               else
                   add 1 to ws-pos
               end-if
           end-perform.


       write-file-log-line.
           evaluate ws-rewrite-mode
               when 'P'
                   move "ta-ids pseudonymized" to ws-kind
               when 'K'
                   move "contacts pseudonymized" to ws-kind
               when other
                   move "name/email blanked" to ws-kind
           end-evaluate
           move ws-changes to ws-count-disp
           move spaces to rlog-line
           string
               "  file " delimited by size
               ws-copy-src delimited by space
               " " delimited by size
               ws-kind delimited by "  "
               " " delimited by size
               ws-count-disp delimited by size
               into rlog-line
           end-string
           perform write-log-line.

       write-log-line.
           write rlog-line
           end-write
           if rlog-status not = "00"
               display "write to retention_log.txt failed, status "
                   rlog-status
           end-if.
