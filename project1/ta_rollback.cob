      * CSCI3180 Principles of Programming Languages ∗
      * --- Declaration --- ∗
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/ ∗
      * Rollback of the live output set to a kept chain generation

      * ta-rollback puts back the output files of one generation that
      * ta-chain kept (see generations.txt) as the live set in the
      * working directory. The generation number is given on the
      * command line; without one, the kept generations are listed.
      *
      * Only a COMPLETE generation can be restored - a STOPPED run's
      * set is partial by definition. The generation's manifest.txt
      * drives the restore: every OUTPUT file is copied back, in the
      * order the chain wrote them, and every ABSENT file is removed
      * from the live set so nothing newer is left mixed in; a live
      * packet_<course>.txt the generation does not hold is removed
      * too, as it belongs to another allocation. Before
      * anything is touched, every OUTPUT copy is checked to be there;
      * a generation with a file missing is refused and nothing
      * changes.
      *
      * Inputs are not restored: ta_ranking.ctl and the input files
      * stay as they are, and the generation's copy of the control
      * file and the input timestamps in its manifest are there for
      * comparison. The rollback is recorded in chain_state.txt.

       identification division.
       program-id. ta-rollback.

       environment division.
       input-output section.
       file-control.
      * mirrors ta-chain's ledger and manifest
           select gen-led
           assign to "generations.txt"
           organization is line sequential
           file status is led-status.

           select manif
           assign to ws-manifest-name
           organization is line sequential
           file status is man-status.

           select copy-src
           assign to ws-copy-src
           organization is line sequential
           file status is src-status.

           select copy-dst
           assign to ws-copy-dst
           organization is line sequential
           file status is dst-status.

           select pkt-list
           assign to ws-list-name
           organization is line sequential
           file status is lst-status.

           select chain-st
           assign to "chain_state.txt"
           organization is line sequential
           file status is chain-st-status.

       data division.
       file section.
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

       fd copy-src.
       01 src-line pic x(2000).

       fd copy-dst.
       01 dst-line pic x(2000).

      * the live packet files, one name per line
       fd pkt-list.
       01 list-line pic x(100).

       fd chain-st.
       01 state-line pic x(100).

       working-storage section.
       77 led-status pic xx.
       77 man-status pic xx.
       77 src-status pic xx.
       77 dst-status pic xx.
       77 chain-st-status pic xx.
       77 lst-status pic xx.

       77 ws-cmdline pic x(100).
       77 ws-arg-gen pic x(10).
       77 ws-gen-number pic 9(4) value 0.
       77 ws-gen-found pic x value 'N'.
       77 ws-gen-status pic x(8).
       77 ws-gen-dir pic x(8).
       77 ws-gen-start pic 9(14) value 0.
       77 ws-led-count pic 9(3) value 0.
       77 ws-manifest-name pic x(40).
       77 ws-copy-src pic x(100).
       77 ws-copy-dst pic x(100).
       77 ws-missing pic 9(3) value 0.
       77 ws-restored pic 9(3) value 0.
       77 ws-removed pic 9(3) value 0.
       77 ws-cmd pic x(100).
       77 ws-list-name pic x(20) value "rollback_work.tmp".
       77 ws-pkt-hit pic x value 'N'.

      * the packet files the restored generation put back
       01 kept-packet-tab.
           03 kp-name pic x(30) occurs 300 times indexed by kp-idx.
       77 kp-total pic 9(3) value 0.

       01 ws-finfo.
           03 ws-fi-size pic x(8) comp-x.
           03 ws-fi-day pic x comp-x.
           03 ws-fi-month pic x comp-x.
           03 ws-fi-year pic x(2) comp-x.
           03 ws-fi-hour pic x comp-x.
           03 ws-fi-min pic x comp-x.
           03 ws-fi-sec pic x comp-x.
           03 ws-fi-hund pic x comp-x.

       77 ws-today pic 9(8) value 0.
       01 ws-now.
           03 ws-now-hms pic 9(6).
           03 ws-now-hund pic 9(2).
       77 ws-now-stamp pic 9(14) value 0.

       procedure division.
       prog-main.
           accept ws-cmdline from command-line
           unstring ws-cmdline delimited by all space
               into ws-arg-gen
           end-unstring
           if function trim(ws-arg-gen) = spaces
               perform list-generations
               display "usage: ta_rollback <generation>"
               move 8 to return-code
               stop run
           end-if
           if function test-numval(ws-arg-gen) not = 0
               display "usage: ta_rollback <generation>"
               move 8 to return-code
               stop run
           end-if
           move function numval(ws-arg-gen) to ws-gen-number

           perform find-generation
           if ws-gen-found = 'N'
               display "generation " ws-gen-number " is not kept"
               perform list-generations
               move 8 to return-code
               stop run
           end-if
           if ws-gen-status not = "COMPLETE"
               display "generation " ws-gen-number " is "
                   function trim(ws-gen-status)
                   " - only a complete run can be restored"
               move 8 to return-code
               stop run
           end-if

           move spaces to ws-manifest-name
           string
               ws-gen-dir delimited by space
               "/manifest.txt" delimited by size
               into ws-manifest-name
           end-string

           perform check-generation-files
           if ws-missing > 0
               display "generation " ws-gen-number " has " ws-missing
                   " file(s) missing - nothing restored"
               move 8 to return-code
               stop run
           end-if

           perform restore-generation
           perform record-rollback

           display "generation " ws-gen-number " restored: "
               ws-restored " file(s) put back, " ws-removed
               " removed"
           stop run.


      * the ledger entry for ws-gen-number, if it is still kept
       find-generation.
           move 'N' to ws-gen-found
           open input gen-led
           if led-status not = 35
               perform until led-status = 10
                   read gen-led
                   if led-status not = 10
                       if gl-number = ws-gen-number
                           move 'Y' to ws-gen-found
                           move gl-status to ws-gen-status
                           move gl-dir to ws-gen-dir
                           move gl-start to ws-gen-start
                       end-if
                   end-if
               end-perform
               close gen-led
           end-if.


       list-generations.
           move 0 to ws-led-count
           open input gen-led
           if led-status not = 35
               perform until led-status = 10
                   read gen-led
                   if led-status not = 10
                       add 1 to ws-led-count
                       display "  generation " gl-number
                           " started " gl-start " "
                           gl-status " " gl-dir
                   end-if
               end-perform
               close gen-led
           end-if
           if ws-led-count = 0
               display "no generations kept (generations.txt empty "
                   "or missing)"
           end-if.


      * every OUTPUT the manifest lists must still be in the
      * generation directory before the live set is touched
       check-generation-files.
           move 0 to ws-missing
           open input manif
           if man-status = 35
               display ws-manifest-name " missing"
               move 1 to ws-missing
           else
               perform until man-status = 10
                   read manif
                   if man-status not = 10 and mf-kind = "OUTPUT "
                       perform make-generation-name
                       call "CBL_CHECK_FILE_EXIST"
                           using ws-copy-src ws-finfo
                       if return-code not = 0
                           display "  " function trim(ws-copy-src)
                               " missing"
                           add 1 to ws-missing
                       end-if
                       move 0 to return-code
                   end-if
               end-perform
               close manif
           end-if.


       restore-generation.
           move 0 to ws-restored
           move 0 to ws-removed
           open input manif
           perform until man-status = 10
               read manif
               if man-status not = 10
                   if mf-kind = "OUTPUT "
                       perform make-generation-name
                       move mf-name to ws-copy-dst
                       perform copy-one-file
                       add 1 to ws-restored
                       if mf-name(1:7) = "packet_"
                           perform note-kept-packet
                       end-if
                   end-if
                   if mf-kind = "ABSENT "
                       move mf-name to ws-copy-dst
                       call "CBL_CHECK_FILE_EXIST"
                           using ws-copy-dst ws-finfo
                       if return-code = 0
                           call "CBL_DELETE_FILE" using ws-copy-dst
                           add 1 to ws-removed
                       end-if
                       move 0 to return-code
                   end-if
               end-if
           end-perform
           close manif
           perform remove-stale-packets.

       note-kept-packet.
           if kp-total >= 300
               display "kept-packet-tab full (300) - "
                   function trim(mf-name) " may be removed"
           else
               add 1 to kp-total
               move mf-name to kp-name(kp-total)
           end-if.

      * live packet files the restored index does not name would be
      * read as part of the restored allocation; they go
       remove-stale-packets.
           move spaces to ws-cmd
           string
               "ls packet_*.txt > " delimited by size
               ws-list-name delimited by space
               " 2>/dev/null" delimited by size
               into ws-cmd
           end-string
           call "SYSTEM" using ws-cmd
           move 0 to return-code
           open input pkt-list
           if lst-status not = 35
               perform until lst-status = 10
                   read pkt-list
                   if lst-status not = 10
                       perform remove-one-stale-packet
                   end-if
               end-perform
               close pkt-list
           end-if
           call "CBL_DELETE_FILE" using ws-list-name
           move 0 to return-code.

       remove-one-stale-packet.
           if list-line = spaces or list-line = "packet_index.txt"
               move 'Y' to ws-pkt-hit
           else
               move 'N' to ws-pkt-hit
               perform varying kp-idx from 1 by 1
                       until kp-idx > kp-total
                   if kp-name(kp-idx) = list-line
                       move 'Y' to ws-pkt-hit
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-pkt-hit = 'N'
               move list-line to ws-copy-dst
               call "CBL_DELETE_FILE" using ws-copy-dst
               move 0 to return-code
               add 1 to ws-removed
           end-if.

      * gen_<nnnn>/<file> for the manifest line in hand
       make-generation-name.
           move spaces to ws-copy-src
           string
               ws-gen-dir delimited by space
               "/" delimited by size
               mf-name delimited by space
               into ws-copy-src
           end-string.

       copy-one-file.
           open input copy-src
           open output copy-dst
           perform copy-one-file-ite until src-status = 10
           close copy-dst
           close copy-src.

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


      * one line in ta-chain's state-file layout, appended
       record-rollback.
           accept ws-today from date yyyymmdd
           accept ws-now from time
           compute ws-now-stamp = ws-today * 1000000 + ws-now-hms
           open extend chain-st
           if chain-st-status = 35
               open output chain-st
           end-if
           move spaces to state-line
           string
               "ta-rollback   ROLLBACK " delimited by size
               ws-now-stamp delimited by size
               " generation " delimited by size
               ws-gen-number delimited by size
               " restored from " delimited by size
               ws-gen-dir delimited by space
               ", run of " delimited by size
               ws-gen-start delimited by size
               into state-line
           end-string
           write state-line
           end-write
           if chain-st-status not = "00"
               display "write to chain_state.txt failed, status "
                   chain-st-status
           end-if
           close chain-st.
