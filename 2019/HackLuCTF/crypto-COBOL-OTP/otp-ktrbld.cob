       identification division.
          program-id. otp-ktrbld.

      *> otp-ktrbld is the recovery path for a keytrack.dat that is
      *> lost or damaged outright - a disk fault, a restore from the
      *> wrong generation, an abend in the middle of a rewrite. the
      *> keytrack balance is the only thing standing between a pad
      *> and its reuse, and otp-keyadj can only correct one key-id at
      *> a time from a figure somebody worked out by hand. this
      *> program works the figures out from the evidence the system
      *> already keeps about every byte it ever burned:
      *>
      *>   audit.trl         checkpoints still inside retention
      *>   audit.yyyymmdd    the nightly archive generations, walked
      *>                     from the earliest pad on the ring to
      *>                     today; every checkpoint shows up in
      *>                     several of them and is counted once
      *>   auditcf.dat       the carried-forward sums of checkpoints
      *>                     purged out of audit.trl
      *>   inbtrack.dat      the inbound batch's checkpoints
      *>   session.log       the interactive otp sessions'
      *>                     checkpoints
      *>
      *> two audit-side positions are computed per key-id - audit.trl
      *> plus the carried-forward sum, and the de-duplicated union of
      *> the archives with audit.trl - because either can be short
      *> (an archive generation deleted, an auditcf.dat restored from
      *> an old copy) and the higher is always the safe one. inbound
      *> and interactive consumption is added to both (the IN of the
      *> report columns). the candidate balance is the higher of the
      *> two, or the current keytrack balance if that is higher
      *> still: interactive runs from before the session log burned
      *> pad without checkpointing, and no rebuild may ever move a
      *> pad backwards.
      *> a current balance past the pad ever cut is plainly damaged
      *> and is counted as the pad fully spent, no more. a key-id can
      *> be retired and cut again, so evidence dated before the pad
      *> on the ring was cut belongs to its predecessor and is not
      *> counted.
      *>
      *>   otp-ktrbld BUILD
      *>     writes the candidate file keytrack.new (the keytrack
      *>     layout exactly) and prints ktrbld.out, every key-id on
      *>     the ring side by side: pad cut, current balance, both
      *>     audit-side positions and the candidate. keytrack.dat
      *>     itself is not touched.
      *>   otp-ktrbld ENTER <operator>
      *>     parks the installation of the candidate in keypend.dat
      *>     ('KTRB' against the pseudo key-id KEYTRACK) for release.
      *>     enter authority (class K or above) is required.
      *>   otp-ktrbld RELEASE <operator>
      *>     installs it. release authority (class S or above) is
      *>     required, and the releaser must not be the operator who
      *>     entered it. the candidate is re-merged with keytrack.dat
      *>     as it stands at that moment, by the same higher-wins
      *>     rule, so traffic burned between the build and the
      *>     release is never lost.
      *>   otp-ktrbld DROP <operator>
      *>     withdraws the pending installation - the entering
      *>     operator may drop their own, a releaser anyone's.
      *>
      *> the journal discipline is otp-keyadj's: every entry, release
      *> and drop is journalled to keyact.jnl, every balance the
      *> installation changes gets its old/new line in keyadj.jnl
      *> with reason REBUILD, and all of it is written and verified
      *> before keytrack.dat is replaced. a build or an installation
      *> is refused while any job of the nightly chain is marked
      *> running in runctl.dat, and a build is refused while an
      *> installation is pending, so the candidate cannot change
      *> under an entry awaiting release.

       environment division.
           input-output section.
           file-control.
               select key-file assign to 'keyring.dat'
               organization indexed
               access mode dynamic
               record key is key-ring-key
               file status is ws-key-file-status.

      *> the live balances, read for comparison and replaced on
      *> release
               select keytrack-file assign to 'keytrack.dat'
               organization indexed
               access mode dynamic
               record key is keytrk-key-id
               file status is keytrk-status.

      *> the candidate balances, written by BUILD
               select cand-file assign to 'keytrack.new'
               organization indexed
               access mode dynamic
               record key is cand-key-id
               file status is cand-status.

               select audit-file assign to 'audit.trl'
               organization indexed
               access mode dynamic
               record key is audit-msg-id
               file status is audit-status.

      *> one dated audit.yyyymmdd archive generation at a time, name
      *> built at run time as the window is walked
               select arch-file assign using ws-arch-name
               organization line sequential
               file status is ws-arch-file-status.

               select auditcf-file assign to 'auditcf.dat'
               organization indexed
               access mode dynamic
               record key is aucf-key-id
               file status is aucf-status.

               select inbtrack-file assign to 'inbtrack.dat'
               organization indexed
               access mode dynamic
               record key is inbt-msg-id
               file status is inbt-status.

               select session-file assign to 'session.log'
               organization line sequential
               file status is ws-ses-file-status.

      *> every checkpoint found, ordered so the copies the archives
      *> repeat fall together and are counted once
               select sort-work-file assign to 'sortwk1.tmp'.

               select report-file assign to 'ktrbld.out'
               organization line sequential.

      *> the nightly chain's run control, read-only here
               select runctl-file assign to 'runctl.dat'
               organization indexed
               access mode dynamic
               record key is runctl-job
               file status is runctl-status.

      *> the adjustment journal, only ever appended to
               select journal-file assign to 'keyadj.jnl'
               organization line sequential
               file status is ws-jnl-file-status.

               select opauth-file assign to 'opauth.dat'
               organization indexed
               access mode dynamic
               record key is opauth-operator
               file status is opauth-status.

               select pend-file assign to 'keypend.dat'
               organization indexed
               access mode dynamic
               record key is pend-act-key
               file status is pend-status.

               select kact-file assign to 'keyact.jnl'
               organization line sequential
               file status is ws-kact-file-status.

       data division.
           file section.
           fd key-file.
           copy keyrec.

           fd keytrack-file.
           01 keytrk-record.
               05 keytrk-key-id pic x(08).
               05 keytrk-bytes-used pic 9(07).

           fd cand-file.
           01 cand-record.
               05 cand-key-id pic x(08).
               05 cand-bytes-used pic 9(07).

           fd audit-file.
           copy auditrec.

      *> an archive generation holds checkpoints exactly as the
      *> end-of-day cycle copied them out of audit.trl
           fd arch-file.
           copy auditrec replacing leading ==audit== by ==arch==.

           fd auditcf-file.
           01 aucf-record.
               05 aucf-key-id pic x(08).
               05 aucf-offset-sum pic 9(09).

           fd inbtrack-file.
           01 inbt-record.
               05 inbt-msg-id pic x(08).
               05 inbt-key-id pic x(08).
               05 inbt-offset pic 9(07).
               05 inbt-timestamp pic x(16).

           fd session-file.
           copy seslogrec.

           sd sort-work-file.
           01 sortr-record.
               05 sortr-key-id pic x(08).
               05 sortr-msg-id pic x(08).
               05 sortr-timestamp pic x(16).
               05 sortr-offset pic 9(07).

           fd report-file.
           01 rpt-line pic x(90).

           fd runctl-file.
           copy runctlrec.

      *> laid out exactly as otp-keyadj writes it
           fd journal-file.
           01 jnl-line.
               05 jnl-date pic x(08).
               05 filler pic x(01) value space.
               05 jnl-time pic x(08).
               05 filler pic x(01) value space.
               05 jnl-key-id pic x(08).
               05 filler pic x(01) value space.
               05 jnl-old-balance pic 9(07).
               05 filler pic x(01) value space.
               05 jnl-new-balance pic 9(07).
               05 filler pic x(01) value space.
               05 jnl-total-cut pic 9(09).
               05 filler pic x(01) value space.
               05 jnl-operator pic x(08).
               05 filler pic x(01) value space.
               05 jnl-reason pic x(08).

           fd opauth-file.
           copy opauthrec.

           fd pend-file.
           copy pendrec.

           fd kact-file.
           copy kactrec.

           working-storage section.
           77 ws-key-file-status pic x(02) value spaces.
           77 keytrk-status pic x(2) value spaces.
           77 cand-status pic x(2) value spaces.
           77 audit-status pic x(2) value spaces.
           77 ws-arch-file-status pic x(02) value spaces.
           77 aucf-status pic x(2) value spaces.
           77 inbt-status pic x(2) value spaces.
           77 ws-ses-file-status pic x(02) value spaces.
           77 runctl-status pic x(2) value spaces.
           77 ws-jnl-file-status pic x(02) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 pend-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
      *> BUILD, ENTER, RELEASE or DROP, first parameter
           77 ws-function pic x(08) value spaces.
      *> the operator at the keyboard, second parameter
           77 ws-operator-id pic x(08) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
           77 ws-today pic x(08).
           77 ws-today-int pic 9(08).
      *> how far back the archive walk reaches when no pad on the
      *> ring carries a usable cut date
           77 ws-lookback-days pic 9(03) value 400.
      *> the earliest cut date on the ring, where the walk starts
           77 ws-first-gen-date pic x(08) value spaces.
           77 ws-first-int pic 9(08).
           77 ws-day-int pic 9(08).
           77 ws-day-num pic 9(08).
           77 ws-arch-name pic x(20) value spaces.
      *> archive generations actually found and read
           77 ws-gen-count pic 9(05) value 0.
           77 ws-in-eof-switch pic x(1) value 'N'.
               88 ws-in-eof value 'Y'.
           77 ws-sort-eof-switch pic x(1) value 'N'.
               88 ws-sort-eof value 'Y'.
      *> the checkpoint returned last, so the archives' repeats of
      *> it are skipped
           77 ws-prior-key-id pic x(08) value spaces.
           77 ws-prior-msg-id pic x(08) value spaces.
           77 ws-prior-timestamp pic x(16) value spaces.
      *> distinct checkpoints counted across audit.trl and archives
           77 ws-ckpt-count pic 9(07) value 0.
      *> key-id being looked up in the table
           77 ws-look-key-id pic x(08) value spaces.
      *> date part of the checkpoint being weighed
           77 ws-look-date pic x(08) value spaces.
      *> 'Y' once find-key-entry has the key-id at ws-kt-idx
           77 ws-kt-found-switch pic x(1) value 'N'.
               88 ws-kt-found value 'Y'.
      *> 'Y' while keytrack.dat could be read through to the end
           77 ws-live-state pic x(1) value 'N'.
               88 ws-live-absent value 'N'.
               88 ws-live-readable value 'Y'.
               88 ws-live-damaged value 'D'.
      *> the two audit-side positions and the figures settled from
      *> them for the key-id in hand
           77 ws-trl-position pic 9(09) value 0.
           77 ws-arch-position pic 9(09) value 0.
           77 ws-new-position pic 9(09) value 0.
           77 ws-old-position pic 9(07) value 0.
      *> candidate records written by BUILD, or counted back off
      *> keytrack.new by ENTER and RELEASE
           77 ws-cand-count pic 9(07) value 0.
      *> balances the installation raises, leaves alone, and fails
           77 ws-up-count pic 9(05) value 0.
           77 ws-same-count pic 9(05) value 0.
           77 ws-fail-count pic 9(05) value 0.
      *> 'E' when enter authority is wanted, 'R' for release
           77 ws-auth-need pic x(1) value 'E'.
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-operator-ok value 'Y'.
      *> 'Y' while an installation is pending
           77 ws-pend-found-switch pic x(1) value 'N'.
               88 ws-pending-found value 'Y'.
      *> 'Y' once a journal open or write has failed
           77 ws-jnl-failed-switch pic x(1) value 'N'.
               88 ws-jnl-failed value 'Y'.
      *> 'Y' while some job of the nightly chain is marked running
           77 ws-chain-busy-switch pic x(1) value 'N'.
               88 ws-chain-busy value 'Y'.
           77 ws-busy-job pic x(08) value spaces.
           77 ws-kact-event pic x(08) value spaces.
           77 ws-kact-detail pic x(30) value spaces.
           77 ws-edit-num pic zzzzzzzz9.

      *> one entry per pad on the ring, plus any key-id keytrack.dat
      *> carries that the ring no longer holds
           77 ws-kt-count pic 9(04) value 0.
           77 ws-kt-max pic 9(04) value 1000.
           77 ws-kt-idx pic 9(04) value 0.
      *> 'Y' once a key-id has been left out of a full table; the
      *> table is then not the whole of keytrack.dat, and nothing is
      *> written from it
           77 ws-kt-overflow-switch pic x(1) value 'N'.
               88 ws-kt-overflow value 'Y'.
           01 ws-key-table.
               05 ws-kt-entry occurs 1000.
                   10 ws-kt-key-id pic x(08).
      *> yyyymmdd the pad was cut, off its first keyring record
                   10 ws-kt-gen-date pic x(08).
      *> 'Y' for a pad on the ring, 'N' for a keytrack orphan
                   10 ws-kt-on-ring pic x(01).
                   10 ws-kt-cut pic 9(09).
                   10 ws-kt-trl-sum pic 9(09).
                   10 ws-kt-arch-sum pic 9(09).
                   10 ws-kt-cf-sum pic 9(09).
                   10 ws-kt-inb-sum pic 9(09).
                   10 ws-kt-ses-sum pic 9(09).
      *> 'Y' a usable keytrack record, 'O' one past the pad cut,
      *> 'B' one that is not numeric, 'N' none
                   10 ws-kt-live-sw pic x(01).
                   10 ws-kt-live pic 9(07).
      *> the current balance as this program will honour it
                   10 ws-kt-live-use pic 9(09).
      *> 'Y' once a candidate balance is settled or read back
                   10 ws-kt-cand-sw pic x(01).
                   10 ws-kt-cand pic 9(09).

           01 hdg-line-1.
               05 filler pic x(27)
                   value 'KEYTRACK REBUILD CANDIDATE '.
               05 hdg-date pic x(08).
               05 filler pic x(16) value '   GENERATIONS: '.
               05 hdg-gens pic zzzz9.
               05 filler pic x(16) value '   CHECKPOINTS: '.
               05 hdg-ckpts pic zzzzzz9.
           01 hdg-line-2.
               05 filler pic x(22) value 'CURRENT keytrack.dat: '.
               05 hdg-live pic x(40).
           01 hdg-line-3.
               05 filler pic x(19) value 'KEY-ID          CUT'.
               05 filler pic x(22) value '    CURRENT  TRL+CF+IN'.
               05 filler pic x(22) value '    ARCH+IN  CANDIDATE'.
               05 filler pic x(06) value '  NOTE'.
           01 det-line.
               05 det-key-id pic x(08).
               05 filler pic x(02) value spaces.
               05 det-cut pic zzzzzzzz9.
               05 filler pic x(02) value spaces.
               05 det-current pic x(09).
               05 filler pic x(02) value spaces.
               05 det-trl pic zzzzzzzz9.
               05 filler pic x(02) value spaces.
               05 det-arch pic zzzzzzzz9.
               05 filler pic x(02) value spaces.
               05 det-cand pic zzzzzzzz9.
               05 filler pic x(02) value spaces.
      *> UP, SAME, NO RECORD, CURRENT HIGHER, CURRENT BAD, CURRENT
      *> OVER CUT, OVER CUT or NOT ON RING
               05 det-note pic x(16).
           01 tot-line.
               05 filler pic x(20) value 'CANDIDATE RECORDS   '.
               05 tot-cand pic zzzzzz9.
               05 filler pic x(10) value '   RAISED '.
               05 tot-up pic zzzz9.
               05 filler pic x(12) value '   UNCHANGED'.
               05 filler pic x(01) value space.
               05 tot-same pic zzzz9.

       procedure division.
           accept ws-today from date yyyymmdd.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today))
           end-compute.

           move 1 to ws-arg-num. *> arg 1: BUILD, ENTER, RELEASE, DROP
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           move 2 to ws-arg-num. *> arg 2: the operator at the keyboard
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value.

           evaluate ws-function
               when 'BUILD'
                   perform build-the-candidate
               when 'ENTER'
                   perform open-pend-file
                   perform look-for-pending
                   perform enter-the-install
                   close pend-file
               when 'RELEASE'
                   perform open-pend-file
                   perform look-for-pending
                   perform release-the-install
                   close pend-file
               when 'DROP'
                   perform open-pend-file
                   perform look-for-pending
                   perform drop-the-install
                   close pend-file
               when other
                   display '*** function must be BUILD, ENTER, RELEASE'
                       ' or DROP: ' ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

      *> the whole evidence walk. keytrack.dat is only read.
       build-the-candidate.
           perform check-chain-idle
           if ws-chain-busy
               display '*** ' ws-busy-job ' is marked running in'
                   ' runctl.dat - no rebuild while the chain is'
                   ' burning pad ***'
               move 16 to return-code
               exit paragraph
           end-if
           perform open-pend-file
           perform look-for-pending
           close pend-file
           if ws-pending-found
               display '*** an installation entered by '
                   pend-entered-by ' is pending - release or drop'
                   ' it before building again ***'
               move 16 to return-code
               exit paragraph
           end-if

           perform load-the-keyring
           if ws-kt-count = 0
               display '*** no pads on the ring to rebuild ***'
               move 16 to return-code
               exit paragraph
           end-if
           perform load-the-current-balances
           if ws-kt-overflow
               display '*** more than ' ws-kt-max ' key-ids between'
                   ' the ring and keytrack.dat - no candidate'
                   ' written ***'
               move 16 to return-code
               exit paragraph
           end-if

           sort sort-work-file
               on ascending key sortr-key-id
                   sortr-msg-id
                   sortr-timestamp
               input procedure collect-the-checkpoints
               output procedure tally-the-checkpoints.

           perform tally-carried-forward
           perform tally-inbound
           perform tally-sessions

           open output cand-file
           if cand-status not = '00'
               display '*** keytrack.new would not open, status '
                   cand-status ' - no candidate written ***'
               move 16 to return-code
               exit paragraph
           end-if
           open output report-file
           perform write-report-headings
           move 0 to ws-cand-count
           move 0 to ws-up-count
           move 0 to ws-same-count
           move 0 to ws-fail-count
           perform settle-one-candidate
               varying ws-kt-idx from 1 by 1
               until ws-kt-idx > ws-kt-count
           move ws-cand-count to tot-cand
           move ws-up-count to tot-up
           move ws-same-count to tot-same
           move spaces to rpt-line
           write rpt-line
           write rpt-line from tot-line
           close report-file
           close cand-file

           if ws-fail-count > 0
               display '*** ' ws-fail-count ' candidate records'
                   ' failed to write - do not enter this'
                   ' candidate ***'
               move 16 to return-code
           end-if
           display 'keytrack candidate built: ' ws-cand-count
               ' records in keytrack.new, ' ws-up-count
               ' raised - see ktrbld.out'.

      *> one entry per pad on the ring, with the pad ever cut (50
      *> bytes per record) and the date its first record was cut.
      *> the ring reads in key-id order, so a plain control break
      *> starts each pad's entry.
       load-the-keyring.
           move 0 to ws-kt-count
           move spaces to ws-first-gen-date
           open input key-file
           if ws-key-file-status not = '00'
               display '*** keyring not available, status '
                   ws-key-file-status ' - nothing rebuilt ***'
               move 16 to return-code
               goback
           end-if
           move spaces to ws-prior-key-id
           move 'N' to ws-in-eof-switch
           perform load-one-keyring-record until ws-in-eof
           close key-file.

       load-one-keyring-record.
           read key-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if key-id not = ws-prior-key-id
                       move key-id to ws-prior-key-id
                       perform add-ring-entry
                   end-if
                   if ws-kt-count > 0
                       add 50 to ws-kt-cut(ws-kt-count) end-add
                       if key-seq = 1
                           move key-gen-date
                               to ws-kt-gen-date(ws-kt-count)
                       end-if
                   end-if
           end-read.

       add-ring-entry.
           if ws-kt-count not < ws-kt-max
               display '*** more than ' ws-kt-max ' pads on the'
                   ' ring - ' key-id ' and later left out ***'
               move 'Y' to ws-kt-overflow-switch
               move 16 to return-code
               exit paragraph
           end-if
           add 1 to ws-kt-count end-add
           perform clear-new-entry
           move key-id to ws-kt-key-id(ws-kt-count)
           move 'Y' to ws-kt-on-ring(ws-kt-count)
           if key-gen-date is numeric
               if ws-first-gen-date = spaces
                   or key-gen-date < ws-first-gen-date
                   move key-gen-date to ws-first-gen-date
               end-if
           end-if.

       clear-new-entry.
           move spaces to ws-kt-key-id(ws-kt-count)
           move spaces to ws-kt-gen-date(ws-kt-count)
           move 'N' to ws-kt-on-ring(ws-kt-count)
           move 0 to ws-kt-cut(ws-kt-count)
           move 0 to ws-kt-trl-sum(ws-kt-count)
           move 0 to ws-kt-arch-sum(ws-kt-count)
           move 0 to ws-kt-cf-sum(ws-kt-count)
           move 0 to ws-kt-inb-sum(ws-kt-count)
           move 0 to ws-kt-ses-sum(ws-kt-count)
           move 'N' to ws-kt-live-sw(ws-kt-count)
           move 0 to ws-kt-live(ws-kt-count)
           move 0 to ws-kt-live-use(ws-kt-count)
           move 'N' to ws-kt-cand-sw(ws-kt-count)
           move 0 to ws-kt-cand(ws-kt-count).

      *> the current balances, for the report and for the
      *> higher-wins rule. a file that will not open, or breaks off
      *> part way, is noted and what was read stands; a balance that
      *> is not numeric is damaged and honoured as nothing, and one
      *> past the pad ever cut is honoured as the pad spent.
       load-the-current-balances.
           move 'N' to ws-live-state
           open input keytrack-file
           if keytrk-status = '35'
               exit paragraph
           end-if
           if keytrk-status not = '00'
               move 'D' to ws-live-state
               exit paragraph
           end-if
           move 'Y' to ws-live-state
           move 'N' to ws-in-eof-switch
           perform load-one-current-balance until ws-in-eof
           close keytrack-file.

       load-one-current-balance.
           read keytrack-file next record
           evaluate keytrk-status
               when '00'
                   perform take-one-current-balance
               when '10'
                   move 'Y' to ws-in-eof-switch
               when other
                   move 'D' to ws-live-state
                   move 'Y' to ws-in-eof-switch
           end-evaluate.

       take-one-current-balance.
           move keytrk-key-id to ws-look-key-id
           perform find-key-entry
           if not ws-kt-found
               if ws-kt-count not < ws-kt-max
                   display '*** more than ' ws-kt-max ' key-ids -'
                       ' keytrack balance for ' keytrk-key-id
                       ' left out ***'
                   move 'Y' to ws-kt-overflow-switch
                   move 16 to return-code
                   exit paragraph
               end-if
               add 1 to ws-kt-count end-add
               perform clear-new-entry
               move keytrk-key-id to ws-kt-key-id(ws-kt-count)
               move ws-kt-count to ws-kt-idx
           end-if
           if keytrk-bytes-used is not numeric
               move 'B' to ws-kt-live-sw(ws-kt-idx)
               exit paragraph
           end-if
           move 'Y' to ws-kt-live-sw(ws-kt-idx)
           move keytrk-bytes-used to ws-kt-live(ws-kt-idx)
           move keytrk-bytes-used to ws-kt-live-use(ws-kt-idx)
           if ws-kt-on-ring(ws-kt-idx) = 'Y'
               and ws-kt-live(ws-kt-idx) > ws-kt-cut(ws-kt-idx)
               move 'O' to ws-kt-live-sw(ws-kt-idx)
               move ws-kt-cut(ws-kt-idx) to ws-kt-live-use(ws-kt-idx)
           end-if.

      *> sort input: every checkpoint in audit.trl, tallied on its
      *> own as it goes, then every archive generation from the
      *> earliest cut date on the ring to today.
       collect-the-checkpoints.
           open input audit-file
           if audit-status = '00'
               move 'N' to ws-in-eof-switch
               perform release-one-live-checkpoint until ws-in-eof
               close audit-file
           end-if
           if ws-first-gen-date is numeric
               compute ws-first-int = function integer-of-date(
                   function numval(ws-first-gen-date))
               end-compute
           else
               compute ws-first-int = ws-today-int - ws-lookback-days
               end-compute
           end-if
           move 0 to ws-gen-count
           perform release-one-generation
               varying ws-day-int from ws-first-int by 1
               until ws-day-int > ws-today-int.

       release-one-live-checkpoint.
           read audit-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move audit-key-id to ws-look-key-id
                   move audit-timestamp(1:8) to ws-look-date
                   perform find-key-entry
                   if ws-kt-found
                       and ws-look-date not < ws-kt-gen-date(ws-kt-idx)
                       add audit-offset to ws-kt-trl-sum(ws-kt-idx)
                       end-add
                   end-if
                   move audit-key-id to sortr-key-id
                   move audit-msg-id to sortr-msg-id
                   move audit-timestamp to sortr-timestamp
                   move audit-offset to sortr-offset
                   release sortr-record
           end-read.

      *> a day the end-of-day cycle did not run simply has no file.
       release-one-generation.
           move function date-of-integer(ws-day-int) to ws-day-num
           move spaces to ws-arch-name
           string 'audit.' delimited by size
               ws-day-num delimited by size
               into ws-arch-name
           end-string
           open input arch-file
           if ws-arch-file-status not = '00'
               exit paragraph
           end-if
           add 1 to ws-gen-count end-add
           move 'N' to ws-in-eof-switch
           perform release-one-archived-checkpoint until ws-in-eof
           close arch-file.

       release-one-archived-checkpoint.
           read arch-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move arch-key-id to sortr-key-id
                   move arch-msg-id to sortr-msg-id
                   move arch-timestamp to sortr-timestamp
                   move arch-offset to sortr-offset
                   release sortr-record
           end-read.

      *> sort output: the copies of one checkpoint come back
      *> together; the first is counted, the rest skipped.
       tally-the-checkpoints.
           move spaces to ws-prior-key-id
           move spaces to ws-prior-msg-id
           move spaces to ws-prior-timestamp
           move 0 to ws-ckpt-count
           perform tally-one-checkpoint until ws-sort-eof.

       tally-one-checkpoint.
           return sort-work-file
               at end
                   move 'Y' to ws-sort-eof-switch
               not at end
                   if sortr-key-id not = ws-prior-key-id
                       or sortr-msg-id not = ws-prior-msg-id
                       or sortr-timestamp not = ws-prior-timestamp
                       move sortr-key-id to ws-prior-key-id
                       move sortr-msg-id to ws-prior-msg-id
                       move sortr-timestamp to ws-prior-timestamp
                       perform count-one-checkpoint
                   end-if
           end-return.

       count-one-checkpoint.
           add 1 to ws-ckpt-count end-add
           move sortr-key-id to ws-look-key-id
           move sortr-timestamp(1:8) to ws-look-date
           perform find-key-entry
           if ws-kt-found
               and ws-look-date not < ws-kt-gen-date(ws-kt-idx)
               add sortr-offset to ws-kt-arch-sum(ws-kt-idx) end-add
           end-if.

      *> the purged checkpoints' carried-forward sums. retirement
      *> removes a pad's entry, so what is here belongs to the pad
      *> now on the ring.
       tally-carried-forward.
           open input auditcf-file
           if aucf-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform tally-one-carried-forward until ws-in-eof
           close auditcf-file.

       tally-one-carried-forward.
           read auditcf-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move aucf-key-id to ws-look-key-id
                   perform find-key-entry
                   if ws-kt-found
                       move aucf-offset-sum to ws-kt-cf-sum(ws-kt-idx)
                   end-if
           end-read.

       tally-inbound.
           open input inbtrack-file
           if inbt-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform tally-one-inbound until ws-in-eof
           close inbtrack-file.

       tally-one-inbound.
           read inbtrack-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move inbt-key-id to ws-look-key-id
                   move inbt-timestamp(1:8) to ws-look-date
                   perform find-key-entry
                   if ws-kt-found
                       and ws-look-date not < ws-kt-gen-date(ws-kt-idx)
                       add inbt-offset to ws-kt-inb-sum(ws-kt-idx)
                       end-add
                   end-if
           end-read.

       tally-sessions.
           open input session-file
           if ws-ses-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform tally-one-session until ws-in-eof
           close session-file.

       tally-one-session.
           read session-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move ses-key-id to ws-look-key-id
                   move ses-date to ws-look-date
                   perform find-key-entry
                   if ws-kt-found
                       and ws-look-date not < ws-kt-gen-date(ws-kt-idx)
                       add ses-bytes to ws-kt-ses-sum(ws-kt-idx)
                       end-add
                   end-if
           end-read.

      *> the candidate for one key-id: the higher audit-side
      *> position, or the current balance where that is higher. a
      *> keytrack orphan - a key-id the ring no longer holds - is
      *> carried as it stands.
       settle-one-candidate.
           compute ws-trl-position = ws-kt-trl-sum(ws-kt-idx)
               + ws-kt-cf-sum(ws-kt-idx) + ws-kt-inb-sum(ws-kt-idx)
               + ws-kt-ses-sum(ws-kt-idx)
           end-compute
           compute ws-arch-position = ws-kt-arch-sum(ws-kt-idx)
               + ws-kt-inb-sum(ws-kt-idx) + ws-kt-ses-sum(ws-kt-idx)
           end-compute
           move ws-trl-position to ws-new-position
           if ws-arch-position > ws-new-position
               move ws-arch-position to ws-new-position
           end-if
           if ws-kt-live-use(ws-kt-idx) > ws-new-position
               move ws-kt-live-use(ws-kt-idx) to ws-new-position
           end-if
           if ws-new-position > 9999999
               move 9999999 to ws-new-position
           end-if
           move ws-new-position to ws-kt-cand(ws-kt-idx)
           move 'Y' to ws-kt-cand-sw(ws-kt-idx)

           move ws-kt-key-id(ws-kt-idx) to cand-key-id
           move ws-new-position to cand-bytes-used
           write cand-record
           if cand-status not = '00'
               display '*** candidate write failed for '
                   ws-kt-key-id(ws-kt-idx) ' status ' cand-status
                   ' ***'
               add 1 to ws-fail-count end-add
           else
               add 1 to ws-cand-count end-add
           end-if
           perform write-detail-line.

       write-detail-line.
           move spaces to det-line
           move ws-kt-key-id(ws-kt-idx) to det-key-id
           move ws-kt-cut(ws-kt-idx) to det-cut
           evaluate ws-kt-live-sw(ws-kt-idx)
               when 'N'
                   move '     NONE' to det-current
               when 'B'
                   move '      BAD' to det-current
               when other
                   move ws-kt-live(ws-kt-idx) to ws-edit-num
                   move ws-edit-num to det-current
           end-evaluate
           move ws-trl-position to det-trl
           move ws-arch-position to det-arch
           move ws-new-position to det-cand
           evaluate true
               when ws-kt-on-ring(ws-kt-idx) not = 'Y'
                   move 'NOT ON RING' to det-note
               when ws-new-position > ws-kt-cut(ws-kt-idx)
                   move 'OVER CUT' to det-note
               when ws-kt-live-sw(ws-kt-idx) = 'B'
                   move 'CURRENT BAD' to det-note
               when ws-kt-live-sw(ws-kt-idx) = 'O'
                   move 'CURRENT OVER CUT' to det-note
               when ws-kt-live-sw(ws-kt-idx) = 'N'
                   move 'NO RECORD' to det-note
               when ws-new-position > ws-kt-live(ws-kt-idx)
                   move 'UP' to det-note
               when ws-kt-live(ws-kt-idx) > ws-trl-position
                   and ws-kt-live(ws-kt-idx) > ws-arch-position
                   move 'CURRENT HIGHER' to det-note
               when other
                   move 'SAME' to det-note
           end-evaluate
           if ws-kt-live-sw(ws-kt-idx) = 'Y'
               and ws-new-position = ws-kt-live(ws-kt-idx)
               add 1 to ws-same-count end-add
           else
               add 1 to ws-up-count end-add
           end-if
           write rpt-line from det-line.

       write-report-headings.
           move ws-today to hdg-date
           move ws-gen-count to hdg-gens
           move ws-ckpt-count to hdg-ckpts
           evaluate true
               when ws-live-readable
                   move 'read in full' to hdg-live
               when ws-live-damaged
                   move 'DAMAGED - read only in part, if at all'
                       to hdg-live
               when other
                   move 'not on file' to hdg-live
           end-evaluate
           write rpt-line from hdg-line-1
           write rpt-line from hdg-line-2
           move spaces to rpt-line
           write rpt-line
           write rpt-line from hdg-line-3.

      *> first half of the two-person control: the candidate as it
      *> stands is parked for release; keytrack.dat is not touched.
       enter-the-install.
           move 'E' to ws-auth-need
           perform check-operator-authority
           if not ws-operator-ok
               move 16 to return-code
               exit paragraph
           end-if
           if ws-pending-found
               display '*** an installation entered by '
                   pend-entered-by ' is already pending - release'
                   ' or drop it first ***'
               move 16 to return-code
               exit paragraph
           end-if
           perform count-the-candidate
           if ws-cand-count = 0
               display '*** keytrack.new holds no candidate - run'
                   ' BUILD first ***'
               move 16 to return-code
               exit paragraph
           end-if

           move 'ENTERED' to ws-kact-event
           move spaces to ws-kact-detail
           string 'candidate ' delimited by size
               ws-cand-count delimited by size
               ' records' delimited by size
               into ws-kact-detail
           end-string
           perform write-action-journal
           if ws-jnl-failed
               perform refuse-unjournalled
               exit paragraph
           end-if

           move 'KTRB' to pend-action
           move 'KEYTRACK' to pend-key-id
           move ws-cand-count to pend-new-balance
           move 'REBUILD' to pend-reason
           move ws-operator-id to pend-entered-by
           accept pend-entered-ts(1:8) from date yyyymmdd
           accept pend-entered-ts(9:8) from time
           write pend-record
           if pend-status not = '00'
               display '*** pending write failed, status '
                   pend-status ' - the journal line just written'
                   ' records an entry that did NOT land ***'
               move 16 to return-code
           else
               display 'keytrack installation of ' ws-cand-count
                   ' candidate records entered by ' ws-operator-id
                   ' - awaiting release by a second operator'
           end-if.

      *> second half: a different operator with release authority
      *> installs. the candidate must be the one entered, and is
      *> merged with the balances as they stand now.
       release-the-install.
           move 'R' to ws-auth-need
           perform check-operator-authority
           if not ws-operator-ok
               move 16 to return-code
               exit paragraph
           end-if
           if not ws-pending-found
               display '*** no keytrack installation is pending ***'
               move 16 to return-code
               exit paragraph
           end-if
           if pend-entered-by = ws-operator-id
               display '*** ' ws-operator-id ' entered this'
                   ' installation - release must come from a second'
                   ' operator ***'
               move 16 to return-code
               exit paragraph
           end-if
           perform check-chain-idle
           if ws-chain-busy
               display '*** ' ws-busy-job ' is marked running in'
                   ' runctl.dat - release refused until it ends ***'
               move 16 to return-code
               exit paragraph
           end-if
           perform count-the-candidate
           if ws-cand-count not = pend-new-balance
               display '*** keytrack.new holds ' ws-cand-count
                   ' records, the entry was for ' pend-new-balance
                   ' - release refused, drop the entry ***'
               move 16 to return-code
               exit paragraph
           end-if

           perform load-the-keyring
           perform load-the-current-balances
           perform merge-the-candidate
           if ws-kt-overflow
               display '*** more than ' ws-kt-max ' key-ids between'
                   ' the ring, keytrack.dat and the candidate -'
                   ' release refused, keytrack.dat stands'
                   ' unchanged ***'
               move 16 to return-code
               exit paragraph
           end-if
           move 0 to ws-up-count
           move 0 to ws-same-count
           perform settle-one-install
               varying ws-kt-idx from 1 by 1
               until ws-kt-idx > ws-kt-count

           perform write-install-journal
           if ws-jnl-failed
               display '*** journal write failed, status '
                   ws-jnl-file-status ' - installation refused,'
                   ' keytrack.dat stands unchanged ***'
               move 16 to return-code
               exit paragraph
           end-if
           move 'RELEASED' to ws-kact-event
           move spaces to ws-kact-detail
           string 'entered by ' delimited by size
               pend-entered-by delimited by space
               into ws-kact-detail
           end-string
           perform write-action-journal
           if ws-jnl-failed
               perform refuse-unjournalled
               exit paragraph
           end-if

           perform install-the-balances
           perform drop-pending-record
           display 'keytrack.dat rebuilt: ' ws-up-count ' balances'
               ' raised, ' ws-same-count ' unchanged; entered by '
               pend-entered-by ', released by ' ws-operator-id.

      *> withdraws the pending installation unapplied.
       drop-the-install.
           if not ws-pending-found
               display '*** no keytrack installation is pending ***'
               move 16 to return-code
               exit paragraph
           end-if
           if ws-operator-id = pend-entered-by
               move 'E' to ws-auth-need
           else
               move 'R' to ws-auth-need
           end-if
           perform check-operator-authority
           if not ws-operator-ok
               move 16 to return-code
               exit paragraph
           end-if

           move 'DROPPED' to ws-kact-event
           move spaces to ws-kact-detail
           string 'entered by ' delimited by size
               pend-entered-by delimited by space
               into ws-kact-detail
           end-string
           perform write-action-journal
           if ws-jnl-failed
               perform refuse-unjournalled
               exit paragraph
           end-if

           perform drop-pending-record
           display 'pending keytrack installation dropped by '
               ws-operator-id ' - keytrack.dat never touched'.

       count-the-candidate.
           move 0 to ws-cand-count
           open input cand-file
           if cand-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform count-one-candidate until ws-in-eof
           close cand-file.

       count-one-candidate.
           read cand-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   add 1 to ws-cand-count end-add
           end-read.

      *> the candidate balances into the table beside the current
      *> ones just loaded.
       merge-the-candidate.
           open input cand-file
           if cand-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform merge-one-candidate until ws-in-eof
           close cand-file.

       merge-one-candidate.
           read cand-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move cand-key-id to ws-look-key-id
                   perform find-key-entry
                   if not ws-kt-found
                       and ws-kt-count not < ws-kt-max
                       display '*** more than ' ws-kt-max
                           ' key-ids - candidate balance for '
                           cand-key-id ' left out ***'
                       move 'Y' to ws-kt-overflow-switch
                       move 16 to return-code
                   end-if
                   if not ws-kt-found
                       and ws-kt-count < ws-kt-max
                       add 1 to ws-kt-count end-add
                       perform clear-new-entry
                       move cand-key-id to ws-kt-key-id(ws-kt-count)
                       move ws-kt-count to ws-kt-idx
                       move 'Y' to ws-kt-found-switch
                   end-if
                   if ws-kt-found
                       move 'Y' to ws-kt-cand-sw(ws-kt-idx)
                       move cand-bytes-used to ws-kt-cand(ws-kt-idx)
                   end-if
           end-read.

      *> the balance installed for one key-id: the higher of the
      *> candidate and the current balance as honoured now. an
      *> entry with neither writes no record.
       settle-one-install.
           if ws-kt-cand-sw(ws-kt-idx) not = 'Y'
               move 0 to ws-kt-cand(ws-kt-idx)
           end-if
           if ws-kt-live-use(ws-kt-idx) > ws-kt-cand(ws-kt-idx)
               move ws-kt-live-use(ws-kt-idx) to ws-kt-cand(ws-kt-idx)
           end-if
           if ws-kt-cand(ws-kt-idx) > 9999999
               move 9999999 to ws-kt-cand(ws-kt-idx)
           end-if
           if ws-kt-cand-sw(ws-kt-idx) = 'Y'
               or ws-kt-live-sw(ws-kt-idx) not = 'N'
               move 'Y' to ws-kt-cand-sw(ws-kt-idx)
               if ws-kt-live-sw(ws-kt-idx) = 'Y'
                   and ws-kt-cand(ws-kt-idx) = ws-kt-live(ws-kt-idx)
                   add 1 to ws-same-count end-add
               else
                   add 1 to ws-up-count end-add
               end-if
           end-if.

      *> one keyadj.jnl line for every balance the installation
      *> changes or creates, reason REBUILD, before any of them is
      *> touched. the whole line is cleared to spaces first: LINE
      *> SEQUENTIAL refuses a record with control bytes in it.
       write-install-journal.
           move 'N' to ws-jnl-failed-switch
           open extend journal-file
           if ws-jnl-file-status = '35'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if
           if ws-jnl-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
               exit paragraph
           end-if
           perform journal-one-install
               varying ws-kt-idx from 1 by 1
               until ws-kt-idx > ws-kt-count or ws-jnl-failed
           close journal-file.

       journal-one-install.
           if ws-kt-cand-sw(ws-kt-idx) not = 'Y'
               exit paragraph
           end-if
           if ws-kt-live-sw(ws-kt-idx) = 'Y'
               and ws-kt-cand(ws-kt-idx) = ws-kt-live(ws-kt-idx)
               exit paragraph
           end-if
           if ws-kt-live-sw(ws-kt-idx) = 'N'
               move 0 to ws-old-position
           else
               move ws-kt-live(ws-kt-idx) to ws-old-position
           end-if
           move spaces to jnl-line
           accept jnl-date from date yyyymmdd
           accept jnl-time from time
           move ws-kt-key-id(ws-kt-idx) to jnl-key-id
           move ws-old-position to jnl-old-balance
           move ws-kt-cand(ws-kt-idx) to jnl-new-balance
           move ws-kt-cut(ws-kt-idx) to jnl-total-cut
           move ws-operator-id to jnl-operator
           move 'REBUILD' to jnl-reason
           write jnl-line
           if ws-jnl-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
           end-if.

      *> keytrack.dat is written afresh from the table. the journal
      *> lines are already on disk, so a failure here means journal
      *> entries for a change that did not land - said so, loudly.
       install-the-balances.
           if ws-kt-overflow
               display '*** key table overflowed - keytrack.dat'
                   ' not rewritten from a partial table ***'
               move 16 to return-code
               exit paragraph
           end-if
           open output keytrack-file
           if keytrk-status not = '00'
               display '*** keytrack.dat would not open for output,'
                   ' status ' keytrk-status ' - the journal lines'
                   ' just written record a change that did NOT'
                   ' land ***'
               move 16 to return-code
               exit paragraph
           end-if
           move 0 to ws-fail-count
           perform install-one-balance
               varying ws-kt-idx from 1 by 1
               until ws-kt-idx > ws-kt-count
           close keytrack-file
           if ws-fail-count > 0
               display '*** ' ws-fail-count ' balances failed to'
                   ' write - keytrack.dat is incomplete, rerun the'
                   ' release before any traffic runs ***'
               move 16 to return-code
           end-if.

       install-one-balance.
           if ws-kt-cand-sw(ws-kt-idx) not = 'Y'
               exit paragraph
           end-if
           move ws-kt-key-id(ws-kt-idx) to keytrk-key-id
           move ws-kt-cand(ws-kt-idx) to keytrk-bytes-used
           write keytrk-record
           if keytrk-status not = '00'
               display '*** balance write failed for '
                   ws-kt-key-id(ws-kt-idx) ' status ' keytrk-status
                   ' ***'
               add 1 to ws-fail-count end-add
           end-if.

       find-key-entry.
           move 'N' to ws-kt-found-switch
           perform match-one-key-entry
               varying ws-kt-idx from 1 by 1
               until ws-kt-idx > ws-kt-count or ws-kt-found.

       match-one-key-entry.
           if ws-kt-key-id(ws-kt-idx) = ws-look-key-id
               move 'Y' to ws-kt-found-switch
               subtract 1 from ws-kt-idx end-subtract
           end-if.

      *> a job of the nightly chain still marked running may be
      *> burning pad this minute. no runctl.dat at all means the
      *> chain has never run under the interlock.
       check-chain-idle.
           move 'N' to ws-chain-busy-switch
           open input runctl-file
           if runctl-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform check-one-job until ws-in-eof
           close runctl-file.

       check-one-job.
           read runctl-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if runctl-outcome = 'RUNNING'
                       move 'Y' to ws-chain-busy-switch
                       move runctl-job to ws-busy-job
                   end-if
           end-read.

       drop-pending-record.
           move 'KTRB' to pend-action
           move 'KEYTRACK' to pend-key-id
           delete pend-file record
               invalid key
                   continue
           end-delete.

       look-for-pending.
           move 'KTRB' to pend-action
           move 'KEYTRACK' to pend-key-id
           read pend-file
               invalid key
                   move 'N' to ws-pend-found-switch
               not invalid key
                   move 'Y' to ws-pend-found-switch
           end-read.

      *> the operator at the keyboard must be registered in
      *> opauth.dat with the authority the path in hand demands; a
      *> missing or unreadable authority file refuses everything.
       check-operator-authority.
           move 'N' to ws-auth-ok-switch
           if ws-operator-id = spaces
               display '*** operator id parameter is required ***'
               exit paragraph
           end-if
           open input opauth-file
           if opauth-status not = '00'
               display '*** opauth.dat not readable, status '
                   opauth-status ' - refused; register operators'
                   ' with otp-opadm first ***'
               exit paragraph
           end-if
           move ws-operator-id to opauth-operator
           read opauth-file
               invalid key
                   display '*** operator ' ws-operator-id ' is not'
                       ' registered ***'
               not invalid key
                   if ws-auth-need = 'R'
                       if opauth-may-release
                           move 'Y' to ws-auth-ok-switch
                       else
                           display '*** operator ' ws-operator-id
                               ' holds class ' opauth-class
                               ' - release authority is required'
                               ' here ***'
                       end-if
                   else
                       if opauth-may-enter
                           move 'Y' to ws-auth-ok-switch
                       else
                           display '*** operator ' ws-operator-id
                               ' holds class ' opauth-class
                               ' - enter authority is required'
                               ' here ***'
                       end-if
                   end-if
           end-read
           close opauth-file.

       refuse-unjournalled.
           display '*** action journal write failed, status '
               ws-kact-file-status ' - refused, an unjournalled'
               ' key-management action is never taken ***'
           move 16 to return-code.

      *> keypend.dat is created empty on first use (status 35 only);
      *> any other failure means pending actions that cannot be
      *> read, and nothing is entered or released past them.
       open-pend-file.
           open i-o pend-file.
           if pend-status = '35'
               open output pend-file
               close pend-file
               open i-o pend-file
           end-if.
           if pend-status not = '00'
               display '*** keypend.dat would not open, status '
                   pend-status ' - nothing built, entered or'
                   ' released ***'
               move 16 to return-code
               goback
           end-if.

      *> one keyact.jnl line per state change, written and verified
      *> before the state changes; created on first use.
       write-action-journal.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'KTRB' to kact-action
           move 'KEYTRACK' to kact-key-id
           move ws-kact-event to kact-event
           move ws-operator-id to kact-operator
           move ws-kact-detail to kact-detail

           open extend kact-file
           if ws-kact-file-status = '35'
               open output kact-file
               close kact-file
               open extend kact-file
           end-if
           if ws-kact-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
               exit paragraph
           end-if
           write kact-line
           if ws-kact-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
           end-if
           close kact-file.

       end program otp-ktrbld.
