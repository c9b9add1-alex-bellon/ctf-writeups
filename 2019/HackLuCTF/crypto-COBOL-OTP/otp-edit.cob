      *> a queue bigger than the pad left to burn was only discovered
      *> mid-run, after earlier transactions had already spent pad.
      *> this program runs before the window: it reads the desk's raw
      *> queue (transin.txt) and the traffic held over from earlier
      *> cycles (transhld.txt), validates every record, and writes the
      *> clean transactions to trans.txt - the queue otp-batch reads -
      *> with the failures going to transrej.txt behind a reason code
      *> so the desk can fix and resubmit before the window instead of
      *> after it.
      *>
      *> edits applied, in the order they are checked:
      *>   TYPX  trans-rec-type is not M, C, L or blank (a blank is
      *>         normalized to M, message, on the way through)
      *>   MSGB  trans-msg-id is blank
      *>   DUPF  trans-msg-id appears earlier in the same file
      *>   DUPA  trans-msg-id is already checkpointed in audit.trl
      *>   STNX  the station the message is for - trans-dest, or the
      *>         terminal a hand-keyed key-id's pad was issued to,
      *>         checked once KEYN has passed - is not on the
      *>         station master (station.dat) or is closed there
      *>   DSTX  trans-dest names a terminal with no entries in the
      *>         routing directory (or the key-id assignment walked
      *>         every registered pad and none had room - that lands
      *>         PADX, below, the same as a hand-keyed overrun);
      *>         a terminal with none of its own but an entry in
      *>         the relay routing table (relayrt.dat, otp-relay)
      *>         is routed through the relay neighbour instead, and
      *>         its key and pad verdicts are taken against the
      *>         neighbour; the station verdict is taken against
      *>         both the final station and the neighbour
      *>   KEYN  trans-key-id has no records in the keyring
      *>   CMPX  trans-key-id is declared compromised in
      *>         compromise.dat (otp-compromise) - traffic burned on
      *>         an exposed pad is read as it is sent
      *>   CSTX  the key-id's custody record says the far terminal
      *>         has not yet confirmed holding the pad - a message
      *>         burned against it would be undeliverable. a key-id
      *>   TXTB  trans-msg-text is blank
      *>   PRCX  trans-precedence is not F, I, P, R or blank (a blank
      *>         is normalized to R, routine, on the way through)
      *>   RLSX  the release time is not blank and not a real
      *>         yyyymmddhhmm (checked after DUPA, ahead of the
      *>         station and key edits)
      *>   LSTX  a multi-address message whose distribution list
      *>         is not on file or has no members, or more than 99;
      *>         whose message-id is longer than six characters;
      *>         or that carries a hand-keyed key-id
      *>   PADX  the queue accepted so far plus this message does not
      *>         fit in the key-id's remaining pad (pad cut per the
      *>         keyring record counts, the way otp-invrpt totals
      *>         or pad verdict the set rejects whole behind that
      *>         reason instead.
      *>
      *> traffic for a station the master shows suspended is neither
      *> queued nor rejected but held: it goes to transhld.new behind
      *> a hold code (SUSP) in place of a reason, untouched by the
      *> later edits, and otp-eod carries it into transhld.txt at the
      *> end of the cycle. the next cycle's edit reads it back in
      *> ahead of the new queue and gives it the whole battery again,
      *> so it queues (pad checks and all) on the first cycle after
      *> the station is resumed - or rejects STNX if it was closed
      *> instead. this program never overwrites the held file it
      *> reads, so a rerun within the cycle sees the same held
      *> traffic as the first run.
      *>
      *> the desk may also give a message a release time (yyyymmdd
      *> hhmm, on the end of the raw record; blank means now).
      *> until it is due the message is held the same way, behind
      *> hold code SCHD, once the message-id edits have passed - no
      *> station, key or pad verdict is taken and no pad is
      *> promised, since the pad the message will burn is the one
      *> in issue when it goes. the first edit run at or after the
      *> release time gives it the whole battery and queues it.
      *> every member of a set must carry the same release time.
      *>
      *> a multi-address message (rec-type L) names a distribution
      *> list (dlist.dat, kept by the desk with otp-dlist) in
      *> trans-dest instead of a station. it takes the message-id,
      *> release, list, text and precedence edits as a whole - and
      *> is held whole, as a multi-address message, until its
      *> release time - then is cut into one ordinary message per
      *> station on the list, in list order. each copy's message-id
      *> is the parent's first six characters (a shorter id filled
      *> out with '-') and the copy's number, 01 upward; each takes
      *> the standalone battery on its own, from MSGB on, so it
      *> gets its key-id from its own station's routing entries and
      *> a copy that fails - no pad with room, custody not
      *> confirmed, station closed - rejects alone while the rest
      *> queue. every copy is recorded in mlink.dat against its
      *> parent with the edit's verdict, for otp-dlist's collective
      *> status report. multi-part sets are not sent multi-address:
      *> an L record carrying a set-id rejects SEGX with its set. a
      *> cancel must name a copy's own message-id, or - while it is
      *> still held whole - the multi-address message's.
      *>
      *> held traffic of either kind can be withdrawn with an
      *> ordinary cancel: a held message whose message-id a cancel
      *> in the same run names - or any member of a held set one of
      *> whose members is named - is dropped from the held file and
      *> registered in recall.dat at stage HELD, and the cancel is
      *> spent here instead of going on to the batch.
      *>
      *> a cancel (rec-type C) withdraws a queued or encrypted
      *> message and takes only the edits that apply to it: the
      *> target message-id must be present (MSGB), so must the
      *>   its output) and the outcome is stamped at end. an abend
      *>   leaves the RUNNING mark for the desk to clear with
      *>   otp-runlog RESET once the cause is understood.
      *>   a pad declared compromised with otp-compromise is held
      *>   from the next run: a hand-keyed key-id on the register
      *>   rejects CMPX (after KEYN, ahead of CSTX), and the routing
      *>   assignment passes a compromised pad over so traffic rolls
      *>   to the terminal's next sound pad - a destination left with
      *>   only compromised pads rejects CMPX rather than PADX, so the
      *>   desk sees why.
      *>   the station master (station.dat, otp-station) now gates
      *>   the edit: traffic for a station not on file or closed
      *>   rejects STNX - a typo in trans-dest used to fail only if
      *>   route.dat happened to be empty for it - and traffic for a
      *>   suspended station is held over in the held-traffic file
      *>   and re-edited every cycle until the station is resumed.
      *>   a site with no station.dat yet gates nothing.
      *>   the raw record grew a release time on its end, carried on
      *>   the held and reject records too: future-dated traffic is
      *>   held behind SCHD and queued by the first edit run after it
      *>   falls due, with the pad verdict taken then. a release
      *>   time that is not a real date and time rejects RLSX.
      *>   cancels are now written to the clean queue after the edit
      *>   pass instead of as they are read - the batch sorts them
      *>   ahead of the queue regardless - so a cancel that catches
      *>   a held message can be spent here, the held message
      *>   dropped and the recall registered at stage HELD; a held
      *>   message used to be out of reach of any cancel.
      *>   multi-address messages: an L record names a
      *>   distribution list from dlist.dat and is cut into one
      *>   message per station on it, each under a message-id
      *>   derived from the parent's and linked back to it in
      *>   mlink.dat, each taking its own routing, custody and pad
      *>   verdicts. a list that cannot be expanded rejects LSTX.
      *>   relay traffic: a destination we hold no pads with is
      *>   reached through the neighbour the relay routing table
      *>   names - the final station must still pass the station
      *>   master as well as the neighbour - and the end-to-end
      *>   addressing (final station,
      *>   originating station, precedence) goes to onward.dat for
      *>   otp-dispatch to put on the wire. a message otp-inbatch
      *>   queued on from another station keeps its originating
      *>   station and precedence on its next leg.

       environment division.
           input-output section.
               organization line sequential
               file status is ws-transin-file-status.

      *> traffic held over from earlier cycles, carried here by
      *> otp-eod; read ahead of the new queue and edited again
               select held-in-file assign to 'transhld.txt'
               organization line sequential
               file status is ws-hldin-file-status.

      *> traffic held this run, rebuilt every edit run
               select held-out-file assign to 'transhld.new'
               organization line sequential
               file status is ws-hldout-file-status.

      *> the raw queue sorted into precedence-within-arrival order,
      *> which is the order pad bytes are promised in
               select sort-work-file assign to 'sortwk1.tmp'.
               record key is cust-key-id
               file status is cust-status.

      *> the station master, read-only, for the STNX edit and the
      *> suspended-station hold
               select stn-file assign to 'station.dat'
               organization indexed
               access mode dynamic
               record key is stn-terminal
               file status is stn-status-code.

      *> the compromise register, read-only, for the CMPX hold
               select cmp-file assign to 'compromise.dat'
               organization indexed
               access mode dynamic
               record key is cmp-key-id
               file status is cmp-status.

      *> the recall register, for cancels that catch held traffic
               select recall-file assign to 'recall.dat'
               organization indexed
               access mode dynamic
               record key is rcl-msg-id
               file status is rcl-status.

      *> the distribution lists, read once into the list table for
      *> multi-address expansion
               select dlist-file assign to 'dlist.dat'
               organization indexed
               access mode dynamic
               record key is dl-key
               file status is dl-status.

      *> one record per copy cut from a multi-address message
               select mlink-file assign to 'mlink.dat'
               organization indexed
               access mode dynamic
               record key is mlnk-msg-id
               file status is mlnk-status.

      *> the relay routing table, read once: the neighbour that
      *> carries traffic for a station we hold no pads with
               select rlyrt-file assign to 'relayrt.dat'
               organization indexed
               access mode dynamic
               record key is rlyrt-station
               file status is rlyrt-status.

      *> end-to-end addressing for traffic going out through a relay,
      *> or queued on by otp-inbatch as a relay station
               select onward-file assign to 'onward.dat'
               organization indexed
               access mode dynamic
               record key is onw-msg-id
               file status is onw-status.

      *> the channel control file, read-only, for this station's own
      *> id - the originating station on relay traffic
               select chan-file assign to 'chanctl.dat'
               organization indexed
               access mode dynamic
               record key is chan-key
               file status is chan-status.

               select except-file assign to 'except.log'
               organization line sequential
               file status is ws-excp-file-status.
               05 transin-part pic x(02).
               05 transin-part-count pic x(02).
               05 transin-msg-text pic x(200).
      *> yyyymmddhhmm the message may go, blank = now; a queue keyed
      *> before the field existed reads blank
               05 transin-release-ts pic x(12).

      *> a held record: the raw record intact behind the hold code
      *> that put it there, the same shape as a reject
           fd held-in-file.
           01 hldin-record.
      *> SUSP station suspended, SCHD release time not yet due
               05 hldin-reason pic x(04).
               05 hldin-rec-type pic x(01).
               05 hldin-msg-id pic x(08).
               05 hldin-dest pic x(08).
               05 hldin-key-id pic x(08).
               05 hldin-precedence pic x(01).
               05 hldin-set-id pic x(08).
               05 hldin-part pic x(02).
               05 hldin-part-count pic x(02).
               05 hldin-msg-text pic x(200).
               05 hldin-release-ts pic x(12).

           fd held-out-file.
           01 hldout-record.
               05 hldout-reason pic x(04).
               05 hldout-rec-type pic x(01).
               05 hldout-msg-id pic x(08).
               05 hldout-dest pic x(08).
               05 hldout-key-id pic x(08).
               05 hldout-precedence pic x(01).
               05 hldout-set-id pic x(08).
               05 hldout-part pic x(02).
               05 hldout-part-count pic x(02).
               05 hldout-msg-text pic x(200).
               05 hldout-release-ts pic x(12).

      *> the raw records again, led by a normalized rank the sort
      *> orders on; the precedence itself rides along untouched so
               05 sortq-part pic x(02).
               05 sortq-part-count pic x(02).
               05 sortq-msg-text pic x(200).
               05 sortq-release-ts pic x(12).

      *> the raw queue in the order the edits are applied
           fd sorted-in-file.
               05 srtin-part pic x(02).
               05 srtin-part-count pic x(02).
               05 srtin-msg-text pic x(200).
               05 srtin-release-ts pic x(12).

           fd trans-file.
           copy transrec.
               05 rej-part pic x(02).
               05 rej-part-count pic x(02).
               05 rej-msg-text pic x(200).
               05 rej-release-ts pic x(12).

           fd keytrack-file.
           01 keytrk-record.
           fd cust-file.
           copy custrec.

           fd stn-file.
           copy stnrec.

           fd cmp-file.
           copy cmprec.

           fd recall-file.
           copy rclrec.

           fd dlist-file.
           copy dlistrec.

           fd mlink-file.
           copy mlinkrec.

           fd rlyrt-file.
           copy rlyrtrec.

           fd onward-file.
           copy onwrdrec.

           fd chan-file.
           copy chanrec.

      *> dated log of key-file trouble seen during the run
           fd except-file.
           copy excprec.
               88 ws-key-eof value 'Y'.
           77 ws-transin-eof-switch pic x(1) value 'N'.
               88 ws-transin-eof value 'Y'.
           77 ws-hldin-file-status pic x(02) value spaces.
           77 ws-hldout-file-status pic x(02) value spaces.
           77 ws-hldin-eof-switch pic x(1) value 'N'.
               88 ws-hldin-eof value 'Y'.
      *> 'Y' when there is a new queue, and when there is held
      *> traffic, to edit this run
           77 ws-transin-present-switch pic x(1) value 'N'.
               88 ws-transin-present value 'Y'.
           77 ws-held-present-switch pic x(1) value 'N'.
               88 ws-held-present value 'Y'.
      *> 'Y' at end of the sorted queue while the edits run
           77 ws-sortin-eof-switch pic x(1) value 'N'.
               88 ws-sortin-eof value 'Y'.
           01 ws-key-table.
               05 ws-kt-entry occurs 500.
                   10 ws-kt-key-id pic x(08).
      *> the terminal the pad was issued to, off its keyring header
                   10 ws-kt-terminal pic x(08).
      *> 50 bytes per keyring record, the way otp-invrpt totals it
                   10 ws-kt-total-bytes pic 9(09).
      *> keytrk-bytes-used, 0 if the key-id has no record yet
           77 ws-seen-count pic 9(05) value 0.
           77 ws-seen-idx pic 9(05).

      *> every cancel accepted in the file, so a double-keyed
      *> cancel rejects DUPF here instead of confusing the batch's
      *> recall bookkeeping. the finished queue record waits here
      *> until the edit pass is over: a cancel that caught its
      *> target in the held traffic is spent, and never reaches the
      *> batch
           01 ws-cnl-seen-table.
               05 ws-ct-entry occurs 200.
                   10 ws-ct-target pic x(08).
                   10 ws-ct-by pic x(08).
                   10 ws-ct-rec pic x(238).
                   10 ws-ct-caught-sw pic x(01).
           77 ws-ct-count pic 9(03) value 0.
           77 ws-ct-idx pic 9(03).

      *> every cancel target in the queue, gathered by the survey
      *> pass so a held set can be withdrawn whole when a cancel
      *> names any one of its members - the batch condemns a set the
      *> same way
           01 ws-cnl-want-table.
               05 ws-cw-entry occurs 200.
                   10 ws-cw-target pic x(08).
                   10 ws-cw-by pic x(08).
           77 ws-cw-count pic 9(03) value 0.
           77 ws-cw-idx pic 9(03).
           77 rcl-status pic x(2) value spaces.
      *> 'Y' when the held message in hand has been cancelled, and
      *> who asked
           77 ws-held-cnl-switch pic x(1) value 'N'.
               88 ws-held-cancelled value 'Y'.
           77 ws-held-cnl-by pic x(08) value spaces.
      *> yyyymmddhhmm this run started; a release time after it is
      *> not yet due
           77 ws-now-ts pic x(12) value spaces.
           77 ws-now-time pic x(08) value spaces.
      *> the release time's date, as a number for the calendar check
           77 ws-rls-date pic 9(08) value 0.
      *> the release-time verdict on the record in hand: due (or
      *> none given), not yet due, or not a real date and time
           77 ws-rls-verdict pic x(1) value 'D'.
               88 ws-rls-due value 'D'.
               88 ws-rls-future value 'H'.
               88 ws-rls-bad value 'X'.

      *> the routing directory read straight off route.dat, whose
      *> primary key order is issue order within a terminal - so a
      *> terminal's pads appear here in the order they should be
      *> because its custody is unconfirmed - that names the reject
           77 ws-cust-blocked-switch pic x(1) value 'N'.
               88 ws-cust-blocked value 'Y'.
           77 stn-status-code pic x(2) value spaces.
      *> 'Y' while station.dat is open and checkable; a site with no
      *> station master yet gates nothing
           77 ws-stn-open-switch pic x(1) value 'N'.
               88 ws-stn-usable value 'Y'.
      *> the station being checked, and the master's verdict on it
           77 ws-stn-terminal pic x(08) value spaces.
           77 ws-stn-verdict pic x(1) value 'A'.
               88 ws-stn-open value 'A'.
               88 ws-stn-held value 'S'.
               88 ws-stn-refused value 'X'.
           77 cmp-status pic x(2) value spaces.
      *> 'Y' while compromise.dat is open and checkable; a site that
      *> never declared a compromise has no register and holds nothing
           77 ws-cmp-open-switch pic x(1) value 'N'.
               88 ws-cmp-usable value 'Y'.
      *> 'Y' when the key-id in cmp-key-id is on the register
           77 ws-cmp-hit-switch pic x(1) value 'N'.
               88 ws-key-compromised value 'Y'.
      *> 'Y' once the routing walk passed over a pad with room
      *> purely because it is compromised - that names the reject
           77 ws-cmp-blocked-switch pic x(1) value 'N'.
               88 ws-cmp-blocked value 'Y'.

      *> the distribution lists read straight off dlist.dat, whose
      *> key order keeps each list's members together in terminal
      *> order - the order the copies are numbered in
           01 ws-dlist-table.
               05 ws-dl-entry occurs 2000.
                   10 ws-dl-list-id pic x(08).
                   10 ws-dl-terminal pic x(08).
           77 ws-dl-count pic 9(04) value 0.
           77 ws-dl-idx pic 9(04).
           77 dl-status pic x(2) value spaces.
           77 ws-dl-eof-switch pic x(1) value 'N'.
               88 ws-dl-eof value 'Y'.
           77 mlnk-status pic x(2) value spaces.
      *> the multi-address message being expanded: its id, list,
      *> the stem every copy's id is built on, and the copy in hand
           77 ws-ml-parent-id pic x(08) value spaces.
           77 ws-ml-list-id pic x(08) value spaces.
           77 ws-ml-stem pic x(06) value spaces.
           77 ws-ml-id-len pic 9(02) value 0.
           77 ws-ml-members pic 9(04) value 0.
           77 ws-ml-copy-num pic 9(02) value 0.
      *> 'Y' while the standalone battery is running on a copy cut
      *> from a multi-address message, not on a queued message
           77 ws-expanding-switch pic x(1) value 'N'.
               88 ws-expanding value 'Y'.
      *> multi-address messages expanded, and copies cut from them
           77 ws-mla-count pic 9(05) value 0.
           77 ws-copy-count pic 9(05) value 0.

      *> the relay routing table read straight off relayrt.dat
           01 ws-relay-table.
               05 ws-ry-entry occurs 200.
                   10 ws-ry-station pic x(08).
                   10 ws-ry-via pic x(08).
           77 ws-ry-count pic 9(03) value 0.
           77 ws-ry-idx pic 9(03).
           77 rlyrt-status pic x(2) value spaces.
           77 ws-rlyrt-eof-switch pic x(1) value 'N'.
               88 ws-rlyrt-eof value 'Y'.
           77 onw-status pic x(2) value spaces.
           77 chan-status pic x(2) value spaces.
      *> this station's own id off the chanctl.dat H record; spaces
      *> until otp-chanctl HOME sets it
           77 ws-home-station pic x(08) value spaces.
      *> the station the message in hand is routed to: its
      *> destination, or the relay neighbour for a distant one
           77 ws-route-dest pic x(08) value spaces.
      *> 'Y' when the destination is reached through a relay
           77 ws-relay-switch pic x(1) value 'N'.
               88 ws-relay-leg value 'Y'.
           77 ws-onw-found-switch pic x(1) value 'N'.
               88 ws-onw-found value 'Y'.
      *> messages queued through a relay neighbour
           77 ws-relay-count pic 9(05) value 0.

      *> one entry per multi-part set seen in the queue: the survey
      *> pass proves the set whole and consistent, the edit pass
      *> the whole set asks for
                   10 ws-st-total-len pic 9(05).
                   10 ws-st-dest pic x(08).
      *> the station the set is routed to, and 'Y' when that is a
      *> relay neighbour
                   10 ws-st-route-dest pic x(08).
                   10 ws-st-relay-sw pic x(01).
      *> key-id as keyed, then as assigned for the whole set
                   10 ws-st-key-id pic x(08).
                   10 ws-st-precedence pic x(01).
      *> 'Y' once the edit pass has settled the set's key-id and
      *> promised its pad bytes
                   10 ws-st-started-sw pic x(01).
      *> 'Y' once the set's station turned out suspended, or its
      *> release time is not yet due; every member is then held,
      *> none queued, behind ws-st-hold-reason
                   10 ws-st-held-sw pic x(01).
                   10 ws-st-hold-reason pic x(04).
      *> the release time every member must agree on
                   10 ws-st-release-ts pic x(12).
      *> 'Y' once a cancel in the queue named one of the members,
      *> and who asked
                   10 ws-st-cancel-sw pic x(01).
                   10 ws-st-cancel-by pic x(08).
                   10 ws-st-rej-reason pic x(04).
                   10 ws-st-part-slot occurs 20.
                       15 ws-st-part-seen pic x(01).
           77 ws-ok-count pic 9(05) value 0.
      *> records written to transrej.txt
           77 ws-rej-count pic 9(05) value 0.
      *> records written to transhld.new
           77 ws-held-count pic 9(05) value 0.
      *> held records dropped on a cancel
           77 ws-wdr-count pic 9(05) value 0.
           77 ws-excp-operation pic x(04) value spaces.
           77 ws-excp-message pic x(40) value spaces.

           perform check-run-control-start.

           open input transin-file.
           if ws-transin-file-status = '00'
               move 'Y' to ws-transin-present-switch
               close transin-file
           end-if.
           open input held-in-file.
           if ws-hldin-file-status = '00'
               move 'Y' to ws-held-present-switch
               close held-in-file
           end-if.
           if not ws-transin-present and not ws-held-present
               display 'nothing to edit - transin.txt not present'
               perform stamp-run-control-end
               goback
           end-if.

           perform load-key-table.
           perform load-keytrack-balances.
           perform open-audit-file.
           perform load-route-table.
           perform open-cust-file.
           perform open-cmp-file.
           perform open-stn-file.
           perform open-recall-file.
           perform load-dlist-table.
           perform open-mlink-file.
           perform load-relay-table.
           perform open-onward-file.
           accept ws-now-ts(1:8) from date yyyymmdd.
           accept ws-now-time from time.
           move ws-now-time(1:4) to ws-now-ts(9:4).

           sort sort-work-file
               on ascending key sortq-rank
           move 'N' to ws-sortin-eof-switch.
           open output trans-file.
           open output reject-file.
           open output held-out-file.

           perform edit-one-transaction until ws-sortin-eof.
           perform write-one-cancel
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.

           close sorted-in-file.
           close trans-file.
           close reject-file.
           close held-out-file.
           if ws-audit-usable
               close audit-file
           end-if.
           if ws-cust-usable
               close cust-file
           end-if.
           if ws-cmp-usable
               close cmp-file
           end-if.
           if ws-stn-usable
               close stn-file
           end-if.
           close recall-file.
           close mlink-file.
           close onward-file.

           display 'edit complete: ' ws-in-count ' read, '
               ws-ok-count ' accepted, ' ws-rej-count ' rejected, '
               ws-held-count ' held, ' ws-wdr-count
               ' withdrawn from the held traffic'.
           if ws-mla-count > 0
               display ws-copy-count ' copies cut from '
                   ws-mla-count ' multi-address message(s)'
           end-if.
           if ws-relay-count > 0
               display ws-relay-count ' message(s) queued through'
                   ' a relay station'
           end-if.
           perform stamp-run-control-end.
           goback.

               not at end
                   move key-id to keytrk-key-id
                   perform find-key-entry
                   if key-seq = 1
                       move key-terminal to ws-kt-terminal(ws-kt-idx)
                   end-if
                   add 50 to ws-kt-total-bytes(ws-kt-idx) end-add
           end-read.

                   move route-key-id to ws-rt-key-id(ws-rt-count)
           end-read.

      *> reads the distribution lists once into the list table. a
      *> missing dlist.dat (status 35) just means no list has been
      *> set up and every multi-address message rejects LSTX; a file
      *> that exists but cannot be read abandons the edit rather
      *> than cut copies for half a list.
       load-dlist-table.
           open input dlist-file
           if dl-status = '35'
               exit paragraph
           end-if
           if dl-status not = '00'
               display '*** dlist.dat would not open, status '
                   dl-status ' - edit abandoned, multi-address'
                   ' traffic cannot be expanded without it ***'
               move 16 to return-code
               goback
           end-if
           perform load-one-list-member until ws-dl-eof
           close dlist-file.

       load-one-list-member.
           read dlist-file next record
               at end
                   move 'Y' to ws-dl-eof-switch
               not at end
                   if ws-dl-count >= 2000
                       display '*** more than 2000 distribution list'
                           ' members - edit aborted, raise the table'
                           ' size ***'
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-dl-count end-add
                   move dl-list-id to ws-dl-list-id(ws-dl-count)
                   move dl-terminal to ws-dl-terminal(ws-dl-count)
           end-read.

      *> mlink.dat may not exist until the first multi-address
      *> message - status 35 - and only then is it created empty; a
      *> file that will not open abandons the edit rather than cut
      *> copies nothing ties back to their parent.
       open-mlink-file.
           open i-o mlink-file
           if mlnk-status = '35'
               open output mlink-file
               close mlink-file
               open i-o mlink-file
           end-if
           if mlnk-status not = '00'
               display '*** mlink.dat would not open, status '
                   mlnk-status ' - edit abandoned, copies of'
                   ' multi-address traffic could not be linked ***'
               move 16 to return-code
               goback
           end-if.

      *> reads the relay routing table once. a missing relayrt.dat
      *> (status 35) just means no distant station is reached through
      *> a neighbour; a file that exists but cannot be read abandons
      *> the edit rather than send relay traffic direct.
       load-relay-table.
           open input rlyrt-file
           if rlyrt-status = '35'
               exit paragraph
           end-if
           if rlyrt-status not = '00'
               display '*** relayrt.dat would not open, status '
                   rlyrt-status ' - edit abandoned, relay traffic'
                   ' cannot be routed without it ***'
               move 16 to return-code
               goback
           end-if
           perform load-one-relay-entry until ws-rlyrt-eof
           close rlyrt-file.

       load-one-relay-entry.
           read rlyrt-file next record
               at end
                   move 'Y' to ws-rlyrt-eof-switch
               not at end
                   if ws-ry-count >= 200
                       display '*** more than 200 relay routing'
                           ' entries - edit aborted, raise the table'
                           ' size ***'
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-ry-count end-add
                   move rlyrt-station to ws-ry-station(ws-ry-count)
                   move rlyrt-via to ws-ry-via(ws-ry-count)
           end-read.

      *> onward.dat may not exist until the first relay traffic -
      *> status 35 - and only then is it created empty; a file that
      *> will not open abandons the edit rather than queue relay
      *> traffic that would leave without its addressing. this
      *> station's own id comes off the chanctl.dat H record, read
      *> only; with no channel file or no H record yet it stays
      *> blank and relay traffic leaves without an originating
      *> station.
       open-onward-file.
           open i-o onward-file
           if onw-status = '35'
               open output onward-file
               close onward-file
               open i-o onward-file
           end-if
           if onw-status not = '00'
               display '*** onward.dat would not open, status '
                   onw-status ' - edit abandoned, relay traffic'
                   ' could not be addressed ***'
               move 16 to return-code
               goback
           end-if
           open input chan-file
           if chan-status not = '00'
               exit paragraph
           end-if
           move 'H' to chan-type
           move spaces to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   continue
               not invalid key
                   move chan-home-station to ws-home-station
           end-read
           close chan-file.

      *> feeds the held-over traffic and then the raw queue into the
      *> precedence sort - held traffic first, as the older arrivals
      *> within each class. the rank is normalized - blank or unknown
      *> classes order as routine - so nothing accidentally outranks
      *> real urgent traffic, while the precedence as keyed rides
      *> along for the PRCX edit.
       load-the-queue.
           if ws-held-present
               open input held-in-file
               perform release-one-held until ws-hldin-eof
               close held-in-file
           end-if
           if ws-transin-present
               open input transin-file
               perform release-one-transaction until ws-transin-eof
               close transin-file
           end-if.

       release-one-held.
           read held-in-file
               at end
                   move 'Y' to ws-hldin-eof-switch
               not at end
                   move hldin-rec-type to sortq-rec-type
                   move hldin-msg-id to sortq-msg-id
                   move hldin-dest to sortq-dest
                   move hldin-key-id to sortq-key-id
                   move hldin-precedence to sortq-precedence
                   move hldin-set-id to sortq-set-id
                   move hldin-part to sortq-part
                   move hldin-part-count to sortq-part-count
                   move hldin-msg-text to sortq-msg-text
                   move hldin-release-ts to sortq-release-ts
                   perform rank-the-queue-record
                   release sortq-record
           end-read.

       release-one-transaction.
           read transin-file
               at end
                   move 'Y' to ws-transin-eof-switch
               not at end
                   move transin-rec-type to sortq-rec-type
                   move transin-msg-id to sortq-msg-id
                   move transin-dest to sortq-dest
                   move transin-part to sortq-part
                   move transin-part-count to sortq-part-count
                   move transin-msg-text to sortq-msg-text
                   move transin-release-ts to sortq-release-ts
                   perform rank-the-queue-record
                   release sortq-record
           end-read.

      *> cancels rank 'C', ahead of every precedence class.
       rank-the-queue-record.
           if sortq-rec-type = 'C'
               move 'C' to sortq-rank
           else
               move sortq-precedence to sortq-rank
               if sortq-rank not = 'F'
                   and sortq-rank not = 'I'
                   and sortq-rank not = 'P'
                   move 'R' to sortq-rank
               end-if
           end-if.

      *> survey pass over the sorted queue, nothing written: every
      *> multi-part set is proven whole - each part present exactly
      *> once, 1 through its declared count, every member agreeing
                       if srtin-msg-id not = spaces
                           perform remember-msg-id
                       end-if
                   else
                       perform remember-wanted-cancel
                   end-if
           end-read.

      *> a cancel with a target and a requester - the two things the
      *> edit pass will insist on - is noted for the held-set check.
      *> cancels sort ahead of everything, so the list is complete
      *> before the first set member is surveyed.
       remember-wanted-cancel.
           if srtin-msg-id = spaces or srtin-key-id = spaces
               or ws-cw-count >= 200
               exit paragraph
           end-if
           add 1 to ws-cw-count end-add
           move srtin-msg-id to ws-cw-target(ws-cw-count)
           move srtin-key-id to ws-cw-by(ws-cw-count).

       scan-wanted-cancel.
           if ws-cw-target(ws-cw-idx) = srtin-msg-id
               move 'Y' to ws-st-cancel-sw(ws-st-idx)
               move ws-cw-by(ws-cw-idx) to ws-st-cancel-by(ws-st-idx)
           end-if.

      *> one set member through the member-fatal edits and the set
      *> bookkeeping; the first failure condemns the whole set.
       survey-set-member.
           if ws-st-bad-sw(ws-st-idx) = 'Y'
               exit paragraph
           end-if
           if ws-st-cancel-sw(ws-st-idx) not = 'Y'
               perform scan-wanted-cancel
                   varying ws-cw-idx from 1 by 1
                   until ws-cw-idx > ws-cw-count
                       or ws-st-cancel-sw(ws-st-idx) = 'Y'
           end-if

      *> the same verdict the TYPX edit gives: a member with a
      *> garbage record type rejects there before the set path ever
               or srtin-dest not = ws-st-dest(ws-st-idx)
               or srtin-key-id not = ws-st-key-id(ws-st-idx)
               or srtin-precedence not = ws-st-precedence(ws-st-idx)
               or srtin-release-ts not = ws-st-release-ts(ws-st-idx)
               perform condemn-the-set
               exit paragraph
           end-if
           perform judge-the-release
           if ws-rls-bad
               perform condemn-the-set
               exit paragraph
           end-if
               move 0 to ws-st-parts-done(ws-st-idx)
               move 0 to ws-st-total-len(ws-st-idx)
               move srtin-dest to ws-st-dest(ws-st-idx)
               move srtin-dest to ws-st-route-dest(ws-st-idx)
               move 'N' to ws-st-relay-sw(ws-st-idx)
               move srtin-key-id to ws-st-key-id(ws-st-idx)
               move srtin-precedence
                   to ws-st-precedence(ws-st-idx)
               move 'N' to ws-st-bad-sw(ws-st-idx)
               move 'N' to ws-st-started-sw(ws-st-idx)
               move 'N' to ws-st-held-sw(ws-st-idx)
               move spaces to ws-st-hold-reason(ws-st-idx)
               move srtin-release-ts to ws-st-release-ts(ws-st-idx)
               move 'N' to ws-st-cancel-sw(ws-st-idx)
               move spaces to ws-st-cancel-by(ws-st-idx)
               move 'SEGX' to ws-st-rej-reason(ws-st-idx)
               perform clear-one-part-slot
                   varying ws-flush-idx from 1 by 1
           end-if
           if srtin-rec-type not = 'M'
               and srtin-rec-type not = 'C'
               and srtin-rec-type not = 'L'
               move 'TYPX' to ws-rej-reason
               perform reject-transaction
               exit paragraph
               exit paragraph
           end-if

      *> a multi-address message is edited once as a whole, then
      *> cut into one message per station on its list, each of
      *> which takes the standalone battery on its own
           if srtin-rec-type = 'L'
               perform edit-multi-address
               exit paragraph
           end-if

           perform edit-standalone-message.

      *> the battery for one standalone message - a queued one, or
      *> a copy cut from a multi-address message.
       edit-standalone-message.
           move srtin-dest to ws-route-dest
           move 'N' to ws-relay-switch
           if srtin-msg-id = spaces
               move 'MSGB' to ws-rej-reason
           end-if
               end-read
           end-if

      *> a message not yet due is held here, before any station,
      *> key or pad verdict - those are taken when it is released
           if ws-rej-reason = spaces
               perform judge-the-release
               if ws-rls-bad
                   move 'RLSX' to ws-rej-reason
               end-if
               if ws-rls-future
                   move 'SCHD' to ws-rej-reason
               end-if
           end-if

      *> a relay leg answers to the master twice: the addressee
      *> itself, then the neighbour the traffic goes out through
           if ws-rej-reason = spaces
               and srtin-dest not = spaces
               perform resolve-the-route
               if ws-relay-leg
                   move srtin-dest to ws-stn-terminal
                   perform judge-the-station
               end-if
               if ws-rej-reason = spaces
                   move ws-route-dest to ws-stn-terminal
                   perform judge-the-station
               end-if
           end-if

           if ws-rej-reason = spaces
               and srtin-dest not = spaces
               perform assign-key-from-route
               end-if
           end-if

           if ws-rej-reason = spaces
               move srtin-key-id to cmp-key-id
               perform check-key-compromised
               if ws-key-compromised
                   move 'CMPX' to ws-rej-reason
               end-if
           end-if

           if ws-rej-reason = spaces
               and srtin-dest = spaces
               move ws-kt-terminal(ws-kt-idx) to ws-stn-terminal
               perform judge-the-station
           end-if

           if ws-rej-reason = spaces
               move srtin-key-id to cust-key-id
               perform check-custody-confirmed
               end-if
           end-if

           evaluate ws-rej-reason
               when spaces
                   perform accept-transaction
                   perform record-onward-leg
               when 'SUSP'
               when 'SCHD'
                   perform hold-transaction
               when other
                   perform reject-transaction
           end-evaluate
           perform record-copy-verdict.

      *> the edits a multi-address message takes as a whole, before
      *> any copy is cut: its own id, its release time, its list,
      *> its text and precedence. a failure here rejects the
      *> message whole, behind the reason, and cuts no copies; a
      *> message not yet due is held whole, as a multi-address
      *> message, and expanded when it is released.
       edit-multi-address.
           if srtin-msg-id = spaces
               move 'MSGB' to ws-rej-reason
           end-if
           if ws-rej-reason = spaces
               perform check-duplicate-in-file
               if ws-entry-found
                   move 'DUPF' to ws-rej-reason
               end-if
           end-if
           if srtin-msg-id not = spaces
               perform remember-msg-id
           end-if

      *> the copies' ids are the first six characters and a
      *> two-digit copy number, so a longer id could not tell its
      *> copies from another message's; and every copy takes its
      *> key-id from its own station's routing entries, so one
      *> keyed by hand has nowhere to go
           if ws-rej-reason = spaces
               move 0 to ws-trail-spaces
               inspect srtin-msg-id tallying ws-trail-spaces
                   for trailing spaces
               compute ws-ml-id-len = 8 - ws-trail-spaces
               if ws-ml-id-len > 6
                   or srtin-key-id not = spaces
                   move 'LSTX' to ws-rej-reason
               end-if
           end-if

           if ws-rej-reason = spaces
               perform judge-the-release
               if ws-rls-bad
                   move 'RLSX' to ws-rej-reason
               end-if
               if ws-rls-future
                   move 'SCHD' to ws-rej-reason
               end-if
           end-if

           if ws-rej-reason = spaces
               move srtin-dest to ws-ml-list-id
               move 0 to ws-ml-members
               perform count-one-list-member
                   varying ws-dl-idx from 1 by 1
                   until ws-dl-idx > ws-dl-count
               if ws-ml-members = 0 or ws-ml-members > 99
                   move 'LSTX' to ws-rej-reason
               end-if
           end-if

           if ws-rej-reason = spaces
               move 0 to ws-trail-spaces
               inspect srtin-msg-text tallying ws-trail-spaces
                   for trailing spaces
               if ws-trail-spaces = 200
                   move 'TXTB' to ws-rej-reason
               end-if
           end-if

           if ws-rej-reason = spaces
               if srtin-precedence = space
                   move 'R' to srtin-precedence
               end-if
               if srtin-precedence not = 'F'
                   and srtin-precedence not = 'I'
                   and srtin-precedence not = 'P'
                   and srtin-precedence not = 'R'
                   move 'PRCX' to ws-rej-reason
               end-if
           end-if

           evaluate ws-rej-reason
               when spaces
                   perform expand-multi-address
               when 'SCHD'
                   perform hold-transaction
               when other
                   perform reject-transaction
           end-evaluate.

       count-one-list-member.
           if ws-dl-list-id(ws-dl-idx) = ws-ml-list-id
               add 1 to ws-ml-members end-add
           end-if.

      *> cuts one copy per station on the list, numbered in list
      *> order. each copy is an ordinary message for its station -
      *> the parent's precedence and text, the station as its
      *> destination, no key-id - and takes the standalone battery
      *> on its own, so a copy whose station is closed, has no pad
      *> with room or no pad confirmed received rejects alone, and
      *> one whose station is suspended is held alone, while the
      *> other copies queue.
       expand-multi-address.
           add 1 to ws-mla-count end-add
           move srtin-msg-id to ws-ml-parent-id
           move '------' to ws-ml-stem
           move srtin-msg-id(1:ws-ml-id-len)
               to ws-ml-stem(1:ws-ml-id-len)
           move 0 to ws-ml-copy-num
           move 'Y' to ws-expanding-switch
           perform cut-one-copy
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count
           move 'N' to ws-expanding-switch.

       cut-one-copy.
           if ws-dl-list-id(ws-dl-idx) not = ws-ml-list-id
               exit paragraph
           end-if
           add 1 to ws-ml-copy-num end-add
           add 1 to ws-copy-count end-add
           move spaces to ws-rej-reason
           move 'M' to srtin-rec-type
           move spaces to srtin-msg-id
           string ws-ml-stem delimited by size
               ws-ml-copy-num delimited by size
               into srtin-msg-id
           end-string
           move ws-dl-terminal(ws-dl-idx) to srtin-dest
           move spaces to srtin-key-id
           move spaces to srtin-set-id
           move spaces to srtin-part
           move spaces to srtin-part-count
           move spaces to srtin-release-ts
           perform edit-standalone-message.

      *> mlink.dat ties every copy to its parent for the collective
      *> status report. a copy just cut is written - or rewritten,
      *> on a rerun in the same cycle - with the edit's verdict on
      *> it; a copy coming back through the held traffic has its
      *> verdict brought up to date. a copy refused as already
      *> checkpointed leaves its record alone: the record on file
      *> describes the copy that did go.
       record-copy-verdict.
           if ws-rej-reason = 'DUPA'
               exit paragraph
           end-if
           move srtin-msg-id to mlnk-msg-id
           move 'N' to ws-found-switch
           read mlink-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-found-switch
           end-read
           if not ws-expanding and not ws-entry-found
               exit paragraph
           end-if
           if ws-expanding
               move srtin-msg-id to mlnk-msg-id
               move ws-ml-parent-id to mlnk-parent-id
               move ws-ml-list-id to mlnk-list-id
               move ws-ml-copy-num to mlnk-copy-num
               move srtin-dest to mlnk-terminal
           end-if
           move ws-rej-reason to mlnk-verdict
           move spaces to mlnk-key-id
           if ws-rej-reason = spaces
               move srtin-key-id to mlnk-key-id
           end-if
           move ws-now-ts(1:8) to mlnk-edit-ts
           move ws-now-time to mlnk-edit-ts(9:8)
           if ws-entry-found
               rewrite mlnk-record
           else
               write mlnk-record
           end-if
           if mlnk-status not = '00'
               display '*** mlink.dat write failed for '
                   mlnk-msg-id ' status ' mlnk-status
                   ' - the status report will not see this copy ***'
               move 16 to return-code
           end-if.

      *> the station the message in hand is routed to. a destination
      *> with entries of its own in the routing directory is sent to
      *> direct; one with none but a relay entry goes through the
      *> relay neighbour, and the key and pad verdicts that follow
      *> are taken against the neighbour - the station verdict is
      *> taken against the final station as well. a destination
      *> with neither stays as keyed, to meet STNX or DSTX.
       resolve-the-route.
           move srtin-dest to ws-route-dest
           move 'N' to ws-relay-switch
           move 'N' to ws-found-switch
           perform scan-route-for-dest
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count or ws-entry-found
           if ws-entry-found
               exit paragraph
           end-if
           perform scan-relay-table
               varying ws-ry-idx from 1 by 1
               until ws-ry-idx > ws-ry-count or ws-entry-found
           if ws-entry-found
               subtract 1 from ws-ry-idx end-subtract
               move ws-ry-via(ws-ry-idx) to ws-route-dest
               move 'Y' to ws-relay-switch
           end-if.

       scan-route-for-dest.
           if ws-rt-terminal(ws-rt-idx) = srtin-dest
               move 'Y' to ws-found-switch
           end-if.

       scan-relay-table.
           if ws-ry-station(ws-ry-idx) = srtin-dest
               move 'Y' to ws-found-switch
           end-if.

      *> keeps onward.dat in step with the message just queued, from
      *> the queue record in hand. a record already there for the
      *> same message and destination - one otp-inbatch queued on
      *> from elsewhere, most often - keeps its originating station
      *> and precedence and is marked queued toward the station this
      *> leg goes to; our own traffic for a distant station gets a
      *> fresh record. a record left under the message-id by older
      *> traffic is replaced, or deleted when this message is not
      *> relay traffic at all, so otp-dispatch cannot mislabel it.
       record-onward-leg.
           move trans-msg-id to onw-msg-id
           move 'N' to ws-onw-found-switch
           read onward-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-onw-found-switch
           end-read
           if not ws-onw-found and not ws-relay-leg
               exit paragraph
           end-if
           if ws-onw-found
               and onw-final-station not = trans-dest
               and not ws-relay-leg
               delete onward-file record
                   invalid key
                       continue
               end-delete
               exit paragraph
           end-if
           if not ws-onw-found
               or onw-final-station not = trans-dest
               move spaces to onw-record
               move trans-msg-id to onw-msg-id
               move trans-dest to onw-final-station
               move ws-home-station to onw-orig-station
               move trans-precedence to onw-precedence
           end-if
           move ws-route-dest to onw-next-station
           move 'E' to onw-state
           move ws-now-ts(1:8) to onw-last-ts
           move ws-now-time to onw-last-ts(9:8)
           move 'EDIT' to onw-written-by
           if ws-onw-found
               rewrite onw-record
           else
               write onw-record
           end-if
           if onw-status not = '00'
               display '*** onward.dat write failed for '
                   onw-msg-id ' status ' onw-status
                   ' - this leg will leave without its addressing ***'
               move 16 to return-code
               exit paragraph
           end-if
           if ws-relay-leg
               add 1 to ws-relay-count end-add
           end-if.

      *> the release-time verdict on the record in hand: blank or
      *> already past is due; a real date and time still ahead of
      *> this run is not yet due; anything else is bad.
       judge-the-release.
           move 'D' to ws-rls-verdict
           if srtin-release-ts = spaces
               exit paragraph
           end-if
           if srtin-release-ts is not numeric
               move 'X' to ws-rls-verdict
               exit paragraph
           end-if
           move srtin-release-ts(1:8) to ws-rls-date
           if function test-date-yyyymmdd(ws-rls-date) not = 0
               or srtin-release-ts(9:2) > '23'
               or srtin-release-ts(11:2) > '59'
               move 'X' to ws-rls-verdict
               exit paragraph
           end-if
           if srtin-release-ts > ws-now-ts
               move 'H' to ws-rls-verdict
           end-if.

      *> the station master's verdict as an edit outcome: STNX for a
      *> station not on file or closed, the SUSP hold code for a
      *> suspended one - the later edits then pass the record by and
      *> it is held rather than queued.
       judge-the-station.
           perform check-station-status
           if ws-stn-refused
               move 'STNX' to ws-rej-reason
           end-if
           if ws-stn-held
               move 'SUSP' to ws-rej-reason
           end-if.

      *> assigns the key-id for a destination-queued message: the
      *> dry mid-queue rolls to the next registered pad by itself.
      *> a destination with no routing entries at all is DSTX; a
      *> destination whose every pad is full is PADX, the same
      *> verdict a hand-keyed overrun gets, unless a pad with room
      *> was passed over as compromised (CMPX) or unconfirmed
      *> (CSTX). the assigned key-id then
      *> rides the standard battery like any other.
       assign-key-from-route.
           move 0 to ws-trail-spaces
               if not ws-dest-known
                   move 'DSTX' to ws-rej-reason
               else
                   if ws-cmp-blocked
                       move 'CMPX' to ws-rej-reason
                   else
                       if ws-cust-blocked
                           move 'CSTX' to ws-rej-reason
                       else
                           move 'PADX' to ws-rej-reason
                       end-if
                   end-if
               end-if
           end-if.
           move 'N' to ws-dest-known-switch
           move 'N' to ws-assigned-switch
           move 'N' to ws-cust-blocked-switch
           move 'N' to ws-cmp-blocked-switch
           perform try-one-route-entry
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count or ws-key-assigned.
      *> one routing entry: wrong terminal, not interested; right
      *> terminal, take it if its pad is in the keyring, confirmed
      *> received at the far end, and has room for the bytes asked
      *> on top of what the run already promised, and not declared
      *> compromised. a pad with room but compromised or with
      *> unconfirmed custody is remembered - if nothing else takes
      *> the message, that is the reason it rejects.
       try-one-route-entry.
           if ws-rt-terminal(ws-rt-idx) = ws-route-dest
               move 'Y' to ws-dest-known-switch
               move ws-rt-key-id(ws-rt-idx) to keytrk-key-id
               perform look-for-key-entry
                       - ws-kt-queued-bytes(ws-kt-idx)
                   end-compute
                   if ws-need-bytes <= ws-remain-bytes
                       move ws-rt-key-id(ws-rt-idx) to cmp-key-id
                       perform check-key-compromised
                       if ws-key-compromised
                           move 'Y' to ws-cmp-blocked-switch
                           exit paragraph
                       end-if
                       move ws-rt-key-id(ws-rt-idx) to cust-key-id
                       perform check-custody-confirmed
                       if ws-cust-ok
               end-if
               exit paragraph
           end-if
           if ws-st-held-sw(ws-st-idx) = 'Y'
               move ws-st-hold-reason(ws-st-idx) to ws-rej-reason
               perform hold-transaction
               perform remember-msg-id
               exit paragraph
           end-if

           if ws-st-started-sw(ws-st-idx) not = 'Y'
               perform judge-the-release
               if ws-rls-future
                   move 'Y' to ws-st-held-sw(ws-st-idx)
                   move 'SCHD' to ws-st-hold-reason(ws-st-idx)
               else
                   perform settle-the-set-key
               end-if
               if ws-st-held-sw(ws-st-idx) = 'Y'
                   move ws-st-hold-reason(ws-st-idx) to ws-rej-reason
                   perform hold-transaction
                   perform remember-msg-id
                   exit paragraph
               end-if
               if ws-st-bad-sw(ws-st-idx) = 'Y'
                   move ws-st-rej-reason(ws-st-idx) to ws-rej-reason
                   perform reject-transaction
      *> the keyring/custody/forecast checks against that total.
      *> success promises the whole set's bytes in one piece, so
      *> nothing can split the set across pads; failure condemns the
      *> set behind the real reason. a set for a suspended station
      *> is held whole, nothing promised. a set not yet due never
      *> gets here - it is held before the key is settled.
       settle-the-set-key.
           move ws-st-total-len(ws-st-idx) to ws-need-bytes
           if srtin-dest not = spaces
               perform resolve-the-route
               move ws-route-dest to ws-st-route-dest(ws-st-idx)
               move ws-relay-switch to ws-st-relay-sw(ws-st-idx)
               if ws-relay-leg
                   move srtin-dest to ws-stn-terminal
                   perform check-station-status
               end-if
               if ws-stn-open
                   move ws-route-dest to ws-stn-terminal
                   perform check-station-status
               end-if
               if ws-stn-refused
                   move 'STNX' to ws-st-rej-reason(ws-st-idx)
                   move 'Y' to ws-st-bad-sw(ws-st-idx)
                   exit paragraph
               end-if
               if ws-stn-held
                   move 'Y' to ws-st-held-sw(ws-st-idx)
                   move 'SUSP' to ws-st-hold-reason(ws-st-idx)
                   exit paragraph
               end-if
               perform walk-route-for-key
               if ws-key-assigned
                   move srtin-key-id to ws-st-key-id(ws-st-idx)
                   if not ws-dest-known
                       move 'DSTX' to ws-st-rej-reason(ws-st-idx)
                   else
                       if ws-cmp-blocked
                           move 'CMPX'
                               to ws-st-rej-reason(ws-st-idx)
                       else
                           if ws-cust-blocked
                               move 'CSTX'
                                   to ws-st-rej-reason(ws-st-idx)
                           else
                               move 'PADX'
                                   to ws-st-rej-reason(ws-st-idx)
                           end-if
                       end-if
                   end-if
                   move 'Y' to ws-st-bad-sw(ws-st-idx)
                   move 'Y' to ws-st-bad-sw(ws-st-idx)
                   exit paragraph
               end-if
               move srtin-key-id to cmp-key-id
               perform check-key-compromised
               if ws-key-compromised
                   move 'CMPX' to ws-st-rej-reason(ws-st-idx)
                   move 'Y' to ws-st-bad-sw(ws-st-idx)
                   exit paragraph
               end-if
               move ws-kt-terminal(ws-kt-idx) to ws-stn-terminal
               perform check-station-status
               if ws-stn-refused
                   move 'STNX' to ws-st-rej-reason(ws-st-idx)
                   move 'Y' to ws-st-bad-sw(ws-st-idx)
                   exit paragraph
               end-if
               if ws-stn-held
                   move 'Y' to ws-st-held-sw(ws-st-idx)
                   move 'SUSP' to ws-st-hold-reason(ws-st-idx)
                   exit paragraph
               end-if
               move srtin-key-id to cust-key-id
               perform check-custody-confirmed
               if not ws-cust-ok
           move srtin-msg-text to trans-msg-text
           move trans-record
               to ws-st-part-rec(ws-st-idx, ws-part-num)
           add 1 to ws-st-parts-done(ws-st-idx) end-add
           move ws-st-route-dest(ws-st-idx) to ws-route-dest
           move ws-st-relay-sw(ws-st-idx) to ws-relay-switch
           perform record-onward-leg.

      *> a complete set leaves in one piece: the parts go to the
      *> clean queue back to back in part order, which the stable
               goback
           end-if
           add 1 to ws-ct-count end-add
           move srtin-msg-id to ws-ct-target(ws-ct-count)
           move srtin-key-id to ws-ct-by(ws-ct-count)
           move 'N' to ws-ct-caught-sw(ws-ct-count).

      *> builds the validated cancel's queue record and keeps it in
      *> its table entry until the edit pass is over. a cancel burns
      *> no pad, so nothing is committed against any key-id's
      *> forecast.
       accept-cancel.
           move spaces to trans-record
           move srtin-rec-type to trans-rec-type
           move srtin-precedence to trans-precedence
           move 0 to trans-part
           move 0 to trans-part-count
           move trans-record to ws-ct-rec(ws-ct-count).

      *> after the edit pass: every cancel that did not catch a held
      *> message goes on to the batch, which sorts it ahead of the
      *> queue and honors it there.
       write-one-cancel.
           if ws-ct-caught-sw(ws-ct-idx) = 'Y'
               exit paragraph
           end-if
           write trans-record from ws-ct-rec(ws-ct-idx)
           add 1 to ws-ok-count end-add.

      *> writes the clean transaction to the queue otp-batch reads and
           move srtin-part to rej-part
           move srtin-part-count to rej-part-count
           move srtin-msg-text to rej-msg-text
           move srtin-release-ts to rej-release-ts
           write rej-record
           add 1 to ws-rej-count end-add.

      *> writes the raw record behind its hold code to the held
      *> traffic file; otp-eod carries it forward and the next
      *> cycle's edit takes it up again. no pad is promised for it.
      *> a held message a cancel has caught is withdrawn instead.
       hold-transaction.
           perform check-held-cancelled
           if ws-held-cancelled
               perform withdraw-held-message
               exit paragraph
           end-if
           move spaces to hldout-record
           move ws-rej-reason to hldout-reason
           move srtin-rec-type to hldout-rec-type
           move srtin-msg-id to hldout-msg-id
           move srtin-dest to hldout-dest
           move srtin-key-id to hldout-key-id
           move srtin-precedence to hldout-precedence
           move srtin-set-id to hldout-set-id
           move srtin-part to hldout-part
           move srtin-part-count to hldout-part-count
           move srtin-msg-text to hldout-msg-text
           move srtin-release-ts to hldout-release-ts
           write hldout-record
           add 1 to ws-held-count end-add.

      *> a cancel names this message, or - for a set member - any
      *> member of its set. the cancel naming the message itself, if
      *> there is one, is marked spent.
       check-held-cancelled.
           move 'N' to ws-held-cnl-switch
           move spaces to ws-held-cnl-by
           if srtin-set-id not = spaces
               if ws-st-cancel-sw(ws-st-idx) = 'Y'
                   move 'Y' to ws-held-cnl-switch
                   move ws-st-cancel-by(ws-st-idx) to ws-held-cnl-by
               end-if
           end-if
           move 'N' to ws-found-switch
           perform scan-cancel-target
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count or ws-entry-found
           if ws-entry-found
               subtract 1 from ws-ct-idx end-subtract
               move 'Y' to ws-ct-caught-sw(ws-ct-idx)
               move 'Y' to ws-held-cnl-switch
               move ws-ct-by(ws-ct-idx) to ws-held-cnl-by
           end-if.

      *> the held message goes no further: it is left out of the
      *> held file and the recall registered at stage HELD. a rerun
      *> finds the register entry already there and leaves it.
       withdraw-held-message.
           add 1 to ws-wdr-count end-add
           display 'recall of ' srtin-msg-id ' caught it held ('
               ws-rej-reason ') - withdrawn, no pad burned'
           move srtin-msg-id to rcl-msg-id
           read recall-file
               invalid key
                   continue
               not invalid key
                   exit paragraph
           end-read
           move srtin-msg-id to rcl-msg-id
           move ws-held-cnl-by to rcl-requested-by
           accept rcl-timestamp(1:8) from date yyyymmdd
           accept rcl-timestamp(9:8) from time
           move 'HELD' to rcl-stage
           write rcl-record
           if rcl-status not = '00'
               display '*** recall register write failed for '
                   rcl-msg-id ' status ' rcl-status
                   ' - investigate before the next run ***'
               move 16 to return-code
           end-if.

      *> hunts the seen-message-id table for the current msg-id.
       check-duplicate-in-file.
           move 'N' to ws-found-switch
               add 1 to ws-kt-count end-add
               move ws-kt-count to ws-kt-idx
               move keytrk-key-id to ws-kt-key-id(ws-kt-idx)
               move spaces to ws-kt-terminal(ws-kt-idx)
               move 0 to ws-kt-total-bytes(ws-kt-idx)
               move 0 to ws-kt-used-bytes(ws-kt-idx)
               move 0 to ws-kt-queued-bytes(ws-kt-idx)
               goback
           end-if.

      *> station master verdict for ws-stn-terminal: open for
      *> traffic when active (or when there is no master at all),
      *> held when suspended, refused when closed or not on file.
       check-station-status.
           move 'A' to ws-stn-verdict
           if not ws-stn-usable
               exit paragraph
           end-if
           move ws-stn-terminal to stn-terminal
           read stn-file
               invalid key
                   move 'X' to ws-stn-verdict
               not invalid key
                   if stn-closed
                       move 'X' to ws-stn-verdict
                   end-if
                   if stn-suspended
                       move 'S' to ws-stn-verdict
                   end-if
           end-read.

      *> station.dat is absent until the first station is added; a
      *> site without a master gates nothing. a master that exists
      *> but will not open abandons the edit - every station would
      *> otherwise pass as open.
       open-stn-file.
           open input stn-file
           if stn-status-code = '00'
               move 'Y' to ws-stn-open-switch
               exit paragraph
           end-if
           if stn-status-code not = '35'
               display '*** station.dat would not open, status '
                   stn-status-code ' - edit abandoned, the station'
                   ' gate cannot be trusted without it ***'
               move 16 to return-code
               goback
           end-if.

      *> compromise hold for the key-id in cmp-key-id: a key-id on
      *> the register is compromised, anything else is not.
       check-key-compromised.
           move 'N' to ws-cmp-hit-switch
           if not ws-cmp-usable
               exit paragraph
           end-if
           read cmp-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cmp-hit-switch
           end-read.

      *> compromise.dat is absent until the first declaration; with
      *> no register there is nothing to hold. a register that
      *> exists but will not open abandons the edit - queueing
      *> traffic blind to it could burn an exposed pad.
       open-cmp-file.
           open input cmp-file
           if cmp-status = '00'
               move 'Y' to ws-cmp-open-switch
               exit paragraph
           end-if
           if cmp-status not = '35'
               display '*** compromise.dat would not open, status '
                   cmp-status ' - edit abandoned, the compromise'
                   ' hold cannot be trusted without it ***'
               move 16 to return-code
               goback
           end-if.

      *> recall.dat may not exist until the first recall - status 35
      *> - and only then is it created empty; a register that will
      *> not open abandons the edit rather than lose a withdrawal.
       open-recall-file.
           open i-o recall-file
           if rcl-status = '35'
               open output recall-file
               close recall-file
               open i-o recall-file
           end-if
           if rcl-status not = '00'
               display '*** recall.dat would not open, status '
                   rcl-status ' - edit abandoned, recalls of held'
                   ' traffic could not be registered ***'
               move 16 to return-code
               goback
           end-if.

      *> hunts the key table for keytrk-key-id without adding it;
      *> leaves ws-kt-idx on the entry when found.
       look-for-key-entry.
