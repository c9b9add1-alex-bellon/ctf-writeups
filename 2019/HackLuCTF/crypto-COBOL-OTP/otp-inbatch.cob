      *>   ended OK - and the outcome is stamped at end. an abend
      *>   leaves the RUNNING mark for the desk to clear with
      *>   otp-runlog RESET once the cause is understood.
      *>   traffic on a pad declared compromised (compromise.dat,
      *>   otp-compromise) rejects CMPX before any pad is burned:
      *>   whatever the far station sent on an exposed pad may not
      *>   be what it meant to send, so it is not delivered, and it
      *>   is not checkpointed or acknowledged - the station is
      *>   asked to resend on a sound pad.
      *>   each station's dispatch file now opens with an 'H' header
      *>   carrying the sending station, the station it is for and a
      *>   channel serial that runs on across the sender's dispatch
      *>   runs. the framing pass records every file's header, and
      *>   before anything is decrypted the serials are checked
      *>   against the next serial expected from each sender, kept
      *>   in chanctl.dat (chanrec.cpy): a serial skipped is a GAP -
      *>   a whole file lost on the way, logged to except.log and
      *>   remembered until it turns up or the desk resets the
      *>   channel with otp-chanctl - one already seen is a
      *>   DUPLICATE and one filling an old gap arrived LATE. the
      *>   verdicts are listed in chancheck.out. traffic still
      *>   processes either way: a duplicate's messages skip as
      *>   already processed, and a gap is a file to ask for, not a
      *>   reason to hold back the ones that did arrive. a file with
      *>   no header, or with a sending station of spaces, is
      *>   UNNUMBERED and its channel is not tracked.
      *>   relay traffic: a detail may now arrive behind an 'R'
      *>   routing record naming the station it is finally for, the
      *>   station it started at and its precedence. one for another
      *>   station is decrypted and round-tripped as usual but not
      *>   delivered here - it is queued on in transin.txt under its
      *>   own message-id, addressed to the final station at its
      *>   original precedence, its addressing kept in onward.dat
      *>   (onwrdrec.cpy) for the next dispatch and a line written
      *>   to relay.log (rlylogrec.cpy) tying the inbound checkpoint
      *>   to the onward leg. it is acknowledged only once the leg is
      *>   queued. a relay message this station has no route onward
      *>   for, or too long to queue as one transaction, rejects
      *>   RLYX before any pad is burned. relay legs are appended to
      *>   transin.txt, so the desk adds its own traffic behind them
      *>   rather than replacing the file.
      *>   a routing record with no final station heads traffic for
      *>   this station itself: the sending station's dispatch now
      *>   puts one ahead of every direct message to carry the
      *>   originating station and precedence. every delivery record
      *>   (layout now in dlvrrec.cpy, shared with otp-pickup) is
      *>   stamped with the precedence, the originating station -
      *>   the header's sending station when no routing record said
      *>   otherwise - the time it was delivered here and, for a
      *>   reassembled set, its part count, so the desk's pickup
      *>   forms and aging can show them.

       environment division.
           input-output section.
               record key is inbt-msg-id
               file status is inbt-status.

      *> the compromise register, read-only, for the CMPX reject
               select cmp-file assign to 'compromise.dat'
               organization indexed
               access mode dynamic
               record key is cmp-key-id
               file status is cmp-status.

      *> the channel control file: our own station id, the next
      *> serial expected from each sender and the serials missing
               select chan-file assign to 'chanctl.dat'
               organization indexed
               access mode dynamic
               record key is chan-key
               file status is chan-status.

      *> the raw queue otp-edit reads; relay traffic is queued on
      *> here, appended behind whatever the desk has keyed
               select transin-file assign to 'transin.txt'
               organization line sequential
               file status is ws-transin-file-status.

      *> end-to-end addressing for the relay traffic queued on
               select onward-file assign to 'onward.dat'
               organization indexed
               access mode dynamic
               record key is onw-msg-id
               file status is onw-status.

      *> the routing directory and the relay routing table, read
      *> only, for whether a relay message's final station can be
      *> reached from here
               select route-file assign to 'route.dat'
               organization indexed
               access mode dynamic
               record key is route-key
               file status is route-status.

               select rlyrt-file assign to 'relayrt.dat'
               organization indexed
               access mode dynamic
               record key is rlyrt-station
               file status is rlyrt-status.

      *> one dated line per relay message queued on, or not
               select rlog-file assign to 'relay.log'
               organization line sequential
               file status is ws-rlog-file-status.

      *> the channel-check report, rewritten every run
               select chk-file assign to 'chancheck.out'
               organization line sequential
               file status is ws-chk-file-status.

               select except-file assign to 'except.log'
               organization line sequential
               file status is ws-excp-file-status.
      *> received records carry the transmission job's framing: a
      *> record type, the per-file sequence, then the cipher fields
           fd recv-file.
      *> one header opens each station's dispatch file
           01 recv-header.
               05 rhdr-rec-type pic x(01). *> 'H' for the header
               05 rhdr-from-station pic x(08).
               05 rhdr-to-station pic x(08).
      *> the sender's channel serial for this file
               05 rhdr-serial pic x(07).
               05 rhdr-timestamp pic x(16).
           01 recv-record.
               05 recv-rec-type pic x(01). *> 'D' for a detail
      *> sequence within the dispatch file this arrived in
               05 recv-part pic x(02).
               05 recv-part-count pic x(02).
               05 recv-text pic x(4000).
      *> a routing line ahead of a relay message's detail
           01 recv-route.
               05 rrt-rec-type pic x(01). *> 'R' for a routing line
               05 rrt-final-station pic x(08).
               05 rrt-orig-station pic x(08).
               05 rrt-precedence pic x(01).
      *> one trailer closes each station's dispatch file
           01 recv-trailer.
               05 rtrl-rec-type pic x(01). *> 'T' for the trailer

           fd dlvr-file.
      *> one line of recovered plaintext per validated message
           copy dlvrrec.

      *> one acknowledgment per released message, sent back toward
      *> the station the traffic came from
           01 rej-record.
      *> LENX ciphertext length not numeric, zero or over 4000,
      *> KEYN key-id not in keyring, KEYX pad ran dry,
      *> CMPX key-id declared compromised, nothing decrypted,
      *> RTRP round trip did not reproduce the ciphertext,
      *> SEGX the record belongs to a multi-part set that did not
      *>      come out whole - a garbled set header, or a set still
      *>      missing parts when the file ended
      *> RLYX relay traffic this station cannot queue on - no route
      *>      to its final station, or too long for one transaction;
      *>      nothing decrypted
               05 rej-reason pic x(04).
      *> the sequence the record arrived under
               05 rej-seq pic x(05).
      *> yyyymmdd + hhmmssss the message was processed
               05 inbt-timestamp pic x(16).

           fd cmp-file.
           copy cmprec.

           fd chan-file.
           copy chanrec.

           fd chk-file.
           01 chk-line pic x(80).

      *> the raw queue record, the layout otp-edit reads it in
           fd transin-file.
           01 transin-record.
               05 transin-rec-type pic x(01).
               05 transin-msg-id pic x(08).
               05 transin-dest pic x(08).
               05 transin-key-id pic x(08).
               05 transin-precedence pic x(01).
               05 transin-set-id pic x(08).
               05 transin-part pic x(02).
               05 transin-part-count pic x(02).
               05 transin-msg-text pic x(200).
               05 transin-release-ts pic x(12).

           fd onward-file.
           copy onwrdrec.

           fd route-file.
           copy routerec.

           fd rlyrt-file.
           copy rlyrtrec.

           fd rlog-file.
           copy rlylogrec.

      *> dated log of key-file trouble seen during the run
           fd except-file.
           copy excprec.
      *> 'Y' while keyring.dat is open and readable
           77 ws-keyring-open-switch pic x(1) value 'N'.
               88 ws-keyring-usable value 'Y'.
           77 cmp-status pic x(2) value spaces.
      *> 'Y' while compromise.dat is open and checkable
           77 ws-cmp-open-switch pic x(1) value 'N'.
               88 ws-cmp-usable value 'Y'.
      *> 'Y' when the received key-id is on the register
           77 ws-cmp-hit-switch pic x(1) value 'N'.
               88 ws-key-compromised value 'Y'.
      *> sequence of the keyring record currently supplying pad bytes
           77 ws-cur-seq pic 9(05).
      *> whole records already burned, from the positioning division
                   10 ws-sb-timestamp pic x(16).
      *> 'Y' once a member contradicted the set header
                   10 ws-sb-bad-sw pic x(01).
      *> 'Y' when the set is relay traffic, and its addressing off
      *> the first member's routing line
                   10 ws-sb-relay-sw pic x(01).
                   10 ws-sb-final pic x(08).
                   10 ws-sb-orig pic x(08).
                   10 ws-sb-prec pic x(01).
      *> 'Y' once the set delivered, so the end-of-file sweep
      *> leaves it alone
                   10 ws-sb-done-sw pic x(01).
           77 ws-excp-file-status pic x(02) value spaces.
           77 ws-excp-operation pic x(04) value spaces.
           77 ws-excp-message pic x(40) value spaces.
           77 ws-excp-terminal pic x(08) value spaces.
           77 ws-excp-key-id pic x(08) value spaces.
           77 ws-excp-status pic x(02) value spaces.

      *> one entry per dispatch file in recv.in, in arrival order,
      *> filled by the framing pass and judged by the channel check
           01 ws-chan-table.
               05 ws-ch-entry occurs 50.
                   10 ws-ch-from pic x(08).
                   10 ws-ch-to pic x(08).
                   10 ws-ch-serial pic 9(07).
      *> detail records the file's trailer accounted for
                   10 ws-ch-details pic 9(05).
      *> the serial chanctl.dat expected from the sender
                   10 ws-ch-expected pic 9(07).
                   10 ws-ch-verdict pic x(10).
                   10 ws-ch-note pic x(30).
           77 ws-ch-count pic 9(03) value 0.
           77 ws-ch-idx pic 9(03).
           77 ws-ch-max pic 9(03) value 50.
      *> 'Y' from a file's header until its trailer
           77 ws-hdr-open-switch pic x(1) value 'N'.
               88 ws-hdr-open value 'Y'.
           77 chan-status pic x(2) value spaces.
           77 ws-chk-file-status pic x(02) value spaces.
      *> this station's own id off the chanctl.dat H record; spaces
      *> until otp-chanctl HOME sets it, and then nothing is
      *> misdirected
           77 ws-home-station pic x(08) value spaces.
      *> 'Y' when the sender's I record was already on file
           77 ws-chan-on-file-switch pic x(1) value 'N'.
               88 ws-chan-on-file value 'Y'.
      *> the missing serials being recorded for one gap; no more
      *> than ws-gap-max G records are written for any one gap
           77 ws-gap-serial pic 9(07).
           77 ws-gap-last pic 9(07).
           77 ws-gap-written pic 9(03) value 0.
           77 ws-gap-max pic 9(03) value 20.
      *> files judged anything but OK or NEW this run
           77 ws-chan-trouble pic 9(03) value 0.
           77 ws-chk-out-switch pic x(1) value 'N'.
               88 ws-chk-out-open value 'Y'.
           01 ws-chk-heading.
               05 filler pic x(41)
                   value 'FROM     TO       SERIAL  EXPECTED DETLS '.
               05 filler pic x(39) value 'VERDICT    NOTE'.
           01 ws-chk-detail.
               05 ws-chk-from pic x(08).
               05 filler pic x(01) value space.
               05 ws-chk-to pic x(08).
               05 filler pic x(01) value space.
               05 ws-chk-serial pic 9(07).
               05 filler pic x(01) value space.
               05 ws-chk-expected pic 9(07).
               05 filler pic x(02) value space.
               05 ws-chk-details pic 9(05).
               05 filler pic x(01) value space.
               05 ws-chk-verdict pic x(10).
               05 filler pic x(01) value space.
               05 ws-chk-note pic x(28).

      *> 'Y' from a routing line until the detail it heads
           77 ws-route-open-switch pic x(1) value 'N'.
               88 ws-route-open value 'Y'.
      *> the sending station off the header of the file being
      *> processed, for relay traffic with no originating station
           77 ws-from-station pic x(08) value spaces.
      *> the routing line ahead of the detail in hand, if any
           77 ws-rly-pending-switch pic x(1) value 'N'.
               88 ws-rly-pending value 'Y'.
           77 ws-rly-final pic x(08) value spaces.
           77 ws-rly-orig pic x(08) value spaces.
           77 ws-rly-prec pic x(01) value spaces.
      *> the originating station and precedence a delivery carries:
      *> off the routing line when there is one, else the sending
      *> station off the header and no precedence
           77 ws-dlv-orig pic x(08) value spaces.
           77 ws-dlv-prec pic x(01) value spaces.
      *> 'Y' when the detail in hand is for another station
           77 ws-relay-msg-switch pic x(1) value 'N'.
               88 ws-relay-msg value 'Y'.
           77 ws-rly-bad-switch pic x(1) value 'N'.
               88 ws-rly-bad value 'Y'.
           77 ws-rly-reach-switch pic x(1) value 'N'.
               88 ws-rly-reachable value 'Y'.
      *> 'Y' once a leg of the relay message in hand failed to queue
           77 ws-rly-fail-switch pic x(1) value 'N'.
               88 ws-rly-failed value 'Y'.
      *> the leg being queued on: message-id, set carriage, text,
      *> and the inbound key-id and pad bytes it burned
           77 ws-rq-msg-id pic x(08) value spaces.
           77 ws-rq-set-id pic x(08) value spaces.
           77 ws-rq-part pic 9(02) value 0.
           77 ws-rq-part-count pic 9(02) value 0.
           77 ws-rq-text pic x(200) value spaces.
           77 ws-rq-key-id pic x(08) value spaces.
           77 ws-rq-bytes pic 9(07) value 0.
      *> messages queued on toward another station this run
           77 ws-relay-count pic 9(05) value 0.
           77 onw-status pic x(2) value spaces.
           77 ws-onw-found-switch pic x(1) value 'N'.
               88 ws-onw-found value 'Y'.
           77 route-status pic x(2) value spaces.
           77 ws-route-usable-switch pic x(1) value 'N'.
               88 ws-route-usable value 'Y'.
           77 rlyrt-status pic x(2) value spaces.
           77 ws-rlyrt-usable-switch pic x(1) value 'N'.
               88 ws-rlyrt-usable value 'Y'.
           77 ws-transin-file-status pic x(02) value spaces.
           77 ws-rlog-file-status pic x(02) value spaces.

      *> the run-control interlock's call area
           copy runctlcm.
               goback
           end-if.

           perform check-the-channels.

           open input recv-file.
           move 'N' to ws-recv-eof-switch.
           perform open-key-file.
           perform open-keytrack-file.
           perform open-inbtrack-file.
           perform open-cmp-file.
           perform open-relay-files.
           perform process-one-message until ws-recv-eof.
           perform settle-one-open-set
               varying ws-sb-idx from 1 by 1
           end-if.
           close keytrack-file.
           close inbtrack-file.
           if ws-cmp-usable
               close cmp-file
           end-if.
           close onward-file.
           if ws-route-usable
               close route-file
           end-if.
           if ws-rlyrt-usable
               close rlyrt-file
           end-if.
           display 'inbound run complete: ' ws-recv-count
               ' received, ' ws-dlvr-count ' delivered, '
               ws-rej-count ' rejected, ' ws-skip-count
               ' already processed'.
           if ws-relay-count > 0
               display ws-relay-count ' relay message(s) queued on'
                   ' in transin.txt - see relay.log'
           end-if.
           perform stamp-run-control-end.
           goback.

      *> since the previous trailer, and the file must not end with
      *> details still open - that is the truncation the trailer was
      *> built to catch.
      *> each 'H' header opens a file and is noted in the channel
      *> table for the serial check that follows.
       verify-transmission-frame.
           move 0 to ws-seg-count
           move 0 to ws-seg-bytes
           move 0 to ws-ch-count
           move 'N' to ws-hdr-open-switch
           move 'N' to ws-route-open-switch
           move 'N' to ws-frame-bad-switch
           move 'N' to ws-recv-eof-switch
           perform check-one-frame
               until ws-recv-eof or ws-frame-bad
           close recv-file
           if not ws-frame-bad
               and (ws-seg-count > 0 or ws-hdr-open or ws-route-open)
               display '*** transmission ends with ' ws-seg-count
                   ' details after the last header or trailer -'
                   ' truncated ***'
               move 'Y' to ws-frame-bad-switch
           end-if.

               not at end
                   evaluate recv-rec-type
                       when 'D'
                           move 'N' to ws-route-open-switch
                           add 1 to ws-seg-count end-add
                           if recv-length is numeric
                               add recv-length to ws-seg-bytes
                                   end-add
                           end-if
                       when 'R'
                           perform check-one-routing
                       when 'H'
                           perform check-one-header
                       when 'T'
                           perform check-one-trailer
                       when other
      *> what actually arrived ahead of it. a garbled detail length
      *> shows up as a byte-total mismatch.
       check-one-trailer.
           if ws-route-open
               perform refuse-open-routing
               exit paragraph
           end-if
           if rtrl-rec-count not = ws-seg-count
               or rtrl-total-bytes not = ws-seg-bytes
               display '*** trailer mismatch: ' ws-seg-count
                   ' promised ***'
               move 'Y' to ws-frame-bad-switch
           else
               perform note-file-trailer
               move 0 to ws-seg-count
               move 0 to ws-seg-bytes
           end-if.

      *> a header opens a station's file, so it may only come first
      *> or straight after a trailer; one arriving inside an open
      *> file means the file ahead of it was cut off.
       check-one-header.
           if ws-route-open
               perform refuse-open-routing
               exit paragraph
           end-if
           if ws-seg-count > 0 or ws-hdr-open
               display '*** header for ' rhdr-from-station
                   ' inside an open file - the file ahead of it is'
                   ' truncated ***'
               move 'Y' to ws-frame-bad-switch
               exit paragraph
           end-if
           if rhdr-serial is not numeric
               display '*** garbled channel serial ' rhdr-serial
                   ' on the header from ' rhdr-from-station ' ***'
               move 'Y' to ws-frame-bad-switch
               exit paragraph
           end-if
           perform add-channel-entry
           if ws-frame-bad
               exit paragraph
           end-if
           move rhdr-from-station to ws-ch-from(ws-ch-count)
           move rhdr-to-station to ws-ch-to(ws-ch-count)
           move rhdr-serial to ws-ch-serial(ws-ch-count)
           move 'Y' to ws-hdr-open-switch.

      *> a routing line heads the one detail straight after it; two
      *> in a row, or one followed by anything but a detail, means
      *> the detail it was cut for is missing.
       check-one-routing.
           if ws-route-open
               perform refuse-open-routing
               exit paragraph
           end-if
           move 'Y' to ws-route-open-switch.

       refuse-open-routing.
           display '*** routing line with no detail behind it -'
               ' the file is garbled ***'
           move 'Y' to ws-frame-bad-switch.

      *> the file's trailer has balanced; its detail count goes on
      *> its channel entry. a file that never had a header - cut
      *> before dispatch files carried one - gets an entry of its
      *> own with no sender, which the check calls UNNUMBERED.
       note-file-trailer.
           if not ws-hdr-open
               perform add-channel-entry
               if ws-frame-bad
                   exit paragraph
               end-if
           end-if
           move ws-seg-count to ws-ch-details(ws-ch-count)
           move 'N' to ws-hdr-open-switch.

       add-channel-entry.
           if ws-ch-count >= ws-ch-max
               display '*** more than ' ws-ch-max ' dispatch files'
                   ' in one recv.in - split it and run each part'
                   ' ***'
               move 'Y' to ws-frame-bad-switch
               exit paragraph
           end-if
           add 1 to ws-ch-count end-add
           move spaces to ws-ch-from(ws-ch-count)
           move spaces to ws-ch-to(ws-ch-count)
           move 0 to ws-ch-serial(ws-ch-count)
           move 0 to ws-ch-details(ws-ch-count)
           move 0 to ws-ch-expected(ws-ch-count)
           move spaces to ws-ch-verdict(ws-ch-count)
           move spaces to ws-ch-note(ws-ch-count).

      *> the channel check, after the framing has passed and before
      *> a single pad byte is burned: each file's serial against
      *> what chanctl.dat expects from its sender, in arrival order,
      *> moving the expected serial on as it goes. a chanctl.dat
      *> that exists but will not open abandons the run - the check
      *> is only worth anything if it is never skipped.
       check-the-channels.
           open i-o chan-file
           if chan-status = '35'
               open output chan-file
               close chan-file
               open i-o chan-file
           end-if
           if chan-status not = '00'
               display '*** chanctl.dat would not open, status '
                   chan-status ' - run abandoned ***'
               move 16 to return-code
               goback
           end-if
           move spaces to ws-home-station
           move 'H' to chan-type
           move spaces to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   continue
               not invalid key
                   move chan-home-station to ws-home-station
           end-read

           move 0 to ws-chan-trouble
           perform check-one-channel
               varying ws-ch-idx from 1 by 1
               until ws-ch-idx > ws-ch-count
           close chan-file
           perform write-channel-report
           display 'channel check: ' ws-ch-count ' file(s), '
               ws-chan-trouble ' need the desk - see chancheck.out'.

       check-one-channel.
           if ws-ch-from(ws-ch-idx) = spaces
               move 'UNNUMBERED' to ws-ch-verdict(ws-ch-idx)
               move 'no sender on the header' to ws-ch-note(ws-ch-idx)
               exit paragraph
           end-if
           if ws-home-station not = spaces
               and ws-ch-to(ws-ch-idx) not = ws-home-station
               move 'NOT OURS' to ws-ch-verdict(ws-ch-idx)
               move 'addressed to another station'
                   to ws-ch-note(ws-ch-idx)
               add 1 to ws-chan-trouble end-add
               move ws-ch-from(ws-ch-idx) to ws-excp-terminal
               move 'file addressed to' to ws-excp-message
               move ws-ch-to(ws-ch-idx) to ws-excp-message(19:8)
               perform log-channel-exception
               exit paragraph
           end-if

           move 'N' to ws-chan-on-file-switch
           move 'I' to chan-type
           move ws-ch-from(ws-ch-idx) to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   move ws-ch-serial(ws-ch-idx)
                       to ws-ch-expected(ws-ch-idx)
               not invalid key
                   move 'Y' to ws-chan-on-file-switch
                   move chan-next-serial to ws-ch-expected(ws-ch-idx)
           end-read

           evaluate true
               when not ws-chan-on-file
                   move 'NEW' to ws-ch-verdict(ws-ch-idx)
                   move 'first file on this channel'
                       to ws-ch-note(ws-ch-idx)
                   perform advance-inbound-serial
               when ws-ch-serial(ws-ch-idx) = ws-ch-expected(ws-ch-idx)
                   move 'OK' to ws-ch-verdict(ws-ch-idx)
                   perform advance-inbound-serial
               when ws-ch-serial(ws-ch-idx) > ws-ch-expected(ws-ch-idx)
                   move 'GAP' to ws-ch-verdict(ws-ch-idx)
                   add 1 to ws-chan-trouble end-add
                   perform record-channel-gap
                   perform advance-inbound-serial
               when other
                   perform check-late-or-duplicate
           end-evaluate.

      *> behind what is expected: either it fills a gap recorded
      *> earlier - late, and the gap is closed - or it was seen
      *> before.
       check-late-or-duplicate.
           add 1 to ws-chan-trouble end-add
           move 'G' to chan-type
           move ws-ch-from(ws-ch-idx) to chan-station
           move ws-ch-serial(ws-ch-idx) to chan-serial
           read chan-file
               invalid key
                   move 'DUPLICATE' to ws-ch-verdict(ws-ch-idx)
                   move 'received before' to ws-ch-note(ws-ch-idx)
               not invalid key
                   move 'LATE' to ws-ch-verdict(ws-ch-idx)
                   move 'out of order - gap closed'
                       to ws-ch-note(ws-ch-idx)
                   delete chan-file record
           end-read.

      *> one G record per serial skipped, up to ws-gap-max of them,
      *> and one except.log line for the morning desk naming the
      *> whole run of missing serials.
       record-channel-gap.
           compute ws-gap-last = ws-ch-serial(ws-ch-idx) - 1
           end-compute
           move 0 to ws-gap-written
           perform write-one-gap
               varying ws-gap-serial from ws-ch-expected(ws-ch-idx)
               by 1
               until ws-gap-serial > ws-gap-last
                   or ws-gap-written >= ws-gap-max
           move spaces to ws-ch-note(ws-ch-idx)
           string ws-ch-expected(ws-ch-idx) delimited by size
               '-' delimited by size
               ws-gap-last delimited by size
               ' missing' delimited by size
               into ws-ch-note(ws-ch-idx)
           end-string
           move ws-ch-from(ws-ch-idx) to ws-excp-terminal
           move spaces to ws-excp-message
           string 'gap: serials ' delimited by size
               ws-ch-note(ws-ch-idx) delimited by size
               into ws-excp-message
           end-string
           perform log-channel-exception
           display '*** channel gap from ' ws-ch-from(ws-ch-idx)
               ': serials ' ws-ch-expected(ws-ch-idx) ' to '
               ws-gap-last ' never arrived - ask for them ***'.

       write-one-gap.
           move 'G' to chan-type
           move ws-ch-from(ws-ch-idx) to chan-station
           move ws-gap-serial to chan-serial
           move 0 to chan-next-serial
           move spaces to chan-home-station
           accept chan-last-ts(1:8) from date yyyymmdd
           accept chan-last-ts(9:8) from time
           move 'INBATCH' to chan-changed-by
           write chan-record
           if chan-status = '00'
               add 1 to ws-gap-written end-add
           end-if.

      *> the file just judged was the newest on its channel; the
      *> next one expected is the serial after it.
       advance-inbound-serial.
           move 'I' to chan-type
           move ws-ch-from(ws-ch-idx) to chan-station
           move 0 to chan-serial
           compute chan-next-serial = ws-ch-serial(ws-ch-idx) + 1
           end-compute
           move spaces to chan-home-station
           accept chan-last-ts(1:8) from date yyyymmdd
           accept chan-last-ts(9:8) from time
           move 'INBATCH' to chan-changed-by
           if ws-chan-on-file
               rewrite chan-record
           else
               write chan-record
           end-if
           if chan-status not = '00'
               display '*** channel serial from '
                   ws-ch-from(ws-ch-idx) ' not advanced, status '
                   chan-status ' - the next file will misreport;'
                   ' RESET it with otp-chanctl ***'
               move 16 to return-code
           end-if
           move 'Y' to ws-chan-on-file-switch.

      *> chancheck.out: one line per file in recv.in, verdicts the
      *> desk must act on shown on the console as well.
       write-channel-report.
           move 'N' to ws-chk-out-switch
           open output chk-file
           if ws-chk-file-status = '00'
               move 'Y' to ws-chk-out-switch
               move ws-chk-heading to chk-line
               write chk-line
           else
               display '*** chancheck.out would not open, status '
                   ws-chk-file-status ' - verdicts on the console'
                   ' only ***'
           end-if
           perform report-one-channel
               varying ws-ch-idx from 1 by 1
               until ws-ch-idx > ws-ch-count
           if ws-chk-out-open
               close chk-file
           end-if.

       report-one-channel.
           move ws-ch-from(ws-ch-idx) to ws-chk-from
           move ws-ch-to(ws-ch-idx) to ws-chk-to
           move ws-ch-serial(ws-ch-idx) to ws-chk-serial
           move ws-ch-expected(ws-ch-idx) to ws-chk-expected
           move ws-ch-details(ws-ch-idx) to ws-chk-details
           move ws-ch-verdict(ws-ch-idx) to ws-chk-verdict
           move ws-ch-note(ws-ch-idx) to ws-chk-note
           if ws-chk-out-open
               move ws-chk-detail to chk-line
               write chk-line
           end-if
           if ws-ch-verdict(ws-ch-idx) not = 'OK'
               and ws-ch-verdict(ws-ch-idx) not = 'NEW'
               display '  ' ws-chk-detail
           end-if.

      *> second pass: decrypt one received detail, skipping trailers
      *> (already verified) and anything a prior run checkpointed.
      *> a header names the station the details after it came from;
      *> a routing line is held for the one detail behind it.
       process-one-message.
           read recv-file
               at end
                   move 'Y' to ws-recv-eof-switch
               not at end
                   evaluate recv-rec-type
                       when 'H'
                           move rhdr-from-station to ws-from-station
                       when 'T'
                           move spaces to ws-from-station
                       when 'R'
                           move 'Y' to ws-rly-pending-switch
                           move rrt-final-station to ws-rly-final
                           move rrt-orig-station to ws-rly-orig
                           move rrt-precedence to ws-rly-prec
                       when 'D'
                           perform process-one-detail
                           move 'N' to ws-rly-pending-switch
                   end-evaluate
           end-read.

       process-one-detail.
           perform check-already-processed
           if ws-already-processed
               display '*** message ' recv-msg-id
                   ' already processed - skipped on'
                   ' rerun ***'
               add 1 to ws-skip-count end-add
           else
               add 1 to ws-recv-count end-add
               move 0 to ws-total-consumed
               perform decrypt-one-message
               if ws-total-consumed > 0
                   perform write-inbound-checkpoint
               end-if
           end-if.

      *> seek straight to the keyring record holding this message's
      *> first unburned pad byte, xor the ciphertext back to
      *> plaintext, record the consumption and only release the
               end-if
           end-if

      *> relay traffic this station cannot queue on is turned back
      *> before any pad is burned, intact for the sender to resend
           perform judge-relay-leg
           if ws-rly-bad
               move 'RLYX' to ws-rej-reason
               perform reject-message
               exit paragraph
           end-if
           perform settle-delivery-addressing

      *> nothing on an exposed pad is decrypted, so nothing burns
           perform check-key-compromised
           if ws-key-compromised
               display '*** key-id ' recv-key-id ' is compromised -'
                   ' message ' recv-msg-id ' rejected ***'
               move 'CMPX' to ws-rej-reason
               perform reject-message
               exit paragraph
           end-if

           if not ws-keyring-usable
               move 'KEYN' to ws-rej-reason
               perform reject-message
                           move 'RTRP' to ws-rej-reason
                           perform reject-message
                       else
                           evaluate true
                               when recv-set-id not = spaces
                                   perform buffer-set-part
                               when ws-relay-msg
                                   perform relay-message
                               when other
                                   perform deliver-message
                           end-evaluate
                       end-if
                   end-if
               end-if
           move recv-timestamp to dlvr-timestamp
           move ws-msg-len to dlvr-length
           move ws-plain-buf to dlvr-text
           move ws-dlv-prec to dlvr-precedence
           move ws-dlv-orig to dlvr-orig-station
           accept dlvr-delivered-ts(1:8) from date yyyymmdd
           accept dlvr-delivered-ts(9:8) from time
           move 0 to dlvr-part-count
           write dlvr-record
           if ws-dlvr-file-status not = '00'
      *> the pad is burned either way, so the plaintext exists only
           if ws-sb-cnt-num not = ws-sb-part-count(ws-sb-idx)
               or recv-key-id not = ws-sb-key-id(ws-sb-idx)
               or ws-sb-part-got(ws-sb-idx, ws-sb-part-num) = 'Y'
               or ws-relay-msg-switch not = ws-sb-relay-sw(ws-sb-idx)
               or (ws-relay-msg
                   and ws-rly-final not = ws-sb-final(ws-sb-idx))
               move 'Y' to ws-sb-bad-sw(ws-sb-idx)
               display '*** message ' recv-msg-id ' contradicts'
                   ' set ' recv-set-id ' - set rejects whole ***'
           add 1 to ws-sb-parts-got(ws-sb-idx) end-add
           if ws-sb-parts-got(ws-sb-idx)
               = ws-sb-part-count(ws-sb-idx)
               if ws-sb-relay-sw(ws-sb-idx) = 'Y'
                   perform relay-one-set
               else
                   perform deliver-one-set
               end-if
           end-if.

      *> finds recv-set-id's slot in the reassembly table, starting
               move recv-timestamp to ws-sb-timestamp(ws-sb-idx)
               move 'N' to ws-sb-bad-sw(ws-sb-idx)
               move 'N' to ws-sb-done-sw(ws-sb-idx)
               move ws-relay-msg-switch to ws-sb-relay-sw(ws-sb-idx)
               move ws-rly-final to ws-sb-final(ws-sb-idx)
               move ws-dlv-orig to ws-sb-orig(ws-sb-idx)
               move ws-dlv-prec to ws-sb-prec(ws-sb-idx)
               perform clear-one-set-slot
                   varying ws-sb-slot from 1 by 1
                   until ws-sb-slot > 20
           move ws-sb-timestamp(ws-sb-idx) to dlvr-timestamp
           move ws-asm-len to dlvr-length
           move ws-asm-text to dlvr-text
           move ws-sb-prec(ws-sb-idx) to dlvr-precedence
           move ws-sb-orig(ws-sb-idx) to dlvr-orig-station
           accept dlvr-delivered-ts(1:8) from date yyyymmdd
           accept dlvr-delivered-ts(9:8) from time
           move ws-sb-part-count(ws-sb-idx) to dlvr-part-count
           write dlvr-record
           if ws-dlvr-file-status not = '00'
      *> the parts' pad is burned either way, so the reassembled
               to ws-ack-msg-id
           perform cut-acknowledgment.

      *> what a delivery of the detail in hand will say about where
      *> it started and how urgent it is. a relay message's routing
      *> fields were defaulted by judge-relay-leg already.
       settle-delivery-addressing.
           if ws-rly-pending
               move ws-rly-orig to ws-dlv-orig
               move ws-rly-prec to ws-dlv-prec
               if ws-dlv-orig = spaces
                   move ws-from-station to ws-dlv-orig
               end-if
           else
               move ws-from-station to ws-dlv-orig
               move space to ws-dlv-prec
           end-if.

      *> whether the detail in hand is relay traffic, and if so
      *> whether it can be queued on. a routing line naming this
      *> station, or arriving before otp-chanctl HOME has named it,
      *> is the last leg and the message delivers here as usual.
      *> relay traffic must be for a station this one can reach -
      *> pads of its own in the routing directory or a relay entry
      *> - and a standalone message must fit one 200-byte queued
      *> transaction; a set member's length was edited already.
       judge-relay-leg.
           move 'N' to ws-relay-msg-switch
           move 'N' to ws-rly-bad-switch
           if not ws-rly-pending
               or ws-home-station = spaces
               or ws-rly-final = spaces
               or ws-rly-final = ws-home-station
               exit paragraph
           end-if
           move 'Y' to ws-relay-msg-switch
           if ws-rly-orig = spaces
               move ws-from-station to ws-rly-orig
           end-if
           if ws-rly-prec = space
               move 'R' to ws-rly-prec
           end-if
           if recv-length > 200
               display '*** relay message ' recv-msg-id ' for '
                   ws-rly-final ' is too long to queue on -'
                   ' rejected ***'
               move 'Y' to ws-rly-bad-switch
               exit paragraph
           end-if
           perform check-relay-reachable
           if not ws-rly-reachable
               display '*** relay message ' recv-msg-id ' is for '
                   ws-rly-final ', which this station has no'
                   ' route to - rejected ***'
               move 'Y' to ws-rly-bad-switch
           end-if.

       check-relay-reachable.
           move 'N' to ws-rly-reach-switch
           if ws-route-usable
               move ws-rly-final to route-terminal
               move 1 to route-seq
               read route-file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-rly-reach-switch
               end-read
           end-if
           if not ws-rly-reachable
               and ws-rlyrt-usable
               move ws-rly-final to rlyrt-station
               read rlyrt-file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-rly-reach-switch
               end-read
           end-if.

      *> a validated standalone relay message is queued on rather
      *> than delivered, and acknowledged back toward the station
      *> it came from only once the onward leg is safely queued -
      *> an acknowledgment for a leg that never landed would lose
      *> the message between the two stations.
       relay-message.
           move 'N' to ws-rly-fail-switch
           move recv-msg-id to ws-rq-msg-id
           move spaces to ws-rq-set-id
           move 0 to ws-rq-part
           move 0 to ws-rq-part-count
           move ws-plain-buf(1:200) to ws-rq-text
           move recv-key-id to ws-rq-key-id
           move ws-total-consumed to ws-rq-bytes
           perform queue-one-leg
           if not ws-rly-failed
               move recv-msg-id to ws-ack-msg-id
               move ws-dest-terminal to ws-ack-terminal
               perform cut-acknowledgment
           end-if.

      *> a complete relay set is queued on part by part under the
      *> same set-id, part numbers and message-ids, so the next
      *> station's edit sees the same set; its members are
      *> acknowledged only if every part was queued.
       relay-one-set.
           move 'N' to ws-rly-fail-switch
           move ws-sb-final(ws-sb-idx) to ws-rly-final
           move ws-sb-orig(ws-sb-idx) to ws-rly-orig
           move ws-sb-prec(ws-sb-idx) to ws-rly-prec
           perform queue-one-set-part
               varying ws-sb-slot from 1 by 1
               until ws-sb-slot > ws-sb-part-count(ws-sb-idx)
           if not ws-rly-failed
               move ws-sb-terminal(ws-sb-idx) to ws-ack-terminal
               perform acknowledge-one-member
                   varying ws-sb-slot from 1 by 1
                   until ws-sb-slot > ws-sb-part-count(ws-sb-idx)
           end-if
           move 'Y' to ws-sb-done-sw(ws-sb-idx)
           display 'set ' ws-sb-set-id(ws-sb-idx) ' queued on for '
               ws-rly-final ': ' ws-sb-part-count(ws-sb-idx)
               ' parts'.

       queue-one-set-part.
           move ws-sb-part-msg-id(ws-sb-idx, ws-sb-slot)
               to ws-rq-msg-id
           move ws-sb-set-id(ws-sb-idx) to ws-rq-set-id
           move ws-sb-slot to ws-rq-part
           move ws-sb-part-count(ws-sb-idx) to ws-rq-part-count
           move ws-sb-part-text(ws-sb-idx, ws-sb-slot) to ws-rq-text
           move ws-sb-key-id(ws-sb-idx) to ws-rq-key-id
           move ws-sb-part-len(ws-sb-idx, ws-sb-slot) to ws-rq-bytes
           perform queue-one-leg.

      *> one onward leg: its addressing into onward.dat, awaiting
      *> the edit, then the message itself onto the raw queue
      *> addressed to the final station - key-id left blank for the
      *> edit to assign from the routing - and a relay.log line
      *> either way. a leg that fails is the desk's to recover: the
      *> pad is burned, the plaintext exists only in this run.
       queue-one-leg.
           move ws-rq-msg-id to onw-msg-id
           move 'N' to ws-onw-found-switch
           read onward-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-onw-found-switch
           end-read
           move spaces to onw-record
           move ws-rq-msg-id to onw-msg-id
           move ws-rly-final to onw-final-station
           move ws-rly-orig to onw-orig-station
           move ws-rly-prec to onw-precedence
           move 'Q' to onw-state
           accept onw-last-ts(1:8) from date yyyymmdd
           accept onw-last-ts(9:8) from time
           move 'INBATCH' to onw-written-by
           if ws-onw-found
               rewrite onw-record
           else
               write onw-record
           end-if
           if onw-status not = '00'
               display '*** onward.dat write failed for relay message '
                   ws-rq-msg-id ' status ' onw-status ' ***'
               move 'Y' to ws-rly-fail-switch
           else
               perform append-relay-queue
           end-if
           perform write-relay-log-line
           if ws-rly-failed
               display '*** relay message ' ws-rq-msg-id ' for '
                   ws-rly-final ' not queued on - not acknowledged,'
                   ' recover it manually ***'
               move 16 to return-code
           else
               add 1 to ws-relay-count end-add
           end-if.

       append-relay-queue.
           open extend transin-file
           if ws-transin-file-status not = '00'
               open output transin-file
               close transin-file
               open extend transin-file
           end-if
           move spaces to transin-record
           move 'M' to transin-rec-type
           move ws-rq-msg-id to transin-msg-id
           move ws-rly-final to transin-dest
           move ws-rly-prec to transin-precedence
           move ws-rq-set-id to transin-set-id
           if ws-rq-set-id not = spaces
               move ws-rq-part to transin-part
               move ws-rq-part-count to transin-part-count
           end-if
           move ws-rq-text to transin-msg-text
           write transin-record
           if ws-transin-file-status not = '00'
               display '*** transin.txt write failed for relay'
                   ' message ' ws-rq-msg-id ' status '
                   ws-transin-file-status ' ***'
               move 'Y' to ws-rly-fail-switch
           end-if
           close transin-file.

      *> relay.log ties the inbound checkpoint to the onward leg; the
      *> whole line is cleared to spaces first, as for except.log.
       write-relay-log-line.
           open extend rlog-file
           if ws-rlog-file-status not = '00'
               open output rlog-file
               close rlog-file
               open extend rlog-file
           end-if
           move spaces to rlog-line
           accept rlog-date from date yyyymmdd
           accept rlog-time from time
           move ws-rq-msg-id to rlog-in-msg-id
           move ws-rq-key-id to rlog-in-key-id
           move ws-rq-bytes to rlog-in-bytes
           move ws-from-station to rlog-from-station
           move ws-rly-orig to rlog-orig-station
           move ws-rly-final to rlog-final-station
           move ws-rly-prec to rlog-precedence
           move ws-rq-msg-id to rlog-out-msg-id
           move ws-rq-set-id to rlog-set-id
           if ws-rly-failed
               move 'FAILED' to rlog-verdict
           else
               move 'QUEUED' to rlog-verdict
           end-if
           write rlog-line
           if ws-rlog-file-status not = '00'
               display '*** relay.log write failed for '
                   ws-rq-msg-id ' status ' ws-rlog-file-status
                   ' - note the leg by hand ***'
               move 16 to return-code
           end-if
           close rlog-file.

      *> end-of-file sweep: a set still open never completed, and
      *> its buffered members reject whole - fragments of a message
      *> are worthless to deliver. their pad is burned and their
           perform log-key-exception.

      *> appends a dated entry to except.log for a bad key-file open
      *> or read, creating the log the first time it is needed.
       log-key-exception.
           move key-terminal to ws-excp-terminal
           move recv-key-id to ws-excp-key-id
           move ws-key-file-status to ws-excp-status
           perform append-exception-line.

      *> a channel verdict for the desk: the sending station, no
      *> key-id, operation CHAN. the message comes from the caller.
       log-channel-exception.
           move spaces to ws-excp-key-id
           move 'CHAN' to ws-excp-operation
           move chan-status to ws-excp-status
           perform append-exception-line.

      *> the whole line is cleared to spaces first: the record area
      *> starts out low-valued, and LINE SEQUENTIAL refuses a record
      *> with control bytes in it.
       append-exception-line.
           move spaces to excp-line
           accept excp-date from date yyyymmdd
           accept excp-time from time
           move ws-excp-terminal to excp-terminal
           move ws-excp-key-id to excp-key-id
           move ws-excp-operation to excp-operation
           move ws-excp-status to excp-status
           move ws-excp-message to excp-message

           open extend except-file
               goback
           end-if.

      *> onward.dat may not exist until the first relay traffic -
      *> status 35 - and only then is it created empty; without it
      *> relay traffic cannot be queued on, so any other status
      *> abandons the run before a pad byte is burned. the routing
      *> directory and relay table are only read: one that is not
      *> there reaches nothing, and relay traffic rejects RLYX.
       open-relay-files.
           open i-o onward-file
           if onw-status = '35'
               open output onward-file
               close onward-file
               open i-o onward-file
           end-if
           if onw-status not = '00'
               display '*** onward.dat would not open, status '
                   onw-status ' - run abandoned ***'
               move 16 to return-code
               goback
           end-if
           open input route-file
           if route-status = '00'
               move 'Y' to ws-route-usable-switch
           end-if
           open input rlyrt-file
           if rlyrt-status = '00'
               move 'Y' to ws-rlyrt-usable-switch
           end-if.

      *> compromise hold for the received key-id.
       check-key-compromised.
           move 'N' to ws-cmp-hit-switch
           if not ws-cmp-usable
               exit paragraph
           end-if
           move recv-key-id to cmp-key-id
           read cmp-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cmp-hit-switch
           end-read.

      *> compromise.dat is absent until the first declaration, and
      *> then nothing is held. a register that exists but will not
      *> open abandons the run before a single pad byte is burned -
      *> decrypting blind to it could deliver traffic on an exposed
      *> pad.
       open-cmp-file.
           open input cmp-file
           if cmp-status = '00'
               move 'Y' to ws-cmp-open-switch
               exit paragraph
           end-if
           if cmp-status not = '35'
               display '*** compromise.dat would not open, status '
                   cmp-status ' - run abandoned ***'
               move 16 to return-code
               goback
           end-if.

      *> pull how many bytes recv-key-id has already spent; a key-id
      *> with no tracking record yet has spent nothing.
       look-up-bytes-used.
