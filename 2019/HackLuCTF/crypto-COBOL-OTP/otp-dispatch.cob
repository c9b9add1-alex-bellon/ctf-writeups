      *>   ended OK - and the outcome is stamped at end. an abend
      *>   leaves the RUNNING mark for the desk to clear with
      *>   otp-runlog RESET once the cause is understood.
      *>   ciphertext on a pad declared compromised (compromise.dat,
      *>   otp-compromise) is held: it is neither dispatched nor
      *>   tracked, so it stays in cipher.out - the end-of-day cycle
      *>   carries everything undispatched forward - and each run
      *>   logs it to except.log again until the desk withdraws it
      *>   with a cancel. the run total shows how many were held.
      *>   no dispatch file is cut for a station the station master
      *>   (station.dat, otp-station) shows closed: its ciphertext is
      *>   logged to except.log and left untracked in cipher.out, the
      *>   same as unroutable traffic, for the desk to cancel.
      *>   every dispatch file now opens with an 'H' header record
      *>   carrying this station's id, the destination and a channel
      *>   serial kept per station in chanctl.dat (chanrec.cpy) that
      *>   runs on from one run to the next, where xmit-seq starts
      *>   again at 1 in every file. the far station's otp-inbatch
      *>   checks the serials before it decrypts anything, so a
      *>   whole file lost, received twice or out of order is caught
      *>   - the trailer alone only proved one file arrived whole.
      *>   the serial is advanced only once the trailer has landed;
      *>   a file abandoned part-written leaves it where it was, and
      *>   the retransmission goes out under the same serial.
      *>   relay traffic - a message otp-edit sent through a
      *>   neighbouring station for one further on, or one queued on
      *>   here from elsewhere - goes out with an 'R' routing record
      *>   ahead of its detail line, carrying the final station, the
      *>   originating station and the precedence from onward.dat
      *>   (onwrdrec.cpy), so the neighbour's otp-inbatch can queue
      *>   it on unchanged. the trailer still counts details only.
      *>   every other message now goes out behind a routing record
      *>   too, its final station left blank - the file's own
      *>   station - carrying this station as the originating one
      *>   and the precedence off the message's audit.trl
      *>   checkpoint, so the far station can print it on the
      *>   delivery and age urgent traffic left uncollected.

       environment division.
           input-output section.
               record key is dsptrk-msg-id
               file status is dsptrk-status.

      *> the station master, read-only: nothing is cut for a closed
      *> station
               select stn-file assign to 'station.dat'
               organization indexed
               access mode dynamic
               record key is stn-terminal
               file status is stn-status-code.

      *> the compromise register, read-only: ciphertext on a pad
      *> listed here is held, not dispatched
               select cmp-file assign to 'compromise.dat'
               organization indexed
               access mode dynamic
               record key is cmp-key-id
               file status is cmp-status.

      *> the channel control file: our own station id and the next
      *> serial owed to each station
               select chan-file assign to 'chanctl.dat'
               organization indexed
               access mode dynamic
               record key is chan-key
               file status is chan-status.

      *> end-to-end addressing for relay traffic, read-only
               select onward-file assign to 'onward.dat'
               organization indexed
               access mode dynamic
               record key is onw-msg-id
               file status is onw-status.

      *> the batch checkpoints, read-only, for the precedence each
      *> message was queued at
               select audit-file assign to 'audit.trl'
               organization indexed
               access mode dynamic
               record key is audit-msg-id
               file status is audit-status.

               select except-file assign to 'except.log'
               organization line sequential
               file status is ws-excp-file-status.
           fd cipher-file.
           copy cipherrec.

           fd audit-file.
           copy auditrec.

      *> a cipher record with the destination terminal carried ahead
      *> of it, which is what the sort orders on
           sd sort-work-file.
               05 sort-text pic x(4000).

           fd xmit-file.
      *> one header line opens every dispatch file
           01 xmit-header.
               05 xmhdr-rec-type pic x(01). *> 'H' for the header
      *> the station that cut the file - this one - and the one it
      *> is for
               05 xmhdr-from-station pic x(08).
               05 xmhdr-to-station pic x(08).
      *> the channel serial: one more than the last file cut from
      *> this station to that one, whatever run it went out in
               05 xmhdr-serial pic 9(07).
      *> yyyymmddhhmmsscc the file was cut
               05 xmhdr-timestamp pic x(16).
      *> one detail line per message cut into this dispatch file
           01 xmit-record.
               05 xmit-rec-type pic x(01). *> 'D' for a detail line
               05 xmit-part pic 9(02).
               05 xmit-part-count pic 9(02).
               05 xmit-text pic x(4000).
      *> a routing line ahead of a message's detail line
           01 xmit-route.
               05 xmrt-rec-type pic x(01). *> 'R' for a routing line
      *> the station the message is finally for - spaces when that
      *> is the station the file is for - the station it was first
      *> queued at, and the precedence it was queued at
               05 xmrt-final-station pic x(08).
               05 xmrt-orig-station pic x(08).
               05 xmrt-precedence pic x(01).
      *> one trailer line closes every dispatch file
           01 xmit-trailer.
               05 xmtrl-rec-type pic x(01). *> 'T' for the trailer
           fd dsptrk-file.
           copy dsptrkrec.

           fd cmp-file.
           copy cmprec.

           fd stn-file.
           copy stnrec.

           fd chan-file.
           copy chanrec.

           fd onward-file.
           copy onwrdrec.

      *> dated log of key-file trouble seen during the run
           fd except-file.
           copy excprec.
           77 ws-skip-count pic 9(05) value 0.
      *> messages left behind because their key-id has no header
           77 ws-noroute-count pic 9(05) value 0.
      *> messages held back because their pad is compromised
           77 ws-held-count pic 9(05) value 0.
      *> messages left behind because their station is closed
           77 ws-closed-count pic 9(05) value 0.
           77 stn-status-code pic x(2) value spaces.
      *> 'Y' while station.dat is open and checkable
           77 ws-stn-open-switch pic x(1) value 'N'.
               88 ws-stn-usable value 'Y'.
      *> 'Y' when the current message's station is closed
           77 ws-stn-closed-switch pic x(1) value 'N'.
               88 ws-station-closed value 'Y'.
           77 dsptrk-status pic x(2) value spaces.
           77 cmp-status pic x(2) value spaces.
      *> 'Y' while compromise.dat is open and checkable
           77 ws-cmp-open-switch pic x(1) value 'N'.
               88 ws-cmp-usable value 'Y'.
      *> 'Y' when the current message's key-id is on the register
           77 ws-cmp-hit-switch pic x(1) value 'N'.
               88 ws-key-compromised value 'Y'.
           77 chan-status pic x(2) value spaces.
           77 onw-status pic x(2) value spaces.
      *> 'Y' while onward.dat is open and readable
           77 ws-onw-open-switch pic x(1) value 'N'.
               88 ws-onw-usable value 'Y'.
      *> relay messages sent with a routing line this run
           77 ws-relay-count pic 9(05) value 0.
      *> 'Y' once the message in hand has had its relay routing line
           77 ws-routed-switch pic x(1) value 'N'.
               88 ws-routed value 'Y'.
           77 audit-status pic x(2) value spaces.
      *> 'Y' while audit.trl is open and readable
           77 ws-audit-open-switch pic x(1) value 'N'.
               88 ws-audit-usable value 'Y'.
      *> this station's own id off the chanctl.dat H record; spaces
      *> until otp-chanctl HOME sets it
           77 ws-home-station pic x(08) value spaces.
      *> the channel serial stamped on the open dispatch file, and
      *> 'Y' when its O record was already on file to be rewritten
           77 ws-chan-serial pic 9(07) value 0.
           77 ws-chan-on-file-switch pic x(1) value 'N'.
               88 ws-chan-on-file value 'Y'.
           77 ws-excp-terminal pic x(08) value spaces.
           77 ws-excp-key-id pic x(08) value spaces.
           77 ws-excp-operation pic x(04) value spaces.

           perform open-dsptrk-file.
           perform open-key-file.
           perform open-cmp-file.
           perform open-stn-file.
           perform open-chan-file.
           perform open-onward-file.
           open input audit-file.
           if audit-status = '00'
               move 'Y' to ws-audit-open-switch
           end-if.

           sort sort-work-file
               on ascending key sort-terminal
           if ws-keyring-usable
               close key-file
           end-if.
           if ws-cmp-usable
               close cmp-file
           end-if.
           if ws-stn-usable
               close stn-file
           end-if.
           close chan-file.
           if ws-onw-usable
               close onward-file
           end-if.
           if ws-audit-usable
               close audit-file
           end-if.

           display 'dispatch complete: ' ws-sent-count
               ' messages in ' ws-file-count ' files, '
               ws-skip-count ' already dispatched, '
               ws-noroute-count ' unroutable, '
               ws-held-count ' held on compromised pads, '
               ws-closed-count ' for closed stations'.
           if ws-relay-count > 0
               display ws-relay-count ' of them relay traffic, sent'
                   ' with a routing line'
           end-if.
           perform stamp-run-control-end.
           goback.

           close cipher-file.

      *> one cipher record at a time: skip it if dsptrack.dat already
      *> has its message-id, hold it if its pad is compromised, route
      *> it otherwise.
       release-one-message.
           read cipher-file
               at end
                   perform check-already-sent
                   if ws-already-sent
                       add 1 to ws-skip-count end-add
                       exit paragraph
                   end-if
                   perform check-key-compromised
                   if ws-key-compromised
                       add 1 to ws-held-count end-add
                       perform log-held-message
                   else
                       perform route-one-message
                   end-if
           end-read.

      *> tags the message with the terminal its key-id's pad was
      *> issued to and releases it to the sort - unless the key-id
      *> has no keyring header any longer, or the station is closed,
      *> and then it is logged and left where it is.
       route-one-message.
           perform look-up-terminal
           if not ws-key-found
               add 1 to ws-noroute-count end-add
               perform log-unroutable-message
               exit paragraph
           end-if
           perform check-station-closed
           if ws-station-closed
               add 1 to ws-closed-count end-add
               perform log-closed-station
               exit paragraph
           end-if
           move ws-dest-terminal to sort-terminal
           move ciph-msg-id to sort-msg-id
           move ciph-key-id to sort-key-id
           move ciph-timestamp to sort-timestamp
           move ciph-length to sort-length
           move ciph-set-id to sort-set-id
           move ciph-part to sort-part
           move ciph-part-count to sort-part-count
           move ciph-text to sort-text
           release sort-record.

      *> second leg of the sort: messages come back in destination-
      *> terminal order (arrival order preserved within a terminal),
      *> so a change of terminal is the moment to close one dispatch
               perform open-dispatch-file
           end-if

           move 'N' to ws-routed-switch
           if not ws-xmit-failed
               perform write-relay-routing
           end-if
           if not ws-xmit-failed and not ws-routed
               perform write-direct-routing
           end-if

           if not ws-xmit-failed
               move 'D' to xmit-rec-type
               add 1 to ws-term-count end-add
           end-if
           perform return-one-message.

      *> the 'R' routing line for a relay message, written only when
      *> onward.dat holds a queued record for this message-id whose
      *> next station is the one this file is for.
       write-relay-routing.
           if not ws-onw-usable
               exit paragraph
           end-if
           move sort-msg-id to onw-msg-id
           read onward-file
               invalid key
                   exit paragraph
           end-read
           if not onw-queued
               or onw-next-station not = sort-terminal
               exit paragraph
           end-if
           move spaces to xmit-route
           move 'R' to xmrt-rec-type
           move onw-final-station to xmrt-final-station
           move onw-orig-station to xmrt-orig-station
           move onw-precedence to xmrt-precedence
           write xmit-route
           if ws-xmit-file-status not = '00'
               move 'Y' to ws-xmit-failed-switch
           else
               move 'Y' to ws-routed-switch
               add 1 to ws-relay-count end-add
           end-if.

      *> the 'R' routing line for a message this file's station is
      *> the final station for: no final station, this station as
      *> the originating one and the precedence off the message's
      *> checkpoint, so the far desk's pickup forms and aging know
      *> how urgent the message is and where it came from. a
      *> checkpoint already purged leaves the precedence blank, and
      *> with nothing at all to say no line is written.
       write-direct-routing.
           move spaces to xmit-route
           move 'R' to xmrt-rec-type
           move ws-home-station to xmrt-orig-station
           if ws-audit-usable
               move sort-msg-id to audit-msg-id
               read audit-file
                   invalid key
                       continue
                   not invalid key
                       move audit-precedence to xmrt-precedence
               end-read
           end-if
           if xmrt-orig-station = spaces
               and xmrt-precedence = space
               exit paragraph
           end-if
           write xmit-route
           if ws-xmit-file-status not = '00'
               move 'Y' to ws-xmit-failed-switch
           end-if.

      *> opens xmit.<terminal> fresh for this run. a rerun rebuilds a
      *> terminal's file from scratch holding only what dsptrack.dat
      *> says is still owed, so yesterday's already-confirmed traffic
           open output xmit-file
           if ws-xmit-file-status not = '00'
               move 'Y' to ws-xmit-failed-switch
               exit paragraph
           end-if
           move 'Y' to ws-xmit-open-switch
           move 0 to ws-term-count
           move 0 to ws-term-bytes

           perform read-outbound-serial
           move spaces to xmit-header
           move 'H' to xmhdr-rec-type
           move ws-home-station to xmhdr-from-station
           move sort-terminal to xmhdr-to-station
           move ws-chan-serial to xmhdr-serial
           accept xmhdr-timestamp(1:8) from date yyyymmdd
           accept xmhdr-timestamp(9:8) from time
           write xmit-header
           if ws-xmit-file-status not = '00'
               move 'Y' to ws-xmit-failed-switch
           end-if.

      *> the serial this file goes out under: the station's O record
      *> says what is next, and a station never cut for before
      *> starts at 1.
       read-outbound-serial.
           move 'N' to ws-chan-on-file-switch
           move 1 to ws-chan-serial
           move 'O' to chan-type
           move sort-terminal to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-chan-on-file-switch
                   move chan-next-serial to ws-chan-serial
           end-read.

      *> once the trailer is down the serial is spent: the O record
      *> moves on to the next one. a failure here means the next run
      *> cuts a second file under the same serial, which the far end
      *> will call a duplicate - said so, loudly, for the desk to
      *> RESET the channel with otp-chanctl.
       advance-outbound-serial.
           move 'O' to chan-type
           move ws-open-terminal to chan-station
           move 0 to chan-serial
           compute chan-next-serial = ws-chan-serial + 1
           end-compute
           move spaces to chan-home-station
           accept chan-last-ts(1:8) from date yyyymmdd
           accept chan-last-ts(9:8) from time
           move 'DISPATCH' to chan-changed-by
           if ws-chan-on-file
               rewrite chan-record
           else
               write chan-record
           end-if
           if chan-status not = '00'
               display '*** channel serial for ' ws-open-terminal
                   ' not advanced past ' ws-chan-serial ', status '
                   chan-status ' - RESET it with otp-chanctl before'
                   ' the next dispatch ***'
               move 16 to return-code
           end-if.

      *> writes the run-control trailer - detail count and total
               move 'Y' to ws-xmit-failed-switch
           end-if
           close xmit-file
           move 'N' to ws-xmit-open-switch
           if ws-xmit-failed
               exit paragraph
           end-if
           perform advance-outbound-serial
           add 1 to ws-file-count end-add
           display '  ' ws-xmit-name ': serial ' ws-chan-serial ', '
               ws-term-count ' messages, ' ws-term-bytes
               ' ciphertext bytes'.

      *> a message-id already in dsptrack.dat went out on an earlier
      *> run; the caller skips it rather than retransmit it.
               perform log-key-exception
           end-if.

      *> ciphertext on a compromised pad is not routed and not
      *> tracked, so it stays in cipher.out; logged every run so the
      *> desk is reminded to cancel it and resend the text.
       log-held-message.
           move spaces to ws-excp-terminal
           move ciph-key-id to ws-excp-key-id
           move 'HOLD' to ws-excp-operation
           move 'pad compromised - held in cipher.out'
               to ws-excp-message
           perform log-key-exception
           display '*** message ' ciph-msg-id ' key-id '
               ciph-key-id ' is on a compromised pad -'
               ' held ***'.

      *> ciphertext for a closed station is not cut into a dispatch
      *> file and not tracked, so it stays in cipher.out for the desk
      *> to cancel; logged every run until it does.
       log-closed-station.
           move ws-dest-terminal to ws-excp-terminal
           move ciph-key-id to ws-excp-key-id
           move 'STN ' to ws-excp-operation
           move 'station closed - not dispatched'
               to ws-excp-message
           perform log-key-exception
           display '*** message ' ciph-msg-id ' is for closed'
               ' station ' ws-dest-terminal ' - not dispatched ***'.

      *> station master verdict for ws-dest-terminal; only a station
      *> on file and closed stops the dispatch.
       check-station-closed.
           move 'N' to ws-stn-closed-switch
           if not ws-stn-usable
               exit paragraph
           end-if
           move ws-dest-terminal to stn-terminal
           read stn-file
               invalid key
                   continue
               not invalid key
                   if stn-closed
                       move 'Y' to ws-stn-closed-switch
                   end-if
           end-read.

      *> station.dat is absent until the first station is added, and
      *> then nothing is stopped. a master that exists but will not
      *> open stops the run rather than dispatch blind to it.
       open-stn-file.
           open input stn-file
           if stn-status-code = '00'
               move 'Y' to ws-stn-open-switch
               exit paragraph
           end-if
           if stn-status-code not = '35'
               display '*** station.dat would not open, status '
                   stn-status-code ' - dispatch abandoned ***'
               move 16 to return-code
               goback
           end-if.

      *> onward.dat is absent until the first relay traffic, and
      *> then every message goes out without a routing line. a file
      *> that exists but will not open stops the run rather than
      *> send relay traffic the neighbour could not queue on.
       open-onward-file.
           open input onward-file
           if onw-status = '00'
               move 'Y' to ws-onw-open-switch
               exit paragraph
           end-if
           if onw-status not = '35'
               display '*** onward.dat would not open, status '
                   onw-status ' - dispatch abandoned ***'
               move 16 to return-code
               goback
           end-if.

      *> compromise hold for the current cipher record's key-id.
       check-key-compromised.
           move 'N' to ws-cmp-hit-switch
           if not ws-cmp-usable
               exit paragraph
           end-if
           move ciph-key-id to cmp-key-id
           read cmp-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cmp-hit-switch
           end-read.

      *> compromise.dat is absent until the first declaration, and
      *> then nothing is held. a register that exists but will not
      *> open stops the run: dispatching blind to it could put
      *> traffic on an exposed pad over the wire.
       open-cmp-file.
           open input cmp-file
           if cmp-status = '00'
               move 'Y' to ws-cmp-open-switch
               exit paragraph
           end-if
           if cmp-status not = '35'
               display '*** compromise.dat would not open, status '
                   cmp-status ' - dispatch abandoned ***'
               move 16 to return-code
               goback
           end-if.

      *> a cipher record whose key-id is no longer in the keyring has
      *> no destination; log it so the desk can repair the keyring,
      *> and leave it untracked so the next run picks it up.
           write excp-line
           close except-file.

      *> chanctl.dat is created empty on the very first dispatch -
      *> status 35 - and any other failure stops the run: cutting
      *> files with no serial to stamp would blind the far end's
      *> channel check. with no H record yet the files go out with a
      *> from-station of spaces, which the far end does not track.
       open-chan-file.
           open i-o chan-file.
           if chan-status = '35'
               open output chan-file
               close chan-file
               open i-o chan-file
           end-if.
           if chan-status not = '00'
               display '*** chanctl.dat would not open, status '
                   chan-status ' - dispatch abandoned ***'
               move 16 to return-code
               goback
           end-if.
           move 'H' to chan-type
           move spaces to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   display 'no home station on chanctl.dat - files go'
                       ' out unnumbered at the far end until'
                       ' otp-chanctl HOME sets it'
               not invalid key
                   move chan-home-station to ws-home-station
           end-read.

      *> dsptrack.dat may not exist yet on the very first dispatch -
      *> status 35 - and only then is it created empty. any other
      *> status means a real tracking file that would not open, and
