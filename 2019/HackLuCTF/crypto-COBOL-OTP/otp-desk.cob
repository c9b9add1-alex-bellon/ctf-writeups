      *>   first job of the day);
      *>   the queue - trans.txt depth per precedence class, and
      *>   any cancels waiting for tonight's batch;
      *>   the held traffic - what the next edit will read back from
      *>   transhld.txt, split between suspended stations and
      *>   release times not yet due, with the earliest release;
      *>   the pipeline - cipher.out records not yet in
      *>   dsptrack.dat (undispatched), and dispatched traffic the
      *>   far stations have not yet acknowledged (unconfirmed);
      *>   overnight rejects - transrej.txt and recvrej.txt counts
      *>   behind their reason codes;
      *>   the channels - every dispatch file a far station cut for
      *>   us that has never arrived (the gaps otp-inbatch records
      *>   in chanctl.dat), each one a file to ask for;
      *>   the pads - the five key-ids with the least unburned
      *>   material, keyring cut less keytrack consumption, so a
      *>   terminal about to run dry is seen before its FLASH
               record key is dsptrk-msg-id
               file status is dsptrk-status.

               select held-file assign to 'transhld.txt'
               organization line sequential
               file status is ws-held-file-status.

               select trej-file assign to 'transrej.txt'
               organization line sequential
               file status is ws-trej-file-status.
               record key is keytrk-key-id
               file status is keytrk-status.

               select chan-file assign to 'chanctl.dat'
               organization indexed
               access mode dynamic
               record key is chan-key
               file status is chan-status.

       data division.
           file section.
           fd runctl-file.
           fd dsptrk-file.
           copy dsptrkrec.

      *> the edit's held record, read here only for its hold code
      *> and release time
           fd held-file.
           01 held-record.
               05 held-reason pic x(04).
               05 filler pic x(238).
               05 held-release-ts pic x(12).

      *> the edit's reject record, read here only for its reason
           fd trej-file.
           01 trej-record.
               05 trej-reason pic x(04).
               05 filler pic x(250).

      *> the inbound batch's reject record, likewise
           fd rrej-file.
               05 keytrk-key-id pic x(08).
               05 keytrk-bytes-used pic 9(07).

           fd chan-file.
           copy chanrec.

           working-storage section.
           77 runctl-status pic x(2) value spaces.
           77 ws-trans-file-status pic x(02) value spaces.
           77 ws-cipher-file-status pic x(02) value spaces.
           77 dsptrk-status pic x(2) value spaces.
           77 ws-trej-file-status pic x(02) value spaces.
           77 ws-held-file-status pic x(02) value spaces.
           77 ws-rrej-file-status pic x(02) value spaces.
           77 ws-key-file-status pic x(02) value spaces.
           77 keytrk-status pic x(2) value spaces.
           77 chan-status pic x(2) value spaces.
      *> channel gaps outstanding
           77 ws-gap-count pic 9(05) value 0.
           77 ws-in-eof-switch pic x(1) value 'N'.
               88 ws-in-eof value 'Y'.
      *> 'Y' while dsptrack.dat is open and checkable
           77 ws-q-routine pic 9(05) value 0.
           77 ws-q-cancel pic 9(05) value 0.

      *> held traffic by hold code, and the earliest release time
      *> among the scheduled
           77 ws-h-susp pic 9(05) value 0.
           77 ws-h-sched pic 9(05) value 0.
           77 ws-h-other pic 9(05) value 0.
           77 ws-h-next-release pic x(12) value high-values.

      *> the pipeline counts
           77 ws-ciph-count pic 9(05) value 0.
           77 ws-undisp-count pic 9(05) value 0.
           display ' '.
           perform show-queue-depth.
           display ' '.
           perform show-held-traffic.
           display ' '.
           perform show-pipeline.
           display ' '.
           perform show-reject-counts.
           display ' '.
           perform show-channel-gaps.
           display ' '.
           perform show-low-pads.
           goback.

                   end-if
           end-read.

      *> traffic parked by the edit: held for a suspended station, or
      *> waiting on its release time. both come back through the
      *> next edit run, which queues what is then free to go.
       show-held-traffic.
           display 'HELD TRAFFIC (transhld.txt):'.
           open input held-file
           if ws-held-file-status not = '00'
               display '  none - transhld.txt not present'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform count-one-held until ws-in-eof
           close held-file
           display '  SUSPENDED STATION ' ws-h-susp
               '  SCHEDULED ' ws-h-sched '  OTHER ' ws-h-other
           if ws-h-sched > 0
               display '  earliest release '
                   ws-h-next-release(1:8) ' '
                   ws-h-next-release(9:4)
           end-if.

       count-one-held.
           read held-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   evaluate held-reason
                       when 'SUSP'
                           add 1 to ws-h-susp end-add
                       when 'SCHD'
                           add 1 to ws-h-sched end-add
                           if held-release-ts < ws-h-next-release
                               move held-release-ts
                                   to ws-h-next-release
                           end-if
                       when other
                           add 1 to ws-h-other end-add
                   end-evaluate
           end-read.

      *> ciphertext against dispatch tracking, both directions: what
      *> has not gone out yet, and what went out but was never
      *> acknowledged.
                   ' ' ws-rr-count(ws-rr-idx)
           end-if.

      *> every serial a far station is known to have cut for us and
      *> that never arrived; the G records sit together in key
      *> order, station by station.
       show-channel-gaps.
           display 'CHANNEL GAPS (chanctl.dat):'.
           open input chan-file
           if chan-status not = '00'
               display '  no channels tracked (chanctl.dat '
                   chan-status ')'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           move 'G' to chan-type
           move low-values to chan-station
           move 0 to chan-serial
           start chan-file key is >= chan-key
               invalid key
                   move 'Y' to ws-in-eof-switch
           end-start
           perform show-one-gap until ws-in-eof
           close chan-file
           display '  ' ws-gap-count ' file(s) missing'.

       show-one-gap.
           read chan-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if not chan-gap
                       move 'Y' to ws-in-eof-switch
                   else
                       add 1 to ws-gap-count end-add
                       display '  from ' chan-station ' serial '
                           chan-serial ' missing since '
                           chan-last-ts(1:8)
                   end-if
           end-read.

      *> the pads closest to dry: keyring cut less keytrack burned,
      *> lowest first, the worst five by straight selection.
       show-low-pads.
