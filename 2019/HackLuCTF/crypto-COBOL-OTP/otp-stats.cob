      *> messages moved, the pad bytes burned outbound, and the
      *> elapsed minutes from audit checkpoint to dispatch (average
      *> and worst); per terminal it reports the inbound count and
      *> pad bytes, and the interactive otp sessions off session.log
      *> - encrypt and decrypt apart - counted separately from the
      *> batch traffic; and it flags every FLASH or IMMEDIATE message
      *> that sat longer than the threshold before going out -
      *> urgent traffic aging on the floor is exactly what
      *> management asks about. the report lands in stats.out.
               record key is inbt-msg-id
               file status is inbt-status.

               select session-file assign to 'session.log'
               organization line sequential
               file status is ws-ses-file-status.

               select report-file assign to 'stats.out'
               organization line sequential.

               05 inbt-offset pic 9(07).
               05 inbt-timestamp pic x(16).

      *> interactive session checkpoint, one line per session
           fd session-file.
           copy seslogrec.

           fd report-file.
           01 rpt-line pic x(80).

               88 ws-audit-eof value 'Y'.
           77 ws-inbt-eof-switch pic x(1) value 'N'.
               88 ws-inbt-eof value 'Y'.
           77 ws-ses-file-status pic x(02) value spaces.
           77 ws-ses-eof-switch pic x(1) value 'N'.
               88 ws-ses-eof value 'Y'.
      *> 'Y' while the named file is open and usable
           77 ws-keyring-open-switch pic x(1) value 'N'.
               88 ws-keyring-usable value 'Y'.
      *> inbound messages and pad bytes for the terminal
                   10 ws-tt-in-msgs pic 9(05).
                   10 ws-tt-in-bytes pic 9(09).
      *> interactive sessions and pad bytes, encrypt and decrypt
                   10 ws-tt-ie-msgs pic 9(05).
                   10 ws-tt-ie-bytes pic 9(09).
                   10 ws-tt-id-msgs pic 9(05).
                   10 ws-tt-id-bytes pic 9(09).
           77 ws-tt-count pic 9(03) value 0.
           77 ws-tt-idx pic 9(03).
           77 ws-tt-found-switch pic x(1) value 'N'.
      *> checkpoints read, flagged lines written
           77 ws-aud-count pic 9(05) value 0.
           77 ws-late-count pic 9(05) value 0.
      *> interactive session checkpoints read
           77 ws-ses-count pic 9(05) value 0.
      *> subscript walking the class table for the print
           77 ws-cl-idx pic 9(01).

               05 det-in-msgs pic zzzz9.
               05 filler pic x(02) value spaces.
               05 det-in-bytes pic zzz,zzz,zz9.
           01 hdg-ia-1 pic x(80)
               value 'INTERACTIVE SESSIONS'.
           01 hdg-ia-2.
               05 filler pic x(10) value 'TERMINAL'.
               05 filler pic x(07) value 'ENCR'.
               05 filler pic x(13) value 'PAD BYTES'.
               05 filler pic x(07) value 'DECR'.
               05 filler pic x(13) value 'PAD BYTES'.
           01 det-ia-line.
               05 det-ia-terminal pic x(08).
               05 filler pic x(02) value spaces.
               05 det-ia-e-msgs pic zzzz9.
               05 filler pic x(02) value spaces.
               05 det-ia-e-bytes pic zzz,zzz,zz9.
               05 filler pic x(02) value spaces.
               05 det-ia-d-msgs pic zzzz9.
               05 filler pic x(02) value spaces.
               05 det-ia-d-bytes pic zzz,zzz,zz9.
           01 hdg-late-1.
               05 filler pic x(42) value
                   'FLASH/IMMEDIATE TRAFFIC HELD LONGER THAN'.
           perform open-side-files.
           perform tally-outbound-traffic.
           perform tally-inbound-traffic.
           perform tally-interactive-traffic.

           perform print-one-terminal
               varying ws-tt-idx from 1 by 1
               varying ws-tt-idx from 1 by 1
               until ws-tt-idx > ws-tt-count.

           move spaces to rpt-line.
           write rpt-line.
           write rpt-line from hdg-ia-1.
           write rpt-line from hdg-ia-2.
           perform print-one-interactive
               varying ws-tt-idx from 1 by 1
               until ws-tt-idx > ws-tt-count.

           move spaces to rpt-line.
           write rpt-line.
           move ws-late-limit-mins to hdg-late-mins.

           display 'statistics complete: ' ws-aud-count
               ' outbound checkpoints across ' ws-tt-count
               ' terminals, ' ws-ses-count ' interactive sessions, '
               ws-late-count ' urgent messages over'
               ' threshold - see stats.out'.
           goback.

                       end-add
           end-read.

      *> interactive sessions per terminal, through the same keyring
      *> lookup, encrypt and decrypt kept apart. a missing
      *> session.log means no interactive session has burned pad.
       tally-interactive-traffic.
           open input session-file
           if ws-ses-file-status not = '00'
               move 'Y' to ws-ses-eof-switch
           else
               perform tally-one-session until ws-ses-eof
               close session-file
           end-if.

       tally-one-session.
           read session-file
               at end
                   move 'Y' to ws-ses-eof-switch
               not at end
                   add 1 to ws-ses-count end-add
                   move ses-key-id to audit-key-id
                   perform look-up-terminal
                   perform find-terminal-entry
                   if ses-decrypt
                       add 1 to ws-tt-id-msgs(ws-tt-idx) end-add
                       add ses-bytes to ws-tt-id-bytes(ws-tt-idx)
                           end-add
                   else
                       add 1 to ws-tt-ie-msgs(ws-tt-idx) end-add
                       add ses-bytes to ws-tt-ie-bytes(ws-tt-idx)
                           end-add
                   end-if
           end-read.

      *> the terminal behind audit-key-id, off the keyring header
      *> the dispatch job routes by. a retired key-id's traffic
      *> reports under RETIRED rather than vanishing.
                   until ws-cl-idx > 4
               move 0 to ws-tt-in-msgs(ws-tt-idx)
               move 0 to ws-tt-in-bytes(ws-tt-idx)
               move 0 to ws-tt-ie-msgs(ws-tt-idx)
               move 0 to ws-tt-ie-bytes(ws-tt-idx)
               move 0 to ws-tt-id-msgs(ws-tt-idx)
               move 0 to ws-tt-id-bytes(ws-tt-idx)
           end-if.

       clear-one-class-slot.
               write rpt-line from det-in-line
           end-if.

       print-one-interactive.
           if ws-tt-ie-msgs(ws-tt-idx) > 0
               or ws-tt-id-msgs(ws-tt-idx) > 0
               move spaces to det-ia-line
               move ws-tt-terminal(ws-tt-idx) to det-ia-terminal
               move ws-tt-ie-msgs(ws-tt-idx) to det-ia-e-msgs
               move ws-tt-ie-bytes(ws-tt-idx) to det-ia-e-bytes
               move ws-tt-id-msgs(ws-tt-idx) to det-ia-d-msgs
               move ws-tt-id-bytes(ws-tt-idx) to det-ia-d-bytes
               write rpt-line from det-ia-line
           end-if.

      *> a second pass over the checkpoints naming each FLASH or
      *> IMMEDIATE message that waited past the threshold - the
      *> whole reason this report exists on a supervisor's desk.
