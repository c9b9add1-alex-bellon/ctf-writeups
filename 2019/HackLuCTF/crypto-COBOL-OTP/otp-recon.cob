      *> key-id. an out-of-balance pad counter is a silent key-reuse
      *> risk, which this shop can never allow.
      *>
      *> inbound traffic is checkpointed (inbtrack.dat) and
      *> interactive otp sessions checkpoint to session.log; both are
      *> counted below, so whatever difference remains is a real
      *> discrepancy.
      *>
      *> modification history:
      *>   audit-record grew the precedence class otp-batch now
      *>   ended OK - and the outcome is stamped at end. an abend
      *>   leaves the RUNNING mark for the desk to clear with
      *>   otp-runlog RESET once the cause is understood.
      *>   interactive otp sessions now checkpoint to session.log
      *>   (seslogrec.cpy). every session's pad bytes are added to
      *>   the audit-side sums, and an encrypt session's checkpoint
      *>   joins the matching against cipher.out like a batch one,
      *>   while it is inside the end-of-day retention window, so
      *>   interactive traffic no longer reads as out of balance or
      *>   as ciphertext with no checkpoint.

       environment division.
           input-output section.
               record key is rcl-msg-id
               file status is rcl-status.

      *> the interactive session log; also part of the audit side
               select session-file assign to 'session.log'
               organization line sequential
               file status is ws-ses-file-status.

               select report-file assign to 'recon.out'
               organization line sequential.

           fd recall-file.
           copy rclrec.

      *> interactive session checkpoint, one line per session
           fd session-file.
           copy seslogrec.

           fd report-file.
           01 rpt-line pic x(80).

           77 inbt-status pic x(2) value spaces.
           77 ws-inbt-eof-switch pic x(1) value 'N'.
               88 ws-inbt-eof value 'Y'.
           77 ws-ses-file-status pic x(02) value spaces.
           77 ws-ses-eof-switch pic x(1) value 'N'.
               88 ws-ses-eof value 'Y'.
      *> interactive session checkpoints read off session.log
           77 ws-ses-count pic 9(05) value 0.
      *> an encrypt session older than the end-of-day retention
      *> window has had its ciphertext rolled out of cipher.out, so
      *> its checkpoint has nothing left to match; this must agree
      *> with otp-eod's ws-retention-days
           77 ws-retention-days pic 9(03) value 7.
           77 ws-today pic x(08).
           77 ws-cutoff-int pic 9(08).
           77 ws-cutoff-date pic x(08).
           77 dsptrk-status pic x(2) value spaces.
      *> 'Y' while dsptrack.dat is open and checkable
           77 ws-dsptrk-open-switch pic x(1) value 'N'.
      *> their ciphertext was deliberately pulled before dispatch
           77 ws-recall-match-count pic 9(05) value 0.

      *> every checkpoint read off audit.trl, and every interactive
      *> encrypt checkpoint off session.log, held for matching
      *> against cipher.out in both directions
           01 ws-audit-table.
               05 ws-aud-entry occurs 5000.
           perform load-audit-table.
           perform load-carried-forward.
           perform load-inbound-consumption.
           perform load-session-consumption.
           perform match-cipher-file.
           perform open-dsptrk-file.
           perform open-recall-file.
               ws-msg-disc-count ' message discrepancies, '
               ws-disp-match-count ' checkpoints matched via'
               ' dispatch tracking, ' ws-recall-match-count
               ' recalled, ' ws-ses-count ' interactive sessions'
               ' - see recon.out'.
           perform stamp-run-control-end.
           goback.

                       to ws-kt-audit-sum(ws-kt-idx) end-add
           end-read.

      *> adds each interactive session's pad consumption off
      *> session.log into its key-id's audit-side sum. an encrypt
      *> session also left ciphertext in cipher.out, so its
      *> checkpoint joins the table to be matched against it, the
      *> same as a batch checkpoint, while it is inside the
      *> retention window the end-of-day cycle keeps audit.trl to;
      *> a decrypt left none. session.log is never trimmed, so an
      *> older encrypt session still counts its bytes but joins no
      *> table. a missing session.log means no interactive session
      *> has burned pad.
       load-session-consumption.
           accept ws-today from date yyyymmdd
           compute ws-cutoff-int =
               function integer-of-date(function numval(ws-today))
               - ws-retention-days
           end-compute
           move function date-of-integer(ws-cutoff-int)
               to ws-cutoff-date
           open input session-file
           if ws-ses-file-status not = '00'
               move 'Y' to ws-ses-eof-switch
           else
               perform load-one-session until ws-ses-eof
               close session-file
           end-if.

       load-one-session.
           read session-file
               at end
                   move 'Y' to ws-ses-eof-switch
               not at end
                   add 1 to ws-ses-count end-add
                   move ses-key-id to keytrk-key-id
                   perform find-key-entry
                   add ses-bytes
                       to ws-kt-audit-sum(ws-kt-idx) end-add
                   if ses-encrypt
                       and ses-date not < ws-cutoff-date
                       perform add-session-checkpoint
                   end-if
           end-read.

       add-session-checkpoint.
           if ws-aud-count >= 5000
               display '*** more than 5000 checkpoints between'
                   ' audit.trl and the encrypt sessions in'
                   ' session.log inside retention - reconciliation'
                   ' aborted, raise the table size ***'
               move 16 to return-code
               goback
           end-if
           add 1 to ws-aud-count end-add
           move ses-msg-id to ws-aud-msg-id(ws-aud-count)
           move ses-key-id to ws-aud-key-id(ws-aud-count)
           move ses-bytes to ws-aud-offset(ws-aud-count)
           move 'N' to ws-aud-matched-sw(ws-aud-count).

      *> reads cipher.out and claims the matching checkpoint for each
      *> ciphertext record, verifying ciph-length against the pad
      *> bytes the checkpoint says the message consumed. a ciphertext
                   end-if
           end-read.

      *> serial hunt for ciph-msg-id among the loaded checkpoints,
      *> batch and interactive alike.
       find-audit-entry.
           move 'N' to ws-found-switch
           perform scan-audit-entry
