      *>   half-written cipher.out mid-batch - and the outcome is
      *>   stamped at end. an abend leaves the RUNNING mark for the
      *>   desk to clear with otp-runlog RESET.
      *>   the cycle now also carries held traffic forward: the held
      *>   messages the edit wrote this cycle (transhld.new) become
      *>   transhld.txt, the held file the next cycle's edit reads
      *>   back in. the edit never overwrites its own input, so the
      *>   roll lives here, where it happens once per cycle;
      *>   transhld.new is left in place, so a rerun copies it again.
      *>   the held record is wider by the release time the edit now
      *>   carries on it; future-dated traffic rides the same roll
      *>   from cycle to cycle until it falls due.

       environment division.
           input-output section.
               record key is keytrk-key-id
               file status is keytrk-status.

      *> held traffic the edit wrote this cycle, and the held file
      *> the next cycle's edit reads; rolled one into the other
               select held-new-file assign to 'transhld.new'
               organization line sequential
               file status is ws-hnew-file-status.

               select held-file assign to 'transhld.txt'
               organization line sequential
               file status is ws-held-file-status.

       data division.
           file section.
           fd cipher-file.
               05 keytrk-key-id pic x(08).
               05 keytrk-bytes-used pic 9(07).

      *> one held record, hold code and raw transaction, carried
      *> whole
           fd held-new-file.
           01 hnew-record pic x(254).

           fd held-file.
           01 held-record pic x(254).

           working-storage section.
           77 ws-cipher-file-status pic x(02) value spaces.
           77 ws-hnew-file-status pic x(02) value spaces.
           77 ws-held-file-status pic x(02) value spaces.
      *> 'Y' once a held-file write has failed; transhld.new is then
      *> left as it is for the desk
           77 ws-held-failed-switch pic x(1) value 'N'.
               88 ws-held-failed value 'Y'.
           77 ws-excp-file-status pic x(02) value spaces.
           77 audit-status pic x(2) value spaces.
           77 ws-arch-file-status pic x(02) value spaces.
           perform cycle-cipher-file.
           perform cycle-except-file.
           perform cycle-audit-file.
           perform cycle-held-file.
           perform stamp-run-control-end.
           goback.

                   continue
           end-delete.

      *> copies this cycle's held traffic over the held file the next
      *> edit reads. transhld.new is left in place: the edit rewrites
      *> it every run, so a rerun of the cycle copies the same held
      *> traffic again rather than an emptied file over it. no
      *> transhld.new means no edit wrote one, and transhld.txt is
      *> left as it is. a copy that fails leaves transhld.new whole
      *> and fails the cycle - the next edit would otherwise start
      *> from a short held file.
       cycle-held-file.
           open input held-new-file
           if ws-hnew-file-status not = '00'
               display 'transhld.new  - not present, nothing to cycle'
               exit paragraph
           end-if
           open output held-file
           if ws-held-file-status not = '00'
               close held-new-file
               display 'transhld.txt  - would not open, status '
                   ws-held-file-status ', held traffic left in'
                   ' transhld.new'
               move 16 to return-code
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           move 'N' to ws-held-failed-switch
           move 0 to ws-carry-count
           perform roll-one-held-record
               until ws-in-eof or ws-held-failed
           close held-new-file
           close held-file
           if ws-held-failed
               display 'transhld.txt  - write failed, status '
                   ws-held-file-status ', held traffic left in'
                   ' transhld.new'
               move 16 to return-code
               exit paragraph
           end-if
           display 'transhld.new  - ' ws-carry-count
               ' held messages carried forward'.

       roll-one-held-record.
           read held-new-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move hnew-record to held-record
                   write held-record
                   if ws-held-file-status not = '00'
                       move 'Y' to ws-held-failed-switch
                   else
                       add 1 to ws-carry-count end-add
                   end-if
           end-read.

      *> the day's archive generation may already exist if the cycle
      *> is run twice; append rather than overwrite, creating it on
      *> first use (status 35 only). an archive that will not open
