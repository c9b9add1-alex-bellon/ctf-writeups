       identification division.
          program-id. otp-trace.

      *> otp-trace answers the question the desk is asked most often
      *> and could only answer by opening half a dozen files by hand:
      *> what happened to this message? given a message-id - or a
      *> multi-part set-id, which traces every member of the set - it
      *> gathers every record any job left about the message and
      *> prints its whole life in time order, on the screen and in
      *> trace.out for the file:
      *>
      *>   QUEUED    waiting in trans.txt for tonight's batch (a
      *>             cancel waiting there shows as CANCEL)
      *>   HELD      parked in the held-traffic file, with the hold
      *>             code - and, held for a release time, when it
      *>             falls due
      *>   EDIT REJ  refused by the edit, with its reason code
      *>   CHECKPNT  encrypted - the audit.trl checkpoint or its
      *>             audit.yyyymmdd archive copy: key-id, pad bytes
      *>             burned and the precedence it was queued at
      *>   CIPHER    the ciphertext record, in cipher.out or a
      *>             cipher.yyyymmdd archive
      *>   RECALLED  the recall register entry and the stage it
      *>             caught the message at
      *>   DISPATCH  cut into a dispatch file (dsptrack.dat), and
      *>             toward which terminal
      *>   ACKED     the far station's acknowledgment posted
      *>   RECEIVED  inbound traffic decrypted and checkpointed
      *>             (inbtrack.dat)
      *>   RECV REJ  inbound traffic refused (recvrej.txt), with its
      *>             reason code
      *>
      *> the queue, held and edit-reject files carry no timestamp;
      *> they are what the message looks like NOW, so those lines
      *> print last, dated CURRENT. an acknowledgment carries a date
      *> only and prints at the end of its day. the archives repeat
      *> a checkpoint or a carried-forward cipher record every night
      *> it survives; each is printed once.
      *>
      *>   otp-trace <msg-id or set-id> [<earliest yyyymmdd>]
      *>
      *> the archive generations are walked from the date given, or
      *> for the last 400 days when none is. everything here is
      *> read-only; a file that is absent simply contributes
      *> nothing.

       environment division.
           input-output section.
           file-control.
               select trans-file assign to 'trans.txt'
               organization line sequential
               file status is ws-trans-file-status.

      *> transhld.txt and transhld.new in turn, name set at run time
               select held-file assign using ws-held-name
               organization line sequential
               file status is ws-held-file-status.

               select trej-file assign to 'transrej.txt'
               organization line sequential
               file status is ws-trej-file-status.

      *> cipher.out, then one dated cipher.yyyymmdd generation at a
      *> time, name set at run time
               select ciph-file assign using ws-ciph-name
               organization line sequential
               file status is ws-ciph-file-status.

               select audit-file assign to 'audit.trl'
               organization indexed
               access mode dynamic
               record key is audit-msg-id
               file status is audit-status.

               select arch-file assign using ws-arch-name
               organization line sequential
               file status is ws-arch-file-status.

               select dsptrk-file assign to 'dsptrack.dat'
               organization indexed
               access mode dynamic
               record key is dsptrk-msg-id
               file status is dsptrk-status.

               select recall-file assign to 'recall.dat'
               organization indexed
               access mode dynamic
               record key is rcl-msg-id
               file status is rcl-status.

               select inbtrack-file assign to 'inbtrack.dat'
               organization indexed
               access mode dynamic
               record key is inbt-msg-id
               file status is inbt-status.

               select rrej-file assign to 'recvrej.txt'
               organization line sequential
               file status is ws-rrej-file-status.

      *> every event found, put into time order
               select sort-work-file assign to 'sortwk1.tmp'.

               select trace-file assign to 'trace.out'
               organization line sequential.

       data division.
           file section.
           fd trans-file.
           copy transrec.

      *> laid out as otp-edit writes it: the hold code ahead of the
      *> raw queued record
           fd held-file.
           01 hld-record.
               05 hld-reason pic x(04).
               05 hld-rec-type pic x(01).
               05 hld-msg-id pic x(08).
               05 hld-dest pic x(08).
               05 hld-key-id pic x(08).
               05 hld-precedence pic x(01).
               05 hld-set-id pic x(08).
               05 hld-part pic x(02).
               05 hld-part-count pic x(02).
               05 hld-msg-text pic x(200).
               05 hld-release-ts pic x(12).

      *> the edit's reject record, likewise
           fd trej-file.
           01 trej-record.
               05 trej-reason pic x(04).
               05 trej-rec-type pic x(01).
               05 trej-msg-id pic x(08).
               05 trej-dest pic x(08).
               05 trej-key-id pic x(08).
               05 trej-precedence pic x(01).
               05 trej-set-id pic x(08).
               05 trej-part pic x(02).
               05 trej-part-count pic x(02).
               05 trej-msg-text pic x(200).
               05 trej-release-ts pic x(12).

           fd ciph-file.
           copy cipherrec.

           fd audit-file.
           copy auditrec.

           fd arch-file.
           copy auditrec replacing leading ==audit== by ==arch==.

           fd dsptrk-file.
           copy dsptrkrec.

           fd recall-file.
           copy rclrec.

           fd inbtrack-file.
           01 inbt-record.
               05 inbt-msg-id pic x(08).
               05 inbt-key-id pic x(08).
               05 inbt-offset pic 9(07).
               05 inbt-timestamp pic x(16).

      *> the inbound batch's reject record
           fd rrej-file.
           01 rrej-record.
               05 rrej-reason pic x(04).
               05 rrej-seq pic x(05).
               05 rrej-msg-id pic x(08).
               05 rrej-key-id pic x(08).
               05 rrej-timestamp pic x(16).
               05 rrej-length pic x(05).
               05 rrej-set-id pic x(08).
               05 rrej-part pic x(02).
               05 rrej-part-count pic x(02).
               05 rrej-text pic x(4000).

           sd sort-work-file.
           01 sortr-record.
      *> yyyymmdd + hhmmssss; all nines for a CURRENT line
               05 sortr-timestamp pic x(16).
      *> where in a message's life the event falls, so events
      *> stamped the same moment still print in order
               05 sortr-stage pic 9(02).
               05 sortr-msg-id pic x(08).
               05 sortr-event pic x(10).
               05 sortr-detail pic x(48).

           fd trace-file.
           01 trace-line pic x(90).

           working-storage section.
           77 ws-trans-file-status pic x(02) value spaces.
           77 ws-held-file-status pic x(02) value spaces.
           77 ws-trej-file-status pic x(02) value spaces.
           77 ws-ciph-file-status pic x(02) value spaces.
           77 audit-status pic x(2) value spaces.
           77 ws-arch-file-status pic x(02) value spaces.
           77 dsptrk-status pic x(2) value spaces.
           77 rcl-status pic x(2) value spaces.
           77 inbt-status pic x(2) value spaces.
           77 ws-rrej-file-status pic x(02) value spaces.
           77 ws-held-name pic x(16) value spaces.
           77 ws-ciph-name pic x(16) value spaces.
           77 ws-arch-name pic x(16) value spaces.
      *> the message-id or set-id traced, first parameter
           77 ws-wanted-id pic x(08) value spaces.
      *> earliest archive generation to read, second parameter
           77 ws-from-date pic x(08) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
           77 ws-today pic x(08).
           77 ws-today-int pic 9(08).
      *> how far back the archive walk reaches by default
           77 ws-lookback-days pic 9(03) value 400.
           77 ws-first-int pic 9(08).
           77 ws-day-int pic 9(08).
           77 ws-day-num pic 9(08).
      *> archive generations actually found and read
           77 ws-gen-count pic 9(05) value 0.
           77 ws-in-eof-switch pic x(1) value 'N'.
               88 ws-in-eof value 'Y'.
           77 ws-sort-eof-switch pic x(1) value 'N'.
               88 ws-sort-eof value 'Y'.
      *> 'Y' once the record in hand belongs to the trace
           77 ws-ours-switch pic x(1) value 'N'.
               88 ws-ours value 'Y'.
      *> the record in hand, for match-the-record
           77 ws-look-msg-id pic x(08) value spaces.
           77 ws-look-set-id pic x(08) value spaces.
      *> the event being released to the sort
           77 ws-ev-timestamp pic x(16) value spaces.
           77 ws-ev-stage pic 9(02) value 0.
           77 ws-ev-msg-id pic x(08) value spaces.
           77 ws-ev-event pic x(10) value spaces.
           77 ws-ev-detail pic x(48) value spaces.
      *> a CURRENT line's timestamp, so it sorts after everything
           77 ws-current-ts pic x(16) value all '9'.
      *> the event printed last, so the archives' repeats of it are
      *> skipped
           77 ws-prior-event pic x(84) value spaces.
      *> events printed
           77 ws-event-count pic 9(05) value 0.
      *> a queued-shape record described for the detail column:
      *> the hold or reject code ahead of it, if any, and its set
      *> carriage, blank on a standalone message
           77 ws-q-lead pic x(04) value spaces.
           77 ws-q-dest pic x(08) value spaces.
           77 ws-q-key-id pic x(08) value spaces.
           77 ws-q-precedence pic x(01) value space.
           77 ws-q-set-id pic x(08) value spaces.
           77 ws-q-part pic x(02) value spaces.
           77 ws-q-part-count pic x(02) value spaces.
           77 ws-q-set-text pic x(18) value spaces.
      *> a checkpoint described for the detail column, from either
      *> audit.trl or an archive generation
           77 ws-ck-key-id pic x(08) value spaces.
           77 ws-ck-offset pic 9(07) value 0.
           77 ws-ck-precedence pic x(01) value space.

      *> the message-ids the trace covers: the one asked for, plus
      *> every member of a set when a set-id was asked for
           01 ws-id-table.
               05 ws-id-msg-id pic x(08) occurs 100.
           77 ws-id-count pic 9(03) value 0.
           77 ws-id-max pic 9(03) value 100.
           77 ws-id-idx pic 9(03) value 0.
           77 ws-id-found-switch pic x(1) value 'N'.
               88 ws-id-found value 'Y'.

           01 hdg-line-1.
               05 filler pic x(14) value 'MESSAGE TRACE '.
               05 hdg-wanted-id pic x(08).
               05 filler pic x(09) value '   AS AT '.
               05 hdg-date pic x(08).
               05 filler pic x(20) value '   ARCHIVES FROM    '.
               05 hdg-from pic 9(08).
           01 hdg-line-2.
               05 filler pic x(18) value 'DATE     TIME    '.
               05 filler pic x(11) value 'EVENT      '.
               05 filler pic x(16) value 'MSG-ID   DETAIL'.
           01 det-line.
               05 det-date pic x(08).
               05 filler pic x(01) value space.
               05 det-time pic x(08).
               05 filler pic x(01) value space.
               05 det-event pic x(10).
               05 filler pic x(01) value space.
               05 det-msg-id pic x(08).
               05 filler pic x(01) value space.
               05 det-detail pic x(48).
           01 tot-line.
               05 filler pic x(07) value 'EVENTS '.
               05 tot-events pic zzzz9.
               05 filler pic x(15) value '   MESSAGE-IDS '.
               05 tot-ids pic zz9.
               05 filler pic x(21) value '   GENERATIONS READ  '.
               05 tot-gens pic zzzz9.

       procedure division.
           accept ws-today from date yyyymmdd.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today))
           end-compute.

           move 1 to ws-arg-num. *> arg 1: the message-id or set-id
           display ws-arg-num upon argument-number.
           accept ws-wanted-id from argument-value.

           move 2 to ws-arg-num. *> arg 2: earliest archive, optional
           display ws-arg-num upon argument-number.
           accept ws-from-date from argument-value.

           if ws-wanted-id = spaces
               display '*** message-id or set-id parameter is'
                   ' required ***'
               move 16 to return-code
               goback
           end-if.
           if ws-from-date is numeric
               compute ws-first-int = function integer-of-date(
                   function numval(ws-from-date))
               end-compute
           else
               if ws-from-date not = spaces
                   display '*** earliest date must be yyyymmdd: '
                       ws-from-date ' ***'
                   move 16 to return-code
                   goback
               end-if
               compute ws-first-int = ws-today-int - ws-lookback-days
               end-compute
           end-if.

           move 1 to ws-id-count.
           move ws-wanted-id to ws-id-msg-id(1).

           open output trace-file.
           move ws-wanted-id to hdg-wanted-id.
           move ws-today to hdg-date.
           move function date-of-integer(ws-first-int) to hdg-from.
           move hdg-line-1 to trace-line.
           perform put-one-line.
           move hdg-line-2 to trace-line.
           perform put-one-line.

           sort sort-work-file
               on ascending key sortr-timestamp
                   sortr-stage
                   sortr-msg-id
                   sortr-event
                   sortr-detail
               input procedure gather-the-events
               output procedure print-the-trace.

           move ws-event-count to tot-events.
           move ws-id-count to tot-ids.
           move ws-gen-count to tot-gens.
           move spaces to trace-line.
           perform put-one-line.
           move tot-line to trace-line.
           perform put-one-line.
           close trace-file.

           if ws-event-count = 0
               display 'nothing on record anywhere for '
                   ws-wanted-id
               move 4 to return-code
           end-if.
           goback.

      *> sort input. the files that carry the set-id go first, so
      *> by the time the checkpoint, dispatch, recall and inbound
      *> files are read - which know only message-ids - every member
      *> of a traced set is in the table.
       gather-the-events.
           perform scan-the-queue
           move 'transhld.txt' to ws-held-name
           perform scan-the-held-file
           move 'transhld.new' to ws-held-name
           perform scan-the-held-file
           perform scan-the-edit-rejects
           move 'cipher.out' to ws-ciph-name
           perform scan-one-cipher-file
           perform scan-one-cipher-generation
               varying ws-day-int from ws-first-int by 1
               until ws-day-int > ws-today-int
           perform scan-the-inbound-rejects

           perform scan-the-checkpoints
           perform scan-one-audit-generation
               varying ws-day-int from ws-first-int by 1
               until ws-day-int > ws-today-int
           perform scan-the-dispatch-tracking
           perform scan-the-recalls
           perform scan-the-inbound-checkpoints.

       scan-the-queue.
           open input trans-file
           if ws-trans-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform scan-one-queued until ws-in-eof
           close trans-file.

       scan-one-queued.
           read trans-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move trans-msg-id to ws-look-msg-id
                   move trans-set-id to ws-look-set-id
                   if trans-rec-type = 'C'
                       move spaces to ws-look-set-id
                   end-if
                   perform match-the-record
                   if ws-ours
                       perform release-one-queued
                   end-if
           end-read.

       release-one-queued.
           move ws-current-ts to ws-ev-timestamp
           move 10 to ws-ev-stage
           move trans-msg-id to ws-ev-msg-id
           move spaces to ws-ev-detail
           if trans-rec-type = 'C'
               move 'CANCEL' to ws-ev-event
               string 'recall queued, asked by ' delimited by size
                   trans-key-id delimited by space
                   into ws-ev-detail
               end-string
           else
               move 'QUEUED' to ws-ev-event
               move spaces to ws-q-lead
               move trans-dest to ws-q-dest
               move trans-key-id to ws-q-key-id
               move trans-precedence to ws-q-precedence
               move trans-set-id to ws-q-set-id
               move trans-part to ws-q-part
               move trans-part-count to ws-q-part-count
               perform describe-the-queued
           end-if
           perform release-one-event.

      *> the destination, key-id, precedence and set carriage of a
      *> queued-shape record, common to the queue, held and reject
      *> lines
       describe-the-queued.
           move spaces to ws-q-set-text
           if ws-q-set-id not = spaces
               string ' set ' delimited by size
                   ws-q-set-id delimited by space
                   ' ' delimited by size
                   ws-q-part delimited by size
                   '/' delimited by size
                   ws-q-part-count delimited by size
                   into ws-q-set-text
               end-string
           end-if
           move spaces to ws-ev-detail
           if ws-q-lead = spaces
               string 'dest ' delimited by size
                   ws-q-dest delimited by size
                   ' key ' delimited by size
                   ws-q-key-id delimited by size
                   ' prec ' delimited by size
                   ws-q-precedence delimited by size
                   ws-q-set-text delimited by size
                   into ws-ev-detail
               end-string
           else
               string ws-q-lead delimited by size
                   ' dest ' delimited by size
                   ws-q-dest delimited by size
                   ' key ' delimited by size
                   ws-q-key-id delimited by size
                   ' prec ' delimited by size
                   ws-q-precedence delimited by size
                   ws-q-set-text delimited by size
                   into ws-ev-detail
               end-string
           end-if.

       scan-the-held-file.
           open input held-file
           if ws-held-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform scan-one-held until ws-in-eof
           close held-file.

       scan-one-held.
           read held-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move hld-msg-id to ws-look-msg-id
                   move hld-set-id to ws-look-set-id
                   perform match-the-record
                   if ws-ours
                       perform release-one-held
                   end-if
           end-read.

       release-one-held.
           move ws-current-ts to ws-ev-timestamp
           move 15 to ws-ev-stage
           move hld-msg-id to ws-ev-msg-id
           move 'HELD' to ws-ev-event
           move hld-reason to ws-q-lead
           move hld-dest to ws-q-dest
           move hld-key-id to ws-q-key-id
           move hld-precedence to ws-q-precedence
           move hld-set-id to ws-q-set-id
           move hld-part to ws-q-part
           move hld-part-count to ws-q-part-count
           perform describe-the-queued
      *> a message waiting on its release time has no key yet; the
      *> time it goes is the thing worth showing
           if hld-reason = 'SCHD'
               move spaces to ws-ev-detail
               string 'SCHD release ' delimited by size
                   hld-release-ts delimited by size
                   ' dest ' delimited by size
                   hld-dest delimited by size
                   ' prec ' delimited by size
                   hld-precedence delimited by size
                   into ws-ev-detail
               end-string
           end-if
           perform release-one-event.

       scan-the-edit-rejects.
           open input trej-file
           if ws-trej-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform scan-one-edit-reject until ws-in-eof
           close trej-file.

       scan-one-edit-reject.
           read trej-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move trej-msg-id to ws-look-msg-id
                   move trej-set-id to ws-look-set-id
                   perform match-the-record
                   if ws-ours
                       perform release-one-edit-reject
                   end-if
           end-read.

       release-one-edit-reject.
           move ws-current-ts to ws-ev-timestamp
           move 20 to ws-ev-stage
           move trej-msg-id to ws-ev-msg-id
           move 'EDIT REJ' to ws-ev-event
           move trej-reason to ws-q-lead
           move trej-dest to ws-q-dest
           move trej-key-id to ws-q-key-id
           move trej-precedence to ws-q-precedence
           move trej-set-id to ws-q-set-id
           move trej-part to ws-q-part
           move trej-part-count to ws-q-part-count
           perform describe-the-queued
           perform release-one-event.

      *> a day the end-of-day cycle did not run simply has no file.
       scan-one-cipher-generation.
           move function date-of-integer(ws-day-int) to ws-day-num
           move spaces to ws-ciph-name
           string 'cipher.' delimited by size
               ws-day-num delimited by size
               into ws-ciph-name
           end-string
           perform scan-one-cipher-file.

       scan-one-cipher-file.
           open input ciph-file
           if ws-ciph-file-status not = '00'
               exit paragraph
           end-if
           if ws-ciph-name not = 'cipher.out'
               add 1 to ws-gen-count end-add
           end-if
           move 'N' to ws-in-eof-switch
           perform scan-one-cipher until ws-in-eof
           close ciph-file.

       scan-one-cipher.
           read ciph-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move ciph-msg-id to ws-look-msg-id
                   move ciph-set-id to ws-look-set-id
                   perform match-the-record
                   if ws-ours
                       perform release-one-cipher
                   end-if
           end-read.

      *> the file it was found in is left out of the detail, so the
      *> copies in cipher.out and every archive print as one line.
       release-one-cipher.
           move ciph-timestamp to ws-ev-timestamp
           move 35 to ws-ev-stage
           move ciph-msg-id to ws-ev-msg-id
           move 'CIPHER' to ws-ev-event
           move spaces to ws-q-set-text
           if ciph-set-id not = spaces
               string ' set ' delimited by size
                   ciph-set-id delimited by space
                   ' ' delimited by size
                   ciph-part delimited by size
                   '/' delimited by size
                   ciph-part-count delimited by size
                   into ws-q-set-text
               end-string
           end-if
           move spaces to ws-ev-detail
           string 'key ' delimited by size
               ciph-key-id delimited by size
               ' length ' delimited by size
               ciph-length delimited by size
               ws-q-set-text delimited by size
               into ws-ev-detail
           end-string
           perform release-one-event.

       scan-the-inbound-rejects.
           open input rrej-file
           if ws-rrej-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform scan-one-inbound-reject until ws-in-eof
           close rrej-file.

       scan-one-inbound-reject.
           read rrej-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move rrej-msg-id to ws-look-msg-id
                   move rrej-set-id to ws-look-set-id
                   perform match-the-record
                   if ws-ours
                       perform release-one-inbound-reject
                   end-if
           end-read.

      *> dated by the timestamp the sending station cut the
      *> ciphertext under - the reject itself carries no date of its
      *> own.
       release-one-inbound-reject.
           move rrej-timestamp to ws-ev-timestamp
           if rrej-timestamp = spaces
               move ws-current-ts to ws-ev-timestamp
           end-if
           move 75 to ws-ev-stage
           move rrej-msg-id to ws-ev-msg-id
           move 'RECV REJ' to ws-ev-event
           move spaces to ws-ev-detail
           string 'reason ' delimited by size
               rrej-reason delimited by size
               ' key ' delimited by size
               rrej-key-id delimited by size
               ' seq ' delimited by size
               rrej-seq delimited by size
               into ws-ev-detail
           end-string
           perform release-one-event.

      *> audit.trl is keyed on message-id: one read per traced id.
       scan-the-checkpoints.
           open input audit-file
           if audit-status not = '00'
               exit paragraph
           end-if
           perform read-one-checkpoint
               varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
           close audit-file.

       read-one-checkpoint.
           move ws-id-msg-id(ws-id-idx) to audit-msg-id
           read audit-file
               invalid key
                   continue
               not invalid key
                   move audit-timestamp to ws-ev-timestamp
                   move audit-msg-id to ws-ev-msg-id
                   move audit-key-id to ws-ck-key-id
                   move audit-offset to ws-ck-offset
                   move audit-precedence to ws-ck-precedence
                   perform release-one-checkpoint
           end-read.

       scan-one-audit-generation.
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
           perform scan-one-archived-checkpoint until ws-in-eof
           close arch-file.

       scan-one-archived-checkpoint.
           read arch-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   move arch-msg-id to ws-look-msg-id
                   perform find-traced-id
                   if ws-id-found
                       move arch-timestamp to ws-ev-timestamp
                       move arch-msg-id to ws-ev-msg-id
                       move arch-key-id to ws-ck-key-id
                       move arch-offset to ws-ck-offset
                       move arch-precedence to ws-ck-precedence
                       perform release-one-checkpoint
                   end-if
           end-read.

       release-one-checkpoint.
           move 30 to ws-ev-stage
           move 'CHECKPNT' to ws-ev-event
           move spaces to ws-ev-detail
           string 'key ' delimited by size
               ws-ck-key-id delimited by size
               ' pad bytes ' delimited by size
               ws-ck-offset delimited by size
               ' prec ' delimited by size
               ws-ck-precedence delimited by size
               into ws-ev-detail
           end-string
           perform release-one-event.

       scan-the-dispatch-tracking.
           open input dsptrk-file
           if dsptrk-status not = '00'
               exit paragraph
           end-if
           perform read-one-dispatch
               varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
           close dsptrk-file.

       read-one-dispatch.
           move ws-id-msg-id(ws-id-idx) to dsptrk-msg-id
           read dsptrk-file
               invalid key
                   continue
               not invalid key
                   perform release-one-dispatch
           end-read.

       release-one-dispatch.
           move dsptrk-timestamp to ws-ev-timestamp
           move 50 to ws-ev-stage
           move dsptrk-msg-id to ws-ev-msg-id
           move 'DISPATCH' to ws-ev-event
           move spaces to ws-ev-detail
           string 'to terminal ' delimited by size
               dsptrk-terminal delimited by space
               into ws-ev-detail
           end-string
           perform release-one-event
           if dsptrk-confirmed = spaces
               move ws-current-ts to ws-ev-timestamp
               move 60 to ws-ev-stage
               move 'UNACKED' to ws-ev-event
               move 'no acknowledgment from the far station yet'
                   to ws-ev-detail
               perform release-one-event
           else
               move dsptrk-confirmed to ws-ev-timestamp(1:8)
               move all '9' to ws-ev-timestamp(9:8)
               move 60 to ws-ev-stage
               move 'ACKED' to ws-ev-event
               move spaces to ws-ev-detail
               string 'received at ' delimited by size
                   dsptrk-terminal delimited by space
                   into ws-ev-detail
               end-string
               perform release-one-event
           end-if.

       scan-the-recalls.
           open input recall-file
           if rcl-status not = '00'
               exit paragraph
           end-if
           perform read-one-recall
               varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
           close recall-file.

       read-one-recall.
           move ws-id-msg-id(ws-id-idx) to rcl-msg-id
           read recall-file
               invalid key
                   continue
               not invalid key
                   move rcl-timestamp to ws-ev-timestamp
                   move 40 to ws-ev-stage
                   move rcl-msg-id to ws-ev-msg-id
                   move 'RECALLED' to ws-ev-event
                   move spaces to ws-ev-detail
                   string 'stage ' delimited by size
                       rcl-stage delimited by size
                       ' asked by ' delimited by size
                       rcl-requested-by delimited by space
                       into ws-ev-detail
                   end-string
                   perform release-one-event
           end-read.

       scan-the-inbound-checkpoints.
           open input inbtrack-file
           if inbt-status not = '00'
               exit paragraph
           end-if
           perform read-one-inbound
               varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
           close inbtrack-file.

       read-one-inbound.
           move ws-id-msg-id(ws-id-idx) to inbt-msg-id
           read inbtrack-file
               invalid key
                   continue
               not invalid key
                   move inbt-timestamp to ws-ev-timestamp
                   move 70 to ws-ev-stage
                   move inbt-msg-id to ws-ev-msg-id
                   move 'RECEIVED' to ws-ev-event
                   move spaces to ws-ev-detail
                   string 'key ' delimited by size
                       inbt-key-id delimited by size
                       ' pad bytes ' delimited by size
                       inbt-offset delimited by size
                       into ws-ev-detail
                   end-string
                   perform release-one-event
           end-read.

      *> does the record in hand belong to the trace? a message-id
      *> already in the table does; so does a record carrying the
      *> traced set-id, whose message-id joins the table.
       match-the-record.
           move 'N' to ws-ours-switch
           perform find-traced-id
           if ws-id-found
               move 'Y' to ws-ours-switch
               exit paragraph
           end-if
           if ws-look-set-id = ws-wanted-id
               move 'Y' to ws-ours-switch
               if ws-id-count < ws-id-max
                   add 1 to ws-id-count end-add
                   move ws-look-msg-id to ws-id-msg-id(ws-id-count)
               end-if
           end-if.

       find-traced-id.
           move 'N' to ws-id-found-switch
           perform match-one-traced-id
               varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count or ws-id-found.

       match-one-traced-id.
           if ws-id-msg-id(ws-id-idx) = ws-look-msg-id
               move 'Y' to ws-id-found-switch
               subtract 1 from ws-id-idx end-subtract
           end-if.

       release-one-event.
           move ws-ev-timestamp to sortr-timestamp
           move ws-ev-stage to sortr-stage
           move ws-ev-msg-id to sortr-msg-id
           move ws-ev-event to sortr-event
           move ws-ev-detail to sortr-detail
           release sortr-record.

      *> sort output: one line per event, the archives' repeats of
      *> an event skipped as they come back side by side.
       print-the-trace.
           move spaces to ws-prior-event
           perform print-one-event until ws-sort-eof.

       print-one-event.
           return sort-work-file
               at end
                   move 'Y' to ws-sort-eof-switch
               not at end
                   if sortr-record not = ws-prior-event
                       move sortr-record to ws-prior-event
                       perform format-one-event
                   end-if
           end-return.

       format-one-event.
           move spaces to det-line
           if sortr-timestamp = ws-current-ts
               move 'CURRENT' to det-date
               move '--------' to det-time
           else
               move sortr-timestamp(1:8) to det-date
               if sortr-timestamp(9:8) = all '9'
                   move '--------' to det-time
               else
                   move sortr-timestamp(9:8) to det-time
               end-if
           end-if
           move sortr-event to det-event
           move sortr-msg-id to det-msg-id
           move sortr-detail to det-detail
           add 1 to ws-event-count end-add
           move det-line to trace-line
           perform put-one-line.

      *> every line goes to the screen and to trace.out alike.
       put-one-line.
           display trace-line
           write trace-line.

       end program otp-trace.
