       identification division.
          program-id. otp-pickup.

      *> otp-pickup handles the traffic otp-inbatch delivers. the
      *> inbound batch appends recovered plaintext to one
      *> dlvr.<terminal> file per terminal (dlvrrec.cpy) across
      *> runs, and nothing ever said whether the addressee collected
      *> it: the files only grew, and nobody could say which
      *> delivered message was still sitting unread.
      *>
      *>   otp-pickup FORMS [<terminal>]
      *>     prints every message waiting in the terminal's delivery
      *>     file as a message form (dlvform.out): precedence,
      *>     originating station, when it was sent and delivered,
      *>     and the whole text - a multi-part set already comes
      *>     out of the inbound batch reassembled under its set-id.
      *>   otp-pickup PICKUP <terminal> <msg-id|ALL> <collected-by>
      *>                     <operator>
      *>     records the pickup of one waiting message (or all of
      *>     them) in the delivery register (dlvreg.log,
      *>     dlvregrec.cpy) with who collected it and when, then
      *>     trims what was collected out of the delivery file into
      *>     the day's archive, dlvr.<terminal>.yyyymmdd. cut
      *>     authority (class O or above in opauth.dat) is required
      *>     - the same operators who hand pads over.
      *>   otp-pickup AGING [<terminal>]
      *>     ages everything still waiting (dlvage.out), the way
      *>     otp-ackin ages unconfirmed outbound traffic: FLASH and
      *>     IMMEDIATE traffic left uncollected longer than
      *>     ws-late-limit-mins is flagged OVERDUE for the desk to
      *>     chase.
      *>
      *> FORMS and AGING with no terminal walk every station on the
      *> station master (station.dat); a site without one must name
      *> the terminal. a pickup is refused while otp-inbatch is
      *> marked running in runctl.dat, since it appends to the very
      *> file being trimmed. the register line is written before the
      *> trim, and the delivery file is only restarted once every
      *> collected record is registered and archived - a failure on
      *> the way leaves it exactly as it was. a failure while it is
      *> being restarted leaves what is still waiting in dlvrcf.tmp,
      *> and the run stops saying so.

       environment division.
           input-output section.
           file-control.
      *> the terminal's delivery file, name built at run time as
      *> dlvr.<terminal>
               select dlvr-file assign using ws-dlvr-name
               organization line sequential
               file status is ws-dlvr-file-status.

      *> the day's archive of collected deliveries, name built at run
      *> time as dlvr.<terminal>.yyyymmdd, appended to
               select arch-file assign using ws-arch-name
               organization line sequential
               file status is ws-arch-file-status.

      *> uncollected deliveries held aside while the delivery file is
      *> restarted, then copied back in
               select carry-file assign to 'dlvrcf.tmp'
               organization line sequential
               file status is ws-carry-file-status.

      *> the append-only delivery register
               select dreg-file assign to 'dlvreg.log'
               organization line sequential
               file status is ws-dreg-file-status.

      *> the station master, read-only, for the terminals to walk
               select stn-file assign to 'station.dat'
               organization indexed
               access mode dynamic
               record key is stn-terminal
               file status is stn-status-code.

      *> operator authority, read-only here
               select opauth-file assign to 'opauth.dat'
               organization indexed
               access mode dynamic
               record key is opauth-operator
               file status is opauth-status.

      *> the run-control interlock's records, read-only here
               select runctl-file assign to 'runctl.dat'
               organization indexed
               access mode dynamic
               record key is runctl-job
               file status is runctl-status.

               select report-file assign using ws-report-name
               organization line sequential.

       data division.
           file section.
           fd dlvr-file.
           copy dlvrrec.

           fd arch-file.
      *> one collected delivery, held whole
           01 arch-record pic x(4064).

           fd carry-file.
      *> one uncollected delivery, held whole
           01 carry-record pic x(4064).

           fd dreg-file.
           copy dlvregrec.

           fd stn-file.
           copy stnrec.

           fd opauth-file.
           copy opauthrec.

           fd runctl-file.
           copy runctlrec.

           fd report-file.
           01 rpt-line pic x(80).

           working-storage section.
           77 ws-dlvr-file-status pic x(02) value spaces.
           77 ws-arch-file-status pic x(02) value spaces.
           77 ws-carry-file-status pic x(02) value spaces.
           77 ws-dreg-file-status pic x(02) value spaces.
           77 stn-status-code pic x(2) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 runctl-status pic x(2) value spaces.
      *> FORMS, PICKUP or AGING, first parameter
           77 ws-function pic x(08) value spaces.
      *> the terminal, second parameter
           77 ws-terminal-arg pic x(08) value spaces.
      *> the message-id collected, or ALL, third parameter on PICKUP
           77 ws-wanted-msg-id pic x(08) value spaces.
      *> who signed for it, fourth parameter on PICKUP
           77 ws-collected-by pic x(08) value spaces.
      *> the operator at the keyboard, last parameter on PICKUP
           77 ws-operator-id pic x(08) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
      *> 'Y' once the operator proves cut authority
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-operator-ok value 'Y'.
           77 ws-dlvr-name pic x(14) value spaces.
           77 ws-arch-name pic x(24) value spaces.
           77 ws-report-name pic x(12) value spaces.
           77 ws-dlvr-eof-switch pic x(1) value 'N'.
               88 ws-dlvr-eof value 'Y'.
           77 ws-stn-eof-switch pic x(1) value 'N'.
               88 ws-stn-eof value 'Y'.
      *> 'Y' once a register, archive or carry write has failed
           77 ws-trim-failed-switch pic x(1) value 'N'.
               88 ws-trim-failed value 'Y'.
      *> 'Y' once the delivery file failed while being restarted
           77 ws-restart-failed-switch pic x(1) value 'N'.
               88 ws-restart-failed value 'Y'.
      *> yyyymmdd and yyyymmddhhmmsscc this run is happening
           77 ws-today pic x(08).
           77 ws-now-ts pic x(16).

      *> FLASH or IMMEDIATE traffic uncollected longer than this
      *> many minutes is OVERDUE
           77 ws-late-limit-mins pic 9(05) value 60.
      *> the yyyymmddhhmm the waiting clock started, and the minutes
      *> waited since
           77 ws-since-ts pic x(12) value spaces.
           77 ws-since-int pic 9(08) value 0.
           77 ws-now-int pic 9(08) value 0.
           77 ws-waited-mins pic 9(08) value 0.

      *> the terminals this run works through
           01 ws-term-table.
               05 ws-term-id pic x(08) occurs 500.
           77 ws-term-count pic 9(03) value 0.
           77 ws-term-idx pic 9(03) value 0.
           77 ws-cur-terminal pic x(08) value spaces.

      *> where the form's text line starts, and how much of it
           77 ws-text-pos pic 9(05) value 0.
           77 ws-text-len pic 9(05) value 0.

           77 ws-form-count pic 9(05) value 0.
           77 ws-pickup-count pic 9(05) value 0.
           77 ws-kept-count pic 9(05) value 0.
           77 ws-wait-count pic 9(05) value 0.
           77 ws-overdue-count pic 9(05) value 0.

           01 form-rule.
               05 filler pic x(64) value all '-'.
           01 form-line-1.
               05 filler pic x(16) value 'MESSAGE FORM'.
               05 filler pic x(09) value 'TERMINAL '.
               05 fm-terminal pic x(08).
               05 filler pic x(11) value '   PRINTED '.
               05 fm-printed pic x(12).
           01 form-line-2.
               05 filler pic x(09) value 'MSG-ID   '.
               05 fm-msg-id pic x(08).
               05 filler pic x(15) value '   PRECEDENCE '.
               05 fm-precedence pic x(09).
               05 filler pic x(09) value '   FROM '.
               05 fm-orig pic x(08).
           01 form-line-3.
               05 filler pic x(09) value 'KEY-ID   '.
               05 fm-key-id pic x(08).
               05 filler pic x(09) value '   SENT '.
               05 fm-sent pic x(12).
               05 filler pic x(14) value '   DELIVERED '.
               05 fm-delivered pic x(12).
           01 form-set-line.
               05 filler pic x(07) value 'SET OF '.
               05 fm-parts pic z9.
               05 filler pic x(22)
                   value ' PARTS, REASSEMBLED'.
           01 form-text-line.
               05 filler pic x(02) value spaces.
               05 fm-text pic x(64).
           01 form-sign-line.
               05 filler pic x(34)
                   value 'COLLECTED BY ____________________'.
               05 filler pic x(30)
                   value '  DATE/TIME ________________'.
           01 none-line.
               05 filler pic x(02) value spaces.
               05 none-text pic x(60).

           01 hdg-age-1.
               05 filler pic x(31)
                   value 'DELIVERED-BUT-UNCOLLECTED TRAFF'.
               05 filler pic x(09) value 'IC AS OF '.
               05 hdg-age-date pic x(08).
               05 filler pic x(21) value ' - URGENT LIMIT MINS '.
               05 hdg-age-limit pic zzzz9.
           01 hdg-age-2.
               05 filler pic x(10) value 'MSG-ID'.
               05 filler pic x(10) value 'TERMINAL'.
               05 filler pic x(05) value 'PREC'.
               05 filler pic x(10) value 'FROM'.
               05 filler pic x(15) value 'DELIVERED'.
               05 filler pic x(10) value 'MINS'.
               05 filler pic x(08) value 'ACTION'.
           01 det-age.
               05 da-msg-id pic x(08).
               05 filler pic x(02) value spaces.
               05 da-terminal pic x(08).
               05 filler pic x(02) value spaces.
               05 da-prec pic x(01).
               05 filler pic x(04) value spaces.
               05 da-orig pic x(08).
               05 filler pic x(02) value spaces.
               05 da-delivered pic x(12).
               05 filler pic x(01) value spaces.
               05 da-mins pic zzzzzzz9.
               05 filler pic x(04) value spaces.
      *> WAITING - still inside the limit, or not urgent; OVERDUE -
      *> FLASH or IMMEDIATE past the limit; NO DATE - no usable
      *> timestamp to age from
               05 da-action pic x(07).

       procedure division.
           accept ws-today from date yyyymmdd.
           move ws-today to ws-now-ts(1:8).
           accept ws-now-ts(9:8) from time.

           move 1 to ws-arg-num. *> arg 1: FORMS, PICKUP or AGING
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.
           move 2 to ws-arg-num. *> arg 2: the terminal
           display ws-arg-num upon argument-number.
           accept ws-terminal-arg from argument-value.

           evaluate ws-function
               when 'FORMS'
                   perform print-the-forms
               when 'PICKUP'
                   perform pull-pickup-arguments
                   perform record-the-pickup
               when 'AGING'
                   perform age-the-deliveries
               when other
                   display '*** function must be FORMS, PICKUP or'
                       ' AGING: ' ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

       pull-pickup-arguments.
           move 3 to ws-arg-num. *> arg 3: the message collected
           display ws-arg-num upon argument-number.
           accept ws-wanted-msg-id from argument-value.
           move 4 to ws-arg-num. *> arg 4: who signed for it
           display ws-arg-num upon argument-number.
           accept ws-collected-by from argument-value.
           move 5 to ws-arg-num. *> arg 5: the operator handing over
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value.

      *> the named terminal, or every station on the master.
       load-the-terminals.
           move 0 to ws-term-count
           if ws-terminal-arg not = spaces
               move 1 to ws-term-count
               move ws-terminal-arg to ws-term-id(1)
               exit paragraph
           end-if
           open input stn-file
           if stn-status-code not = '00'
               display '*** no station.dat to walk, status '
                   stn-status-code ' - name the terminal ***'
               move 16 to return-code
               goback
           end-if
           move 'N' to ws-stn-eof-switch
           perform load-one-terminal until ws-stn-eof
           close stn-file.

       load-one-terminal.
           read stn-file next record
               at end
                   move 'Y' to ws-stn-eof-switch
               not at end
                   if ws-term-count < 500
                       add 1 to ws-term-count end-add
                       move stn-terminal to ws-term-id(ws-term-count)
                   end-if
           end-read.

      *> opens the current terminal's delivery file for reading;
      *> ws-dlvr-file-status says whether there was one.
       open-delivery-file.
           move spaces to ws-dlvr-name
           string 'dlvr.' delimited by size
               ws-cur-terminal delimited by space
               into ws-dlvr-name
           end-string
           move 'N' to ws-dlvr-eof-switch
           open input dlvr-file.

      *> ---------------------------------------------------------
      *> FORMS
      *> ---------------------------------------------------------
       print-the-forms.
           perform load-the-terminals
           move 'dlvform.out' to ws-report-name
           open output report-file
           perform print-one-terminal
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count
           close report-file
           display 'delivery forms complete: ' ws-form-count
               ' messages waiting - see dlvform.out'.

       print-one-terminal.
           move ws-term-id(ws-term-idx) to ws-cur-terminal
           perform open-delivery-file
           if ws-dlvr-file-status not = '00'
               move spaces to none-text
               string 'nothing waiting for ' delimited by size
                   ws-cur-terminal delimited by space
                   into none-text
               end-string
               write rpt-line from none-line
               exit paragraph
           end-if
           perform print-one-form until ws-dlvr-eof
           close dlvr-file.

       print-one-form.
           read dlvr-file
               at end
                   move 'Y' to ws-dlvr-eof-switch
               not at end
                   perform write-message-form
           end-read.

       write-message-form.
           write rpt-line from form-rule
           move ws-cur-terminal to fm-terminal
           move ws-now-ts(1:12) to fm-printed
           write rpt-line from form-line-1
           move dlvr-msg-id to fm-msg-id
           evaluate dlvr-precedence
               when 'F'
                   move 'FLASH' to fm-precedence
               when 'I'
                   move 'IMMEDIATE' to fm-precedence
               when 'P'
                   move 'PRIORITY' to fm-precedence
               when 'R'
                   move 'ROUTINE' to fm-precedence
               when other
                   move 'NOT GIVEN' to fm-precedence
           end-evaluate
           if dlvr-orig-station = spaces
               move 'UNKNOWN' to fm-orig
           else
               move dlvr-orig-station to fm-orig
           end-if
           write rpt-line from form-line-2
           move dlvr-key-id to fm-key-id
           move dlvr-timestamp(1:12) to fm-sent
           move dlvr-delivered-ts(1:12) to fm-delivered
           write rpt-line from form-line-3
           if dlvr-part-count is numeric
               and dlvr-part-count > 0
               move dlvr-part-count to fm-parts
               write rpt-line from form-set-line
           end-if
           move spaces to rpt-line
           write rpt-line
           if dlvr-length is numeric
               perform write-one-text-line
                   varying ws-text-pos from 1 by 64
                   until ws-text-pos > dlvr-length
           end-if
           move spaces to rpt-line
           write rpt-line
           write rpt-line from form-sign-line
           add 1 to ws-form-count end-add.

       write-one-text-line.
           compute ws-text-len = dlvr-length - ws-text-pos + 1
           end-compute
           if ws-text-len > 64
               move 64 to ws-text-len
           end-if
           move spaces to fm-text
           move dlvr-text(ws-text-pos:ws-text-len) to fm-text
           write rpt-line from form-text-line.

      *> ---------------------------------------------------------
      *> PICKUP
      *> ---------------------------------------------------------
       record-the-pickup.
           if ws-terminal-arg = spaces
               or ws-wanted-msg-id = spaces
               or ws-collected-by = spaces
               display '*** terminal, message-id (or ALL) and'
                   ' collected-by parameters are required ***'
               move 16 to return-code
               goback
           end-if
           perform check-operator-authority
           if not ws-operator-ok
               move 16 to return-code
               goback
           end-if
           perform check-inbatch-idle
           move ws-terminal-arg to ws-cur-terminal

      *> first pass only counts, so a pickup of nothing is refused
      *> before anything is opened for writing
           perform open-delivery-file
           if ws-dlvr-file-status not = '00'
               display '*** nothing delivered to ' ws-cur-terminal
                   ' - ' ws-dlvr-name ' not readable, status '
                   ws-dlvr-file-status ' ***'
               move 16 to return-code
               goback
           end-if
           perform count-one-pickup until ws-dlvr-eof
           close dlvr-file
           if ws-pickup-count = 0
               display '*** ' ws-wanted-msg-id ' is not waiting in '
                   ws-dlvr-name ' ***'
               move 16 to return-code
               goback
           end-if

           perform trim-the-delivery-file
           if ws-trim-failed
               display '*** pickup write failed - register status '
                   ws-dreg-file-status ', archive status '
                   ws-arch-file-status ', carry status '
                   ws-carry-file-status ' - ' ws-dlvr-name
                   ' left exactly as it was ***'
               move 16 to return-code
               goback
           end-if
           display ws-pickup-count ' message(s) collected from '
               ws-cur-terminal ' by ' ws-collected-by ', '
               ws-kept-count ' still waiting; archived to '
               ws-arch-name.

       count-one-pickup.
           read dlvr-file
               at end
                   move 'Y' to ws-dlvr-eof-switch
               not at end
                   if ws-wanted-msg-id = 'ALL'
                       or dlvr-msg-id = ws-wanted-msg-id
                       add 1 to ws-pickup-count end-add
                   end-if
           end-read.

      *> second pass: each collected record registered, then
      *> archived; everything else held aside in dlvrcf.tmp. only a
      *> clean pass restarts the delivery file from what was held.
       trim-the-delivery-file.
           move 'N' to ws-trim-failed-switch
           move 0 to ws-pickup-count
           move 0 to ws-kept-count
           move spaces to ws-arch-name
           string 'dlvr.' delimited by size
               ws-cur-terminal delimited by space
               '.' delimited by size
               ws-today delimited by size
               into ws-arch-name
           end-string

           open extend dreg-file
           if ws-dreg-file-status = '35'
               open output dreg-file
               close dreg-file
               open extend dreg-file
           end-if
           if ws-dreg-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               exit paragraph
           end-if
           open extend arch-file
           if ws-arch-file-status = '35'
               open output arch-file
               close arch-file
               open extend arch-file
           end-if
           if ws-arch-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               close dreg-file
               exit paragraph
           end-if
           open output carry-file
           if ws-carry-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               close arch-file
               close dreg-file
               exit paragraph
           end-if
           perform open-delivery-file
           if ws-dlvr-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               close carry-file
               close arch-file
               close dreg-file
               exit paragraph
           end-if
           perform trim-one-delivery
               until ws-dlvr-eof or ws-trim-failed
           close dlvr-file
           close carry-file
           close arch-file
           close dreg-file
           if ws-trim-failed
               exit paragraph
           end-if
           perform restart-delivery-file.

       trim-one-delivery.
           read dlvr-file
               at end
                   move 'Y' to ws-dlvr-eof-switch
               not at end
                   if ws-wanted-msg-id = 'ALL'
                       or dlvr-msg-id = ws-wanted-msg-id
                       perform register-one-pickup
                   else
                       write carry-record from dlvr-record
                       if ws-carry-file-status not = '00'
                           move 'Y' to ws-trim-failed-switch
                       else
                           add 1 to ws-kept-count end-add
                       end-if
                   end-if
           end-read.

      *> the register line is cleared to spaces first: the record
      *> area starts out low-valued, and LINE SEQUENTIAL refuses a
      *> record with control bytes in it.
       register-one-pickup.
           move spaces to dreg-line
           move ws-today to dreg-date
           accept dreg-time from time
           move ws-cur-terminal to dreg-terminal
           move dlvr-msg-id to dreg-msg-id
           move dlvr-key-id to dreg-key-id
           move dlvr-precedence to dreg-precedence
           move dlvr-orig-station to dreg-orig-station
           move dlvr-delivered-ts to dreg-delivered-ts
           move ws-collected-by to dreg-collected-by
           move ws-operator-id to dreg-operator
           write dreg-line
           if ws-dreg-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               exit paragraph
           end-if
           write arch-record from dlvr-record
           if ws-arch-file-status not = '00'
               move 'Y' to ws-trim-failed-switch
               exit paragraph
           end-if
           add 1 to ws-pickup-count end-add.

      *> the held-aside file is opened first, so one that will not
      *> read back leaves the delivery file untouched. once the
      *> delivery file has been opened for output, dlvrcf.tmp is
      *> the only copy of what is still waiting; a failure from
      *> there on stops the run and says so.
       restart-delivery-file.
           open input carry-file
           if ws-carry-file-status not = '00'
               display '*** dlvrcf.tmp would not open, status '
                   ws-carry-file-status ' - ' ws-dlvr-name ' not'
                   ' trimmed; its collected records are already'
                   ' registered and archived ***'
               move 16 to return-code
               goback
           end-if
           open output dlvr-file
           if ws-dlvr-file-status not = '00'
               close carry-file
               perform refuse-lost-restart
           end-if
           move 'N' to ws-dlvr-eof-switch
           move 'N' to ws-restart-failed-switch
           perform carry-one-delivery
               until ws-dlvr-eof or ws-restart-failed
           close carry-file
           close dlvr-file
           if ws-restart-failed
               perform refuse-lost-restart
           end-if.

       carry-one-delivery.
           read carry-file
               at end
                   move 'Y' to ws-dlvr-eof-switch
               not at end
                   write dlvr-record from carry-record
                   if ws-dlvr-file-status not = '00'
                       move 'Y' to ws-restart-failed-switch
                   end-if
           end-read.

       refuse-lost-restart.
           display '*** ' ws-dlvr-name ' failed while being'
               ' restarted, status ' ws-dlvr-file-status
               ' - dlvrcf.tmp still holds the uncollected traffic'
               ' and must be copied back to ' ws-dlvr-name
               ' before the next inbatch ***'
           move 16 to return-code
           goback.

      *> the operator at the keyboard must be registered in
      *> opauth.dat with cut authority. fail closed on a missing
      *> file.
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
                   if opauth-may-cut
                       move 'Y' to ws-auth-ok-switch
                   else
                       display '*** operator ' ws-operator-id
                           ' holds class ' opauth-class ' - cut'
                           ' authority is required here ***'
                   end-if
           end-read
           close opauth-file.

      *> otp-inbatch appends to the delivery files; one marked
      *> running in runctl.dat may be writing this minute. no
      *> runctl.dat at all means the chain has never run under the
      *> interlock.
       check-inbatch-idle.
           open input runctl-file
           if runctl-status not = '00'
               exit paragraph
           end-if
           move 'INBATCH' to runctl-job
           read runctl-file
               invalid key
                   continue
               not invalid key
                   if runctl-outcome = 'RUNNING'
                       display '*** INBATCH is marked running in'
                           ' runctl.dat - no pickup while it is'
                           ' delivering ***'
                       close runctl-file
                       move 16 to return-code
                       goback
                   end-if
           end-read
           close runctl-file.

      *> ---------------------------------------------------------
      *> AGING
      *> ---------------------------------------------------------
       age-the-deliveries.
           perform load-the-terminals
           compute ws-now-int =
               function integer-of-date(function numval(ws-today))
           end-compute
           move 'dlvage.out' to ws-report-name
           open output report-file
           move ws-today to hdg-age-date
           move ws-late-limit-mins to hdg-age-limit
           write rpt-line from hdg-age-1
           write rpt-line from hdg-age-2
           perform age-one-terminal
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count
           close report-file
           display 'delivery aging: ' ws-wait-count ' waiting, '
               ws-overdue-count ' urgent messages uncollected past '
               ws-late-limit-mins ' minutes - see dlvage.out'.

       age-one-terminal.
           move ws-term-id(ws-term-idx) to ws-cur-terminal
           perform open-delivery-file
           if ws-dlvr-file-status not = '00'
               exit paragraph
           end-if
           perform age-one-delivery until ws-dlvr-eof
           close dlvr-file.

       age-one-delivery.
           read dlvr-file
               at end
                   move 'Y' to ws-dlvr-eof-switch
               not at end
                   perform report-one-uncollected
           end-read.

      *> the clock runs from delivery here; a record from before the
      *> delivery time was kept runs from the ciphertext's own
      *> timestamp instead.
       report-one-uncollected.
           if dlvr-delivered-ts = spaces
               move dlvr-timestamp(1:12) to ws-since-ts
           else
               move dlvr-delivered-ts(1:12) to ws-since-ts
           end-if
           move spaces to det-age
           move dlvr-msg-id to da-msg-id
           move ws-cur-terminal to da-terminal
           move dlvr-precedence to da-prec
           move dlvr-orig-station to da-orig
           move ws-since-ts to da-delivered
           if ws-since-ts is not numeric
               move 'NO DATE' to da-action
               add 1 to ws-wait-count end-add
               write rpt-line from det-age
               exit paragraph
           end-if
           compute ws-since-int = function integer-of-date(
               function numval(ws-since-ts(1:8)))
           end-compute
           compute ws-waited-mins =
               ((ws-now-int - ws-since-int) * 1440)
               + (function numval(ws-now-ts(9:2)) * 60)
               + function numval(ws-now-ts(11:2))
               - (function numval(ws-since-ts(9:2)) * 60)
               - function numval(ws-since-ts(11:2))
           end-compute
           move ws-waited-mins to da-mins
           if (dlvr-flash or dlvr-immediate)
               and ws-waited-mins > ws-late-limit-mins
               move 'OVERDUE' to da-action
               add 1 to ws-overdue-count end-add
           else
               move 'WAITING' to da-action
               add 1 to ws-wait-count end-add
           end-if
           write rpt-line from det-age.

       end program otp-pickup.
