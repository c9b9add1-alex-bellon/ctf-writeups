       identification division.
          program-id. otp-audpack.

      *> otp-audpack prints the key-management audit pack for a
      *> period. the auditors used to be handed keyact.jnl,
      *> keyadj.jnl, retire.log, custody.log and a listing of
      *> opauth.dat and left to lay them side by side; this program
      *> lays them side by side for them.
      *>
      *>   otp-audpack <from yyyymmdd> [<to yyyymmdd>]
      *>     the pack for the days from-to inclusive (the one day
      *>     when to is left off), printed to audpack.out.
      *>
      *> the pack lists every pad cut, issued to a courier and
      *> confirmed received (custody.log), every balance adjusted
      *> (keyadj.jnl) and every pad destroyed (retire.log) in the
      *> period, each with the operators involved - an adjustment or
      *> destruction shows who entered it and who released it, off
      *> the matching keyact.jnl lines. the journals are then
      *> cross-checked against each other and every exception is
      *> listed:
      *>   - a destruction or a correction without both an ENTERED
      *>     and a RELEASED line in keyact.jnl, or entered and
      *>     released by the one operator
      *>   - a RELEASED retirement or correction in keyact.jnl that
      *>     never reached retire.log or keyadj.jnl
      *>   - a custody CUT for a pad in neither the keyring nor
      *>     retire.log
      *>   - an operator named in any journal who did not hold the
      *>     class that line needed on the day it was written. the
      *>     class held on a day is walked forward from the AUTH
      *>     lines otp-opadm journals; an operator with no AUTH line
      *>     at all is taken from opauth.dat as registered, from the
      *>     date the record carries. the very first master otp-opadm
      *>     registers, with nobody on file to ask, is not an
      *>     exception.
      *>   - a journal line dated earlier than the line ahead of it,
      *>     a date that is not a date, or a gap of more than
      *>     ws-gap-limit-days between one line and the next
      *>
      *> every journal is read whole, so a line just outside the
      *> period still matches or times the lines inside it; only
      *> lines inside the period are listed or excepted. the run
      *> ends return code 4 when it finds any exception.

       environment division.
           input-output section.
           file-control.
      *> the shared key-management journal
               select kact-file assign to 'keyact.jnl'
               organization line sequential
               file status is ws-kact-file-status.

      *> otp-keyadj's and otp-ktrbld's applied corrections
               select journal-file assign to 'keyadj.jnl'
               organization line sequential
               file status is ws-jnl-file-status.

      *> otp-retire's register of everything destroyed
               select register-file assign to 'retire.log'
               organization line sequential
               file status is ws-reg-file-status.

      *> the custody register
               select clog-file assign to 'custody.log'
               organization line sequential
               file status is ws-clog-file-status.

      *> operator authority, read-only here
               select opauth-file assign to 'opauth.dat'
               organization indexed
               access mode dynamic
               record key is opauth-operator
               file status is opauth-status.

      *> read for a cut pad still in service
               select key-file assign to 'keyring.dat'
               organization indexed
               access mode dynamic
               record key is key-ring-key
               file status is ws-key-file-status.

               select report-file assign to 'audpack.out'
               organization line sequential.

       data division.
           file section.
           fd kact-file.
           copy kactrec.

           fd journal-file.
      *> one applied correction, as otp-keyadj writes it
           01 jnl-line.
               05 jnl-date pic x(08).
               05 filler pic x(01).
               05 jnl-time pic x(08).
               05 filler pic x(01).
               05 jnl-key-id pic x(08).
               05 filler pic x(01).
               05 jnl-old-balance pic 9(07).
               05 filler pic x(01).
               05 jnl-new-balance pic 9(07).
               05 filler pic x(01).
               05 jnl-total-cut pic 9(09).
               05 filler pic x(01).
               05 jnl-operator pic x(08).
               05 filler pic x(01).
      *> the reason entered, or REBUILD off an otp-ktrbld install
               05 jnl-reason pic x(08).

           fd register-file.
      *> one destroyed key-id, as otp-retire writes it
           01 reg-line.
               05 reg-retire-date pic x(08).
               05 filler pic x(01).
               05 reg-key-id pic x(08).
               05 filler pic x(01).
               05 reg-terminal pic x(08).
               05 filler pic x(01).
               05 reg-gen-date pic x(08).
               05 filler pic x(01).
               05 reg-reason pic x(05).
               05 filler pic x(01).
               05 reg-cut-bytes pic 9(09).
               05 filler pic x(01).
               05 reg-burned-bytes pic 9(07).

           fd clog-file.
           copy custlog.

           fd opauth-file.
           copy opauthrec.

           fd key-file.
           copy keyrec.

           fd report-file.
           01 rpt-line pic x(80).

           working-storage section.
           77 ws-kact-file-status pic x(02) value spaces.
           77 ws-jnl-file-status pic x(02) value spaces.
           77 ws-reg-file-status pic x(02) value spaces.
           77 ws-clog-file-status pic x(02) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-key-file-status pic x(02) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
      *> the period, first and second parameters
           77 ws-from-date pic x(08) value spaces.
           77 ws-to-date pic x(08) value spaces.
      *> numeric copy of a date, for the date checks
           77 ws-date-num pic 9(08) value 0.
           77 ws-eof-switch pic x(1) value 'N'.
               88 ws-eof value 'Y'.
      *> 'Y' while keyring.dat is open and readable
           77 ws-key-open-switch pic x(1) value 'N'.
               88 ws-key-usable value 'Y'.
      *> 'Y' when the line in hand falls inside the period
           77 ws-period-switch pic x(1) value 'N'.
               88 ws-in-period value 'Y'.

      *> days between one journal line and the next before the
      *> silence is itself an exception
           77 ws-gap-limit-days pic 9(03) value 30.
      *> the line ahead of this one in the journal being read:
      *> yyyymmddhhmmssss and its day number, 'Y' once there is one
           77 ws-prev-ts pic x(16) value spaces.
           77 ws-prev-int pic 9(08) value 0.
           77 ws-prev-switch pic x(1) value 'N'.
               88 ws-prev-held value 'Y'.
           77 ws-this-ts pic x(16) value spaces.
           77 ws-this-int pic 9(08) value 0.
           77 ws-gap-days pic 9(08) value 0.
           77 ws-gap-ed pic zzzz9.

      *> every keyact.jnl line, in journal order
           01 ws-kact-table.
               05 ws-ka-entry occurs 3000.
                   10 ws-ka-ts.
                       15 ws-ka-date pic x(08).
                       15 ws-ka-time pic x(08).
                   10 ws-ka-action pic x(04).
                   10 ws-ka-key-id pic x(08).
                   10 ws-ka-event pic x(08).
                   10 ws-ka-operator pic x(08).
      *> the class granted, off an AUTH ADDED line's detail
                   10 ws-ka-class pic x(01).
      *> 'Y' once a RELEASED line is matched to what it released
                   10 ws-ka-used pic x(01).
           77 ws-ka-count pic 9(04) value 0.
           77 ws-ka-idx pic 9(04) value 0.
      *> the first AUTH line in the journal, the bootstrap master's
           77 ws-first-auth-idx pic 9(04) value 0.

      *> every retire.log line
           01 ws-retire-table.
               05 ws-rt-entry occurs 2000.
                   10 ws-rt-date pic x(08).
                   10 ws-rt-key-id pic x(08).
                   10 ws-rt-terminal pic x(08).
                   10 ws-rt-reason pic x(05).
                   10 ws-rt-cut-bytes pic 9(09).
                   10 ws-rt-burned-bytes pic 9(07).
           77 ws-rt-count pic 9(04) value 0.
           77 ws-rt-idx pic 9(04) value 0.
           77 ws-rt-found-switch pic x(1) value 'N'.
               88 ws-rt-found value 'Y'.

      *> every operator on opauth.dat as it stands today
           01 ws-opauth-table.
               05 ws-op-entry occurs 500.
                   10 ws-op-operator pic x(08).
                   10 ws-op-class pic x(01).
                   10 ws-op-added-date pic x(08).
           77 ws-op-count pic 9(03) value 0.
           77 ws-op-idx pic 9(03) value 0.
           77 ws-op-found-switch pic x(1) value 'N'.
               88 ws-op-found value 'Y'.

      *> the release being matched: action, key-id, the operator it
      *> must be by (spaces for any), and the yyyymmddhhmmssss it
      *> cannot be earlier than - on that same day
           77 ws-mt-action pic x(04) value spaces.
           77 ws-mt-key-id pic x(08) value spaces.
           77 ws-mt-operator pic x(08) value spaces.
           77 ws-mt-ts pic x(16) value spaces.
      *> 'Y' when one RELEASED line may answer for many lines (a
      *> keytrack installation adjusts every pad at once)
           77 ws-mt-reuse-switch pic x(1) value 'N'.
               88 ws-mt-reuse value 'Y'.
           77 ws-rel-found-switch pic x(1) value 'N'.
               88 ws-rel-found value 'Y'.
           77 ws-ent-found-switch pic x(1) value 'N'.
               88 ws-ent-found value 'Y'.
           77 ws-rel-idx pic 9(04) value 0.
           77 ws-ent-idx pic s9(04) value 0.
           77 ws-released-by pic x(08) value spaces.
           77 ws-entered-by pic x(08) value spaces.

      *> the authority question: who, as of when, how far through
      *> keyact.jnl the answer may look, and the class needed
           77 ws-chk-operator pic x(08) value spaces.
           77 ws-chk-ts pic x(16) value spaces.
           77 ws-chk-stop-idx pic 9(04) value 0.
           77 ws-need-class pic x(01) value space.
           77 ws-held-class pic x(01) value space.
           77 ws-need-rank pic 9(01) value 0.
           77 ws-held-rank pic 9(01) value 0.
           77 ws-au-idx pic 9(04) value 0.
      *> 'Y' once an AUTH line has spoken for the operator
           77 ws-auth-seen-switch pic x(1) value 'N'.
               88 ws-auth-seen value 'Y'.

      *> the line being excepted; moved to the table by
      *> add-exception
           01 ws-exc-work.
               05 ws-ex-source pic x(08).
               05 ws-ex-date pic x(08).
               05 ws-ex-time pic x(08).
               05 ws-ex-key-id pic x(08).
               05 ws-ex-operator pic x(08).
               05 ws-ex-text pic x(34).
      *> every exception found, printed together after the listings
           01 ws-exc-table.
               05 ws-xt-entry occurs 2000.
                   10 ws-xt-source pic x(08).
                   10 ws-xt-date pic x(08).
                   10 ws-xt-time pic x(08).
                   10 ws-xt-key-id pic x(08).
                   10 ws-xt-operator pic x(08).
                   10 ws-xt-text pic x(34).
           77 ws-xt-count pic 9(04) value 0.
           77 ws-xt-idx pic 9(04) value 0.
      *> exceptions found after the table filled
           77 ws-xt-lost pic 9(05) value 0.

      *> what the pack listed
           77 ws-cut-count pic 9(05) value 0.
           77 ws-issued-count pic 9(05) value 0.
           77 ws-received-count pic 9(05) value 0.
           77 ws-adjusted-count pic 9(05) value 0.
           77 ws-destroyed-count pic 9(05) value 0.

           01 hdg-title.
               05 filler pic x(27)
                   value 'KEY-MANAGEMENT AUDIT PACK '.
               05 hdg-from pic x(08).
               05 filler pic x(04) value ' TO '.
               05 hdg-to pic x(08).
           01 hdg-cust-1.
               05 filler pic x(30)
                   value 'PADS CUT, ISSUED AND RECEIVED'.
           01 hdg-cust-2.
               05 filler pic x(10) value 'DATE'.
               05 filler pic x(10) value 'TIME'.
               05 filler pic x(10) value 'KEY-ID'.
               05 filler pic x(10) value 'TERMINAL'.
               05 filler pic x(10) value 'EVENT'.
               05 filler pic x(20) value 'OPERATOR/COURIER'.
           01 det-cust.
               05 dc-date pic x(08).
               05 filler pic x(02) value spaces.
               05 dc-time pic x(08).
               05 filler pic x(02) value spaces.
               05 dc-key-id pic x(08).
               05 filler pic x(02) value spaces.
               05 dc-terminal pic x(08).
               05 filler pic x(02) value spaces.
               05 dc-event pic x(08).
               05 filler pic x(02) value spaces.
               05 dc-party pic x(08).
           01 hdg-adj-1.
               05 filler pic x(30) value 'PAD BALANCES ADJUSTED'.
           01 hdg-adj-2.
               05 filler pic x(09) value 'DATE'.
               05 filler pic x(09) value 'TIME'.
               05 filler pic x(09) value 'KEY-ID'.
               05 filler pic x(08) value 'OLD'.
               05 filler pic x(08) value 'NEW'.
               05 filler pic x(09) value 'REASON'.
               05 filler pic x(09) value 'ENTERED'.
               05 filler pic x(08) value 'RELEASED'.
           01 det-adj.
               05 da-date pic x(08).
               05 filler pic x(01) value space.
               05 da-time pic x(08).
               05 filler pic x(01) value space.
               05 da-key-id pic x(08).
               05 filler pic x(01) value space.
               05 da-old pic 9(07).
               05 filler pic x(01) value space.
               05 da-new pic 9(07).
               05 filler pic x(01) value space.
               05 da-reason pic x(08).
               05 filler pic x(01) value space.
               05 da-entered pic x(08).
               05 filler pic x(01) value space.
               05 da-released pic x(08).
           01 hdg-ret-1.
               05 filler pic x(30) value 'PADS DESTROYED'.
           01 hdg-ret-2.
               05 filler pic x(09) value 'DATE'.
               05 filler pic x(09) value 'KEY-ID'.
               05 filler pic x(09) value 'TERMINAL'.
               05 filler pic x(06) value 'WHY'.
               05 filler pic x(10) value 'CUT'.
               05 filler pic x(08) value 'BURNED'.
               05 filler pic x(09) value 'ENTERED'.
               05 filler pic x(08) value 'RELEASED'.
           01 det-ret.
               05 dr-date pic x(08).
               05 filler pic x(01) value space.
               05 dr-key-id pic x(08).
               05 filler pic x(01) value space.
               05 dr-terminal pic x(08).
               05 filler pic x(01) value space.
               05 dr-reason pic x(05).
               05 filler pic x(01) value space.
               05 dr-cut pic 9(09).
               05 filler pic x(01) value space.
               05 dr-burned pic 9(07).
               05 filler pic x(01) value space.
               05 dr-entered pic x(08).
               05 filler pic x(01) value space.
               05 dr-released pic x(08).
           01 hdg-exc-1.
               05 filler pic x(30) value 'EXCEPTIONS'.
           01 hdg-exc-2.
               05 filler pic x(09) value 'JOURNAL'.
               05 filler pic x(09) value 'DATE'.
               05 filler pic x(09) value 'TIME'.
               05 filler pic x(09) value 'KEY-ID'.
               05 filler pic x(09) value 'OPERATOR'.
               05 filler pic x(11) value 'EXCEPTION'.
           01 det-exc.
               05 dx-source pic x(08).
               05 filler pic x(01) value space.
               05 dx-date pic x(08).
               05 filler pic x(01) value space.
               05 dx-time pic x(08).
               05 filler pic x(01) value space.
               05 dx-key-id pic x(08).
               05 filler pic x(01) value space.
               05 dx-operator pic x(08).
               05 filler pic x(01) value space.
               05 dx-text pic x(34).
      *> a section with nothing to show says why
           01 none-line.
               05 filler pic x(02) value spaces.
               05 none-text pic x(60).
           01 lost-line.
               05 filler pic x(02) value spaces.
               05 lost-count pic zzzz9.
               05 filler pic x(40)
                   value ' more exceptions not listed - table full'.
           01 tot-line-1.
               05 filler pic x(08) value 'CUT'.
               05 tot-cut pic zzzz9.
               05 filler pic x(13) value '   ISSUED'.
               05 tot-issued pic zzzz9.
               05 filler pic x(13) value '   RECEIVED'.
               05 tot-received pic zzzz9.
           01 tot-line-2.
               05 filler pic x(08) value 'ADJUSTED'.
               05 tot-adjusted pic zzzz9.
               05 filler pic x(13) value '   DESTROYED'.
               05 tot-destroyed pic zzzz9.
               05 filler pic x(13) value '   EXCEPTIONS'.
               05 tot-exceptions pic zzzz9.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: first day of the period
           display ws-arg-num upon argument-number.
           accept ws-from-date from argument-value.
           move 2 to ws-arg-num. *> arg 2: last day, blank = the one
           display ws-arg-num upon argument-number.
           accept ws-to-date from argument-value.
           if ws-to-date = spaces
               move ws-from-date to ws-to-date
           end-if.
           perform edit-the-period.

           perform load-the-operators.
           perform load-the-action-journal.
           perform load-the-register.
           open input key-file.
           if ws-key-file-status = '00'
               move 'Y' to ws-key-open-switch
           end-if.

           open output report-file.
           move ws-from-date to hdg-from.
           move ws-to-date to hdg-to.
           write rpt-line from hdg-title.
           perform list-the-custody-register.
           perform list-the-adjustments.
           perform list-the-destructions.
           perform check-the-action-journal.
           perform list-the-exceptions.

           move ws-cut-count to tot-cut.
           move ws-issued-count to tot-issued.
           move ws-received-count to tot-received.
           move ws-adjusted-count to tot-adjusted.
           move ws-destroyed-count to tot-destroyed.
           compute tot-exceptions = ws-xt-count + ws-xt-lost
           end-compute.
           move spaces to rpt-line.
           write rpt-line.
           write rpt-line from tot-line-1.
           write rpt-line from tot-line-2.
           close report-file.
           if ws-key-usable
               close key-file
           end-if.

           display 'audit pack ' ws-from-date ' to ' ws-to-date
               ' complete: ' tot-exceptions ' exceptions - see'
               ' audpack.out'.
           if ws-xt-count > 0
               move 4 to return-code
           end-if.
           goback.

      *> both ends must be real dates, the right way round.
       edit-the-period.
           if ws-from-date is not numeric
               or ws-to-date is not numeric
               display '*** usage: otp-audpack <from yyyymmdd>'
                   ' [<to yyyymmdd>] ***'
               move 16 to return-code
               goback
           end-if
           move ws-from-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = 0
               display '*** from date is not a date: ' ws-from-date
                   ' ***'
               move 16 to return-code
               goback
           end-if
           move ws-to-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = 0
               display '*** to date is not a date: ' ws-to-date
                   ' ***'
               move 16 to return-code
               goback
           end-if
           if ws-from-date > ws-to-date
               display '*** from date ' ws-from-date ' is after to'
                   ' date ' ws-to-date ' ***'
               move 16 to return-code
               goback
           end-if.

      *> opauth.dat as it stands, for operators whose registration
      *> predates the AUTH journal lines. no file, no operators.
       load-the-operators.
           open input opauth-file
           if opauth-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-eof-switch
           perform load-one-operator until ws-eof
           close opauth-file.

       load-one-operator.
           read opauth-file next record
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   if ws-op-count < 500
                       add 1 to ws-op-count end-add
                       move opauth-operator
                           to ws-op-operator(ws-op-count)
                       move opauth-class to ws-op-class(ws-op-count)
                       move opauth-added-date
                           to ws-op-added-date(ws-op-count)
                   end-if
           end-read.

      *> keyact.jnl whole, timed line by line as it is read.
       load-the-action-journal.
           open input kact-file
           if ws-kact-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-eof-switch
           move 'N' to ws-prev-switch
           perform load-one-action until ws-eof
           close kact-file.

       load-one-action.
           read kact-file
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   perform take-one-action
           end-read.

       take-one-action.
           if ws-ka-count not < 3000
               display '*** keyact.jnl holds more than 3000 lines -'
                   ' the pack cannot be built ***'
               move 16 to return-code
               goback
           end-if
           add 1 to ws-ka-count end-add
           move kact-date to ws-ka-date(ws-ka-count)
           move kact-time to ws-ka-time(ws-ka-count)
           move kact-action to ws-ka-action(ws-ka-count)
           move kact-key-id to ws-ka-key-id(ws-ka-count)
           move kact-event to ws-ka-event(ws-ka-count)
           move kact-operator to ws-ka-operator(ws-ka-count)
           move space to ws-ka-class(ws-ka-count)
           move 'N' to ws-ka-used(ws-ka-count)
           if kact-action = 'AUTH'
               if ws-first-auth-idx = 0
                   move ws-ka-count to ws-first-auth-idx
               end-if
               if kact-event = 'ADDED'
                   move kact-detail(7:1) to ws-ka-class(ws-ka-count)
               end-if
           end-if

           move 'KEYACT' to ws-ex-source
           move kact-date to ws-ex-date
           move kact-time to ws-ex-time
           move kact-key-id to ws-ex-key-id
           move kact-operator to ws-ex-operator
           perform check-time-order.

      *> retire.log whole. it carries a date and no time, so it is
      *> timed by the day only.
       load-the-register.
           open input register-file
           if ws-reg-file-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-eof-switch
           move 'N' to ws-prev-switch
           perform load-one-destruction until ws-eof
           close register-file.

       load-one-destruction.
           read register-file
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   perform take-one-destruction
           end-read.

       take-one-destruction.
           if ws-rt-count not < 2000
               display '*** retire.log holds more than 2000 lines -'
                   ' the pack cannot be built ***'
               move 16 to return-code
               goback
           end-if
           add 1 to ws-rt-count end-add
           move reg-retire-date to ws-rt-date(ws-rt-count)
           move reg-key-id to ws-rt-key-id(ws-rt-count)
           move reg-terminal to ws-rt-terminal(ws-rt-count)
           move reg-reason to ws-rt-reason(ws-rt-count)
           move reg-cut-bytes to ws-rt-cut-bytes(ws-rt-count)
           move reg-burned-bytes to ws-rt-burned-bytes(ws-rt-count)

           move 'RETIRE' to ws-ex-source
           move reg-retire-date to ws-ex-date
           move spaces to ws-ex-time
           move reg-key-id to ws-ex-key-id
           move spaces to ws-ex-operator
           perform check-time-order.

      *> section one: custody.log, every cut, issue and receipt in
      *> the period with the operator (the courier on an issue).
      *> a CUT must be for a pad still in the keyring or on the
      *> register of destroyed pads; the operator on a cut or a
      *> receipt needs cut authority, as otp-padcut and otp-custody
      *> demand.
       list-the-custody-register.
           move spaces to rpt-line
           write rpt-line
           write rpt-line from hdg-cust-1
           write rpt-line from hdg-cust-2
           open input clog-file
           if ws-clog-file-status not = '00'
               move spaces to none-text
               string 'none - custody.log not readable, status '
                   delimited by size
                   ws-clog-file-status delimited by size
                   into none-text
               end-string
               write rpt-line from none-line
               exit paragraph
           end-if
           move 'N' to ws-eof-switch
           move 'N' to ws-prev-switch
           perform read-one-custody-line until ws-eof
           close clog-file.

       read-one-custody-line.
           read clog-file
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   perform check-one-custody-line
           end-read.

       check-one-custody-line.
           move 'CUSTODY' to ws-ex-source
           move clog-date to ws-ex-date
           move clog-time to ws-ex-time
           move clog-key-id to ws-ex-key-id
           move clog-party to ws-ex-operator
           perform check-time-order
           if not ws-in-period
               exit paragraph
           end-if

           move spaces to det-cust
           move clog-date to dc-date
           move clog-time to dc-time
           move clog-key-id to dc-key-id
           move clog-terminal to dc-terminal
           move clog-event to dc-event
           move clog-party to dc-party
           write rpt-line from det-cust

           evaluate clog-event
               when 'CUT'
                   add 1 to ws-cut-count end-add
                   perform check-cut-pad-on-file
               when 'ISSUED'
                   add 1 to ws-issued-count end-add
               when 'RECEIVED'
                   add 1 to ws-received-count end-add
           end-evaluate
           if clog-event not = 'ISSUED'
               move clog-party to ws-chk-operator
               move clog-date to ws-chk-ts(1:8)
               move clog-time to ws-chk-ts(9:8)
               compute ws-chk-stop-idx = ws-ka-count + 1
               end-compute
               move 'O' to ws-need-class
               perform judge-authority
           end-if.

       check-cut-pad-on-file.
           if ws-key-usable
               move clog-key-id to key-id
               move 1 to key-seq
               read key-file
                   invalid key
                       continue
                   not invalid key
                       exit paragraph
               end-read
           end-if
           move 'N' to ws-rt-found-switch
           perform scan-register-for-key
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count or ws-rt-found
           if not ws-rt-found
               move 'PAD NOT IN KEYRING OR RETIRE.LOG'
                   to ws-ex-text
               perform add-exception
           end-if.

       scan-register-for-key.
           if ws-rt-key-id(ws-rt-idx) = clog-key-id
               move 'Y' to ws-rt-found-switch
           end-if.

      *> section two: keyadj.jnl. an ordinary correction answers to
      *> its own ADJ lines in keyact.jnl; a REBUILD line answers to
      *> the KTRB installation that wrote it, one RELEASED line for
      *> every pad the installation moved. the journal line is
      *> written just ahead of the RELEASED line, by the releasing
      *> operator.
       list-the-adjustments.
           move spaces to rpt-line
           write rpt-line
           write rpt-line from hdg-adj-1
           write rpt-line from hdg-adj-2
           open input journal-file
           if ws-jnl-file-status not = '00'
               move spaces to none-text
               string 'none - keyadj.jnl not readable, status '
                   delimited by size
                   ws-jnl-file-status delimited by size
                   into none-text
               end-string
               write rpt-line from none-line
               exit paragraph
           end-if
           move 'N' to ws-eof-switch
           move 'N' to ws-prev-switch
           perform read-one-adjustment until ws-eof
           close journal-file.

       read-one-adjustment.
           read journal-file
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   perform check-one-adjustment
           end-read.

       check-one-adjustment.
           move 'KEYADJ' to ws-ex-source
           move jnl-date to ws-ex-date
           move jnl-time to ws-ex-time
           move jnl-key-id to ws-ex-key-id
           move jnl-operator to ws-ex-operator
           perform check-time-order

           if jnl-reason = 'REBUILD'
               move 'KTRB' to ws-mt-action
               move 'KEYTRACK' to ws-mt-key-id
               move 'Y' to ws-mt-reuse-switch
           else
               move 'ADJ ' to ws-mt-action
               move jnl-key-id to ws-mt-key-id
               move 'N' to ws-mt-reuse-switch
           end-if
           move jnl-operator to ws-mt-operator
           move jnl-date to ws-mt-ts(1:8)
           move jnl-time to ws-mt-ts(9:8)
           perform match-entry-and-release
           if not ws-in-period
               exit paragraph
           end-if

           move spaces to det-adj
           move jnl-date to da-date
           move jnl-time to da-time
           move jnl-key-id to da-key-id
           move jnl-old-balance to da-old
           move jnl-new-balance to da-new
           move jnl-reason to da-reason
           move ws-entered-by to da-entered
           move ws-released-by to da-released
           write rpt-line from det-adj
           add 1 to ws-adjusted-count end-add

           perform except-entry-and-release
           move jnl-operator to ws-chk-operator
           move ws-mt-ts to ws-chk-ts
           compute ws-chk-stop-idx = ws-ka-count + 1
           end-compute
           move 'S' to ws-need-class
           perform judge-authority.

      *> section three: retire.log. otp-retire writes the RELEASED
      *> line for a key-id, then destroys it, then registers it, all
      *> on the one day.
       list-the-destructions.
           move spaces to rpt-line
           write rpt-line
           write rpt-line from hdg-ret-1
           write rpt-line from hdg-ret-2
           if ws-rt-count = 0
               move 'none' to none-text
               write rpt-line from none-line
           end-if
           perform check-one-destruction
               varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count.

       check-one-destruction.
           move 'RET ' to ws-mt-action
           move ws-rt-key-id(ws-rt-idx) to ws-mt-key-id
           move spaces to ws-mt-operator
           move ws-rt-date(ws-rt-idx) to ws-mt-ts(1:8)
           move '00000000' to ws-mt-ts(9:8)
           move 'N' to ws-mt-reuse-switch
           perform match-entry-and-release
           if ws-rt-date(ws-rt-idx) < ws-from-date
               or ws-rt-date(ws-rt-idx) > ws-to-date
               exit paragraph
           end-if

           move spaces to det-ret
           move ws-rt-date(ws-rt-idx) to dr-date
           move ws-rt-key-id(ws-rt-idx) to dr-key-id
           move ws-rt-terminal(ws-rt-idx) to dr-terminal
           move ws-rt-reason(ws-rt-idx) to dr-reason
           move ws-rt-cut-bytes(ws-rt-idx) to dr-cut
           move ws-rt-burned-bytes(ws-rt-idx) to dr-burned
           move ws-entered-by to dr-entered
           move ws-released-by to dr-released
           write rpt-line from det-ret
           add 1 to ws-destroyed-count end-add

           move 'RETIRE' to ws-ex-source
           move ws-rt-date(ws-rt-idx) to ws-ex-date
           move spaces to ws-ex-time
           move ws-rt-key-id(ws-rt-idx) to ws-ex-key-id
           move ws-released-by to ws-ex-operator
           perform except-entry-and-release.

      *> finds the RELEASED line behind an applied action - the
      *> first one on the day, no earlier than ws-mt-ts, not yet
      *> taken by another line unless one may answer for many - and
      *> the latest ENTERED line for the same action ahead of it.
       match-entry-and-release.
           move spaces to ws-released-by
           move spaces to ws-entered-by
           move 'N' to ws-rel-found-switch
           move 'N' to ws-ent-found-switch
           perform scan-for-release
               varying ws-ka-idx from 1 by 1
               until ws-ka-idx > ws-ka-count or ws-rel-found
           if not ws-rel-found
               exit paragraph
           end-if
           subtract 1 from ws-ka-idx end-subtract
           move ws-ka-idx to ws-rel-idx
           move 'Y' to ws-ka-used(ws-rel-idx)
           move ws-ka-operator(ws-rel-idx) to ws-released-by
           compute ws-ent-idx = ws-rel-idx - 1 end-compute
           perform scan-for-entry
               varying ws-ent-idx from ws-ent-idx by -1
               until ws-ent-idx < 1 or ws-ent-found
           if ws-ent-found
               add 1 to ws-ent-idx end-add
               move ws-ka-operator(ws-ent-idx) to ws-entered-by
           end-if.

       scan-for-release.
           if ws-ka-action(ws-ka-idx) = ws-mt-action
               and ws-ka-key-id(ws-ka-idx) = ws-mt-key-id
               and ws-ka-event(ws-ka-idx) = 'RELEASED'
               and ws-ka-date(ws-ka-idx) = ws-mt-ts(1:8)
               and ws-ka-ts(ws-ka-idx) not < ws-mt-ts
               and (ws-mt-operator = spaces
                   or ws-ka-operator(ws-ka-idx) = ws-mt-operator)
               and (ws-mt-reuse or ws-ka-used(ws-ka-idx) not = 'Y')
               move 'Y' to ws-rel-found-switch
           end-if.

       scan-for-entry.
           if ws-ka-action(ws-ent-idx) = ws-mt-action
               and ws-ka-key-id(ws-ent-idx) = ws-mt-key-id
               and ws-ka-event(ws-ent-idx) = 'ENTERED'
               move 'Y' to ws-ent-found-switch
           end-if.

      *> the two-person exceptions for the match just made, against
      *> the line already in ws-exc-work.
       except-entry-and-release.
           if not ws-rel-found
               move 'NO RELEASED LINE IN KEYACT.JNL' to ws-ex-text
               perform add-exception
           end-if
           if not ws-ent-found
               move 'NO ENTERED LINE IN KEYACT.JNL' to ws-ex-text
               perform add-exception
           end-if
           if ws-rel-found and ws-ent-found
               and ws-entered-by = ws-released-by
               move 'ENTERED AND RELEASED BY ONE OPER'
                   to ws-ex-text
               perform add-exception
           end-if.

      *> keyact.jnl inside the period: every operator against the
      *> class the line's action needs, and every retirement or
      *> correction released but never applied.
       check-the-action-journal.
           perform check-one-action
               varying ws-ka-idx from 1 by 1
               until ws-ka-idx > ws-ka-count.

       check-one-action.
           if ws-ka-date(ws-ka-idx) < ws-from-date
               or ws-ka-date(ws-ka-idx) > ws-to-date
               exit paragraph
           end-if
           move 'KEYACT' to ws-ex-source
           move ws-ka-date(ws-ka-idx) to ws-ex-date
           move ws-ka-time(ws-ka-idx) to ws-ex-time
           move ws-ka-key-id(ws-ka-idx) to ws-ex-key-id
           move ws-ka-operator(ws-ka-idx) to ws-ex-operator

           if (ws-ka-action(ws-ka-idx) = 'RET '
                   or ws-ka-action(ws-ka-idx) = 'ADJ ')
               and ws-ka-event(ws-ka-idx) = 'RELEASED'
               and ws-ka-used(ws-ka-idx) not = 'Y'
               move 'RELEASED BUT NEVER APPLIED' to ws-ex-text
               perform add-exception
           end-if

           evaluate ws-ka-action(ws-ka-idx)
               when 'AUTH'
                   move 'M' to ws-need-class
                   if ws-ka-idx = ws-first-auth-idx
                       and ws-ka-event(ws-ka-idx) = 'ADDED'
                       and ws-ka-key-id(ws-ka-idx)
                           = ws-ka-operator(ws-ka-idx)
                       exit paragraph
                   end-if
               when 'STN '
               when 'CHN '
               when 'RLY '
                   move 'S' to ws-need-class
               when 'CMP '
                   move 'K' to ws-need-class
               when 'ADJ '
               when 'RET '
               when 'KTRB'
                   if ws-ka-event(ws-ka-idx) = 'RELEASED'
                       move 'S' to ws-need-class
                   else
                       move 'K' to ws-need-class
                   end-if
               when other
                   move 'O' to ws-need-class
           end-evaluate
           move ws-ka-operator(ws-ka-idx) to ws-chk-operator
           move ws-ka-ts(ws-ka-idx) to ws-chk-ts
           move ws-ka-idx to ws-chk-stop-idx
           perform judge-authority.

      *> excepts the line in ws-exc-work when ws-chk-operator did not
      *> hold ws-need-class or better as of ws-chk-ts.
       judge-authority.
           perform find-class-held
           evaluate ws-need-class
               when 'O'
                   move 1 to ws-need-rank
               when 'K'
                   move 2 to ws-need-rank
               when 'S'
                   move 3 to ws-need-rank
               when other
                   move 4 to ws-need-rank
           end-evaluate
           evaluate ws-held-class
               when 'O'
                   move 1 to ws-held-rank
               when 'K'
                   move 2 to ws-held-rank
               when 'S'
                   move 3 to ws-held-rank
               when 'M'
                   move 4 to ws-held-rank
               when other
                   move 0 to ws-held-rank
           end-evaluate
           if ws-held-rank not < ws-need-rank
               exit paragraph
           end-if
           move spaces to ws-ex-text
           if ws-held-rank = 0
               move 'NOT REGISTERED ON THIS DATE' to ws-ex-text
           else
               string 'CLASS ' delimited by size
                   ws-held-class delimited by size
                   ' HELD, CLASS ' delimited by size
                   ws-need-class delimited by size
                   ' NEEDED' delimited by size
                   into ws-ex-text
               end-string
           end-if
           perform add-exception.

      *> the class ws-chk-operator held as of ws-chk-ts: the last
      *> AUTH line for them ahead of ws-chk-stop-idx decides it.
      *> with none there, an operator the journal never mentions at
      *> all holds their opauth.dat class from its added date.
       find-class-held.
           move space to ws-held-class
           move 'N' to ws-auth-seen-switch
           perform apply-one-auth-line
               varying ws-au-idx from 1 by 1
               until ws-au-idx not < ws-chk-stop-idx
           if ws-auth-seen
               exit paragraph
           end-if
           perform scan-for-any-auth-line
               varying ws-au-idx from 1 by 1
               until ws-au-idx > ws-ka-count or ws-auth-seen
           if ws-auth-seen
               exit paragraph
           end-if
           move 'N' to ws-op-found-switch
           perform scan-opauth-table
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count or ws-op-found
           if ws-op-found
               subtract 1 from ws-op-idx end-subtract
               if ws-op-added-date(ws-op-idx) not > ws-chk-ts(1:8)
                   move ws-op-class(ws-op-idx) to ws-held-class
               end-if
           end-if.

       apply-one-auth-line.
           if ws-ka-action(ws-au-idx) = 'AUTH'
               and ws-ka-key-id(ws-au-idx) = ws-chk-operator
               and ws-ka-ts(ws-au-idx) not > ws-chk-ts
               move 'Y' to ws-auth-seen-switch
               move ws-ka-class(ws-au-idx) to ws-held-class
           end-if.

       scan-for-any-auth-line.
           if ws-ka-action(ws-au-idx) = 'AUTH'
               and ws-ka-key-id(ws-au-idx) = ws-chk-operator
               move 'Y' to ws-auth-seen-switch
           end-if.

       scan-opauth-table.
           if ws-op-operator(ws-op-idx) = ws-chk-operator
               move 'Y' to ws-op-found-switch
           end-if.

      *> times the line in ws-exc-work against the line ahead of it
      *> in the same journal and sets ws-in-period for it. a line
      *> with no time (retire.log) is timed as the start of its day.
       check-time-order.
           if ws-ex-date not < ws-from-date
               and ws-ex-date not > ws-to-date
               move 'Y' to ws-period-switch
           else
               move 'N' to ws-period-switch
           end-if
           if ws-ex-date is not numeric
               move 0 to ws-date-num
           else
               move ws-ex-date to ws-date-num
           end-if
           if function test-date-yyyymmdd(ws-date-num) not = 0
               if ws-in-period
                   move 'DATE NOT VALID' to ws-ex-text
                   perform add-exception
               end-if
               exit paragraph
           end-if
           move ws-ex-date to ws-this-ts(1:8)
           if ws-ex-time = spaces
               move '00000000' to ws-this-ts(9:8)
           else
               move ws-ex-time to ws-this-ts(9:8)
           end-if
           compute ws-this-int = function integer-of-date(ws-date-num)
           end-compute
           if ws-prev-held and ws-in-period
               if ws-this-ts < ws-prev-ts
                   move 'OUT OF TIME ORDER' to ws-ex-text
                   perform add-exception
               else
                   compute ws-gap-days = ws-this-int - ws-prev-int
                   end-compute
                   if ws-gap-days > ws-gap-limit-days
                       move ws-gap-days to ws-gap-ed
                       move spaces to ws-ex-text
                       string 'GAP SINCE PREVIOUS LINE, DAYS'
                           delimited by size
                           ws-gap-ed delimited by size
                           into ws-ex-text
                       end-string
                       perform add-exception
                   end-if
               end-if
           end-if
           move ws-this-ts to ws-prev-ts
           move ws-this-int to ws-prev-int
           move 'Y' to ws-prev-switch.

       add-exception.
           if ws-xt-count not < 2000
               add 1 to ws-xt-lost end-add
               exit paragraph
           end-if
           add 1 to ws-xt-count end-add
           move ws-ex-source to ws-xt-source(ws-xt-count)
           move ws-ex-date to ws-xt-date(ws-xt-count)
           move ws-ex-time to ws-xt-time(ws-xt-count)
           move ws-ex-key-id to ws-xt-key-id(ws-xt-count)
           move ws-ex-operator to ws-xt-operator(ws-xt-count)
           move ws-ex-text to ws-xt-text(ws-xt-count).

      *> section four: everything found, journal by journal in the
      *> order the checks ran.
       list-the-exceptions.
           move spaces to rpt-line
           write rpt-line
           write rpt-line from hdg-exc-1
           write rpt-line from hdg-exc-2
           if ws-xt-count = 0
               move 'none' to none-text
               write rpt-line from none-line
           end-if
           perform print-one-exception
               varying ws-xt-idx from 1 by 1
               until ws-xt-idx > ws-xt-count
           if ws-xt-lost > 0
               move ws-xt-lost to lost-count
               write rpt-line from lost-line
           end-if.

       print-one-exception.
           move spaces to det-exc
           move ws-xt-source(ws-xt-idx) to dx-source
           move ws-xt-date(ws-xt-idx) to dx-date
           move ws-xt-time(ws-xt-idx) to dx-time
           move ws-xt-key-id(ws-xt-idx) to dx-key-id
           move ws-xt-operator(ws-xt-idx) to dx-operator
           move ws-xt-text(ws-xt-idx) to dx-text
           write rpt-line from det-exc.

       end program otp-audpack.
