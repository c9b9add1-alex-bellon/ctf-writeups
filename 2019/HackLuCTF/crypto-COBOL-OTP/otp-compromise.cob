       identification division.
          program-id. otp-compromise.

      *> otp-compromise declares a pad compromised and works out what
      *> the exposure cost. when a courier bag went missing or a
      *> station reported its copy of a pad seen, the only tool the
      *> system had was otp-retire - which waits on two-person release
      *> while traffic keeps burning the pad, and then destroys the
      *> history the damage assessment needs. a declaration here
      *> takes effect on the very next run of every traffic job
      *> instead (the register layout and what each job does with it
      *> are in cmprec.cpy), and the pad is retired in the ordinary
      *> way once the desk is ready to destroy it.
      *>
      *>   otp-compromise DECLARE <key-id> <operator> <reason>
      *>     registers the pad in compromise.dat and prints the
      *>     impact report. enter authority (class K or above in
      *>     opauth.dat) is required - a hold is protective, so one
      *>     officer may raise it on the spot - and the declaration
      *>     is journalled to keyact.jnl before it is registered; a
      *>     declaration that cannot be journalled is refused.
      *>   otp-compromise REPORT <key-id>
      *>     reprints the impact report for any key-id, declared or
      *>     not, retired or not - the desk runs it ahead of a
      *>     declaration to size the damage.
      *>   otp-compromise LIST
      *>     lists every declaration on the register.
      *>
      *> the impact report (cmprpt.out) lists every message ever
      *> encrypted or received on the pad: outbound checkpoints out
      *> of audit.trl and every audit.yyyymmdd archive generation
      *> from the day the pad was cut, inbound checkpoints out of
      *> inbtrack.dat. each outbound message is matched to its
      *> dispatch tracking: acknowledged traffic verdicts READ and
      *> dispatched-but-unacknowledged traffic SENT - both went over
      *> the wire and must be treated as read by whoever holds the
      *> exposed copy - while traffic never dispatched verdicts NOT
      *> SENT and is what the dispatch hold now keeps off the wire.
      *> inbound traffic verdicts RECEIVED. a checkpoint the
      *> end-of-day cycle archived more than once (the cycle run
      *> twice in a day, or a checkpoint inside the retention window
      *> archived again) is listed once.
      *>
      *> held ciphertext is never released again: the pad is exposed
      *> for good. the desk withdraws it with an ordinary cancel
      *> record and resends the text against a fresh pad.

       environment division.
           input-output section.
           file-control.
      *> the compromise register, one record per exposed pad
               select cmp-file assign to 'compromise.dat'
               organization indexed
               access mode dynamic
               record key is cmp-key-id
               file status is cmp-status.

      *> the shared key-management journal, only ever appended to
               select kact-file assign to 'keyact.jnl'
               organization line sequential
               file status is ws-kact-file-status.

      *> operator authority, read-only here
               select opauth-file assign to 'opauth.dat'
               organization indexed
               access mode dynamic
               record key is opauth-operator
               file status is opauth-status.

      *> read for the pad's terminal and the day it was cut
               select key-file assign to 'keyring.dat'
               organization indexed
               access mode dynamic
               record key is key-ring-key
               file status is ws-key-file-status.

               select audit-file assign to 'audit.trl'
               organization indexed
               access mode dynamic
               record key is audit-msg-id
               file status is audit-status.

      *> one dated audit.yyyymmdd archive generation at a time, name
      *> built at run time as the window is walked
               select arch-file assign using ws-arch-name
               organization line sequential
               file status is ws-arch-file-status.

      *> inbound checkpoints, one per received message that burned
      *> pad
               select inbtrack-file assign to 'inbtrack.dat'
               organization indexed
               access mode dynamic
               record key is inbt-msg-id
               file status is inbt-status.

               select dsptrk-file assign to 'dsptrack.dat'
               organization indexed
               access mode dynamic
               record key is dsptrk-msg-id
               file status is dsptrk-status.

               select report-file assign to 'cmprpt.out'
               organization line sequential.

       data division.
           file section.
           fd cmp-file.
           copy cmprec.

           fd kact-file.
           copy kactrec.

           fd opauth-file.
           copy opauthrec.

           fd key-file.
           copy keyrec.

           fd audit-file.
           copy auditrec.

      *> an archive generation holds checkpoints exactly as the
      *> end-of-day cycle copied them out of audit.trl
           fd arch-file.
           copy auditrec replacing leading ==audit== by ==arch==.

      *> inbound checkpoint, one record per message that burned pad
           fd inbtrack-file.
           01 inbt-record.
               05 inbt-msg-id pic x(08).
               05 inbt-key-id pic x(08).
               05 inbt-offset pic 9(07).
               05 inbt-timestamp pic x(16).

           fd dsptrk-file.
           copy dsptrkrec.

           fd report-file.
           01 rpt-line pic x(80).

           working-storage section.
           77 cmp-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-key-file-status pic x(02) value spaces.
           77 audit-status pic x(2) value spaces.
           77 ws-arch-file-status pic x(02) value spaces.
           77 inbt-status pic x(2) value spaces.
           77 dsptrk-status pic x(2) value spaces.
      *> DECLARE, REPORT or LIST, first parameter
           77 ws-function pic x(08) value spaces.
      *> the pad in question, second parameter
           77 ws-wanted-key-id pic x(08) value spaces.
      *> the declaring operator, third parameter on a DECLARE
           77 ws-operator-id pic x(08) value spaces.
      *> why, fourth parameter on a DECLARE
           77 ws-reason pic x(30) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
      *> 'Y' once the operator proves enter authority
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-operator-ok value 'Y'.
      *> 'Y' once the journal write has failed; the declaration is
      *> then refused
           77 ws-jnl-failed-switch pic x(1) value 'N'.
               88 ws-jnl-failed value 'Y'.
           77 ws-cmp-eof-switch pic x(1) value 'N'.
               88 ws-cmp-eof value 'Y'.
           77 ws-in-eof-switch pic x(1) value 'N'.
               88 ws-in-eof value 'Y'.
      *> 'Y' while dsptrack.dat is open and checkable
           77 ws-dsptrk-open-switch pic x(1) value 'N'.
               88 ws-dsptrk-usable value 'Y'.
      *> the pad's header as the keyring has it, spaces if retired
           77 ws-pad-terminal pic x(08) value spaces.
           77 ws-pad-gen-date pic x(08) value spaces.
      *> declarations listed
           77 ws-list-count pic 9(03) value 0.

      *> yyyymmdd this run is happening, and its day number
           77 ws-today pic x(08).
           77 ws-today-int pic 9(08).
      *> a pad no longer in the keyring has no cut date to start
      *> from; its archive window reaches back this many days
           77 ws-lookback-days pic 9(03) value 400.
      *> the archive generation being tried, as a day number and as
      *> the yyyymmdd that names it
           77 ws-first-int pic 9(08).
           77 ws-day-int pic 9(08).
           77 ws-day-num pic 9(08).
      *> runtime name of the archive generation being read
           77 ws-arch-name pic x(16) value spaces.
      *> archive generations found and read
           77 ws-gen-count pic 9(04) value 0.

      *> every message ever burned on the pad, one entry each,
      *> whichever of the sources it was found in first
           01 ws-impact-table.
               05 ws-im-entry occurs 2000.
                   10 ws-im-msg-id pic x(08).
      *> OUT encrypted here, IN received from the far station
                   10 ws-im-dir pic x(03).
                   10 ws-im-timestamp pic x(16).
                   10 ws-im-bytes pic 9(07).
                   10 ws-im-precedence pic x(01).
           77 ws-im-count pic 9(04) value 0.
           77 ws-im-idx pic 9(04).
           77 ws-found-switch pic x(1) value 'N'.
               88 ws-entry-found value 'Y'.
      *> the checkpoint being offered to the table
           77 ws-cand-msg-id pic x(08) value spaces.
           77 ws-cand-dir pic x(03) value spaces.
           77 ws-cand-timestamp pic x(16) value spaces.
           77 ws-cand-bytes pic 9(07) value 0.
           77 ws-cand-precedence pic x(01) value space.

      *> verdict tallies for the report footing
           77 ws-read-count pic 9(04) value 0.
           77 ws-sent-count pic 9(04) value 0.
           77 ws-unsent-count pic 9(04) value 0.
           77 ws-recv-count pic 9(04) value 0.
           77 ws-exposed-bytes pic 9(09) value 0.

           01 hdg-line-1.
               05 filler pic x(31)
                   value 'TRAFFIC ON COMPROMISED PAD     '.
               05 hdg-key-id pic x(08).
               05 filler pic x(07) value ' AS OF '.
               05 hdg-date pic x(08).
           01 hdg-line-2.
               05 filler pic x(10) value 'TERMINAL  '.
               05 hdg-terminal pic x(08).
               05 filler pic x(12) value '  DECLARED  '.
               05 hdg-declared pic x(08).
               05 filler pic x(04) value ' BY '.
               05 hdg-declared-by pic x(08).
           01 hdg-line-3.
               05 filler pic x(10) value 'MSG-ID'.
               05 filler pic x(05) value 'DIR'.
               05 filler pic x(10) value 'CHECKPT'.
               05 filler pic x(09) value 'BYTES P'.
               05 filler pic x(10) value 'DISPATCHED'.
               05 filler pic x(10) value 'TERMINAL'.
               05 filler pic x(10) value 'ACKED'.
               05 filler pic x(08) value 'VERDICT'.
           01 det-line.
               05 det-msg-id pic x(08).
               05 filler pic x(02) value spaces.
               05 det-dir pic x(03).
               05 filler pic x(02) value spaces.
               05 det-ckpt-date pic x(08).
               05 filler pic x(02) value spaces.
               05 det-bytes pic zzzz9.
               05 filler pic x(01) value space.
               05 det-precedence pic x(01).
               05 filler pic x(02) value spaces.
               05 det-disp-date pic x(08).
               05 filler pic x(02) value spaces.
               05 det-terminal pic x(08).
               05 filler pic x(02) value spaces.
               05 det-acked pic x(08).
               05 filler pic x(02) value spaces.
      *> READ, SENT, NOT SENT or RECEIVED
               05 det-verdict pic x(08).
           01 tot-line-1.
               05 filler pic x(18) value 'OUTBOUND READ     '.
               05 tot-read pic zzz9.
               05 filler pic x(09) value '   SENT  '.
               05 tot-sent pic zzz9.
               05 filler pic x(13) value '   NOT SENT  '.
               05 tot-unsent pic zzz9.
           01 tot-line-2.
               05 filler pic x(18) value 'INBOUND RECEIVED  '.
               05 tot-recv pic zzz9.
               05 filler pic x(24)
                   value '   PAD BYTES EXPOSED    '.
               05 tot-bytes pic zzz,zzz,zz9.

       procedure division.
           accept ws-today from date yyyymmdd.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today))
           end-compute.

           move 1 to ws-arg-num. *> arg 1: DECLARE, REPORT or LIST
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           evaluate ws-function
               when 'DECLARE'
                   perform pull-declare-arguments
                   perform declare-the-compromise
               when 'REPORT'
                   move 2 to ws-arg-num *> arg 2: the pad to assess
                   display ws-arg-num upon argument-number
                   accept ws-wanted-key-id from argument-value
                   perform report-the-impact
               when 'LIST'
                   perform list-the-declarations
               when other
                   display '*** function must be DECLARE, REPORT or'
                       ' LIST: ' ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

       pull-declare-arguments.
           move 2 to ws-arg-num. *> arg 2: the exposed pad
           display ws-arg-num upon argument-number.
           accept ws-wanted-key-id from argument-value.
           move 3 to ws-arg-num. *> arg 3: the operator declaring
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value.
           move 4 to ws-arg-num. *> arg 4: why
           display ws-arg-num upon argument-number.
           accept ws-reason from argument-value.

      *> the declaration: authority, a pad that exists, not already
      *> declared, journalled, then registered - and the impact
      *> report cut at once, because the desk's next question is
      *> always what went over the wire on it.
       declare-the-compromise.
           if ws-wanted-key-id = spaces or ws-reason = spaces
               display '*** key-id and reason parameters are'
                   ' required ***'
               move 16 to return-code
               goback
           end-if
           perform check-operator-authority
           if not ws-operator-ok
               move 16 to return-code
               goback
           end-if
           perform look-up-pad-header
           if ws-pad-gen-date = spaces
               display '*** ' ws-wanted-key-id ' is not in the'
                   ' keyring - nothing to hold; REPORT still'
                   ' assesses a retired pad ***'
               move 16 to return-code
               goback
           end-if

           perform open-cmp-file-io
           move ws-wanted-key-id to cmp-key-id
           read cmp-file
               invalid key
                   continue
               not invalid key
                   display '*** ' ws-wanted-key-id ' was already'
                       ' declared compromised on '
                       cmp-declared-ts(1:8) ' by ' cmp-declared-by
                       ' - REPORT reprints its impact ***'
                   close cmp-file
                   move 16 to return-code
                   goback
           end-read

           perform write-journal-line
           if ws-jnl-failed
               close cmp-file
               perform refuse-unjournalled
               goback
           end-if

           move ws-wanted-key-id to cmp-key-id
           move ws-pad-terminal to cmp-terminal
           move ws-operator-id to cmp-declared-by
           accept cmp-declared-ts(1:8) from date yyyymmdd
           accept cmp-declared-ts(9:8) from time
           move ws-reason to cmp-reason
           write cmp-record
           if cmp-status not = '00'
               display '*** compromise register write failed,'
                   ' status ' cmp-status ' - the journal line just'
                   ' written records a hold that did NOT land ***'
               close cmp-file
               move 16 to return-code
               goback
           end-if
           close cmp-file
           display ws-wanted-key-id ' (' ws-pad-terminal ')'
               ' declared compromised by ' ws-operator-id
               ' - traffic on it is held from the next run'
           perform report-the-impact.

      *> the impact report proper, for any key-id: every source read
      *> into the impact table, then one line per message with its
      *> dispatch verdict.
       report-the-impact.
           if ws-wanted-key-id = spaces
               display '*** key-id parameter is required ***'
               move 16 to return-code
               goback
           end-if
           perform look-up-pad-header
           perform look-up-declaration

           perform collect-archived-checkpoints
           perform collect-live-checkpoints
           perform collect-inbound-checkpoints

           open input dsptrk-file
           if dsptrk-status = '00'
               move 'Y' to ws-dsptrk-open-switch
           end-if
           open output report-file
           move ws-wanted-key-id to hdg-key-id
           move ws-today to hdg-date
           write rpt-line from hdg-line-1
           write rpt-line from hdg-line-2
           write rpt-line from hdg-line-3
           perform report-one-message
               varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
           move ws-read-count to tot-read
           move ws-sent-count to tot-sent
           move ws-unsent-count to tot-unsent
           move ws-recv-count to tot-recv
           move ws-exposed-bytes to tot-bytes
           move spaces to rpt-line
           write rpt-line
           write rpt-line from tot-line-1
           write rpt-line from tot-line-2
           close report-file
           if ws-dsptrk-usable
               close dsptrk-file
           end-if
           display 'impact of ' ws-wanted-key-id ': '
               ws-im-count ' messages - ' ws-read-count ' read, '
               ws-sent-count ' sent unacknowledged, '
               ws-unsent-count ' not sent, ' ws-recv-count
               ' received; ' ws-gen-count ' archive generations'
               ' read - see cmprpt.out'.

      *> the pad's terminal and cut date off its first keyring
      *> record; both stay spaces for a pad already retired.
       look-up-pad-header.
           move spaces to ws-pad-terminal
           move spaces to ws-pad-gen-date
           open input key-file
           if ws-key-file-status not = '00'
               exit paragraph
           end-if
           move ws-wanted-key-id to key-id
           move 1 to key-seq
           read key-file
               invalid key
                   continue
               not invalid key
                   move key-terminal to ws-pad-terminal
                   move key-gen-date to ws-pad-gen-date
           end-read
           close key-file.

      *> fills the declaration half of the report heading, or leaves
      *> it saying the pad is not (yet) declared.
       look-up-declaration.
           move ws-pad-terminal to hdg-terminal
           move 'NOT YET' to hdg-declared
           move spaces to hdg-declared-by
           open input cmp-file
           if cmp-status not = '00'
               exit paragraph
           end-if
           move ws-wanted-key-id to cmp-key-id
           read cmp-file
               invalid key
                   continue
               not invalid key
                   move cmp-terminal to hdg-terminal
                   move cmp-declared-ts(1:8) to hdg-declared
                   move cmp-declared-by to hdg-declared-by
           end-read
           close cmp-file.

      *> walks every day from the pad's cut date to today trying the
      *> audit.yyyymmdd generation of that day; a day the end-of-day
      *> cycle did not run simply has no file.
       collect-archived-checkpoints.
           if ws-pad-gen-date is numeric
               compute ws-first-int = function integer-of-date(
                   function numval(ws-pad-gen-date))
               end-compute
           else
               compute ws-first-int = ws-today-int - ws-lookback-days
               end-compute
           end-if
           perform read-one-generation
               varying ws-day-int from ws-first-int by 1
               until ws-day-int > ws-today-int.

       read-one-generation.
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
           perform read-one-archived-checkpoint until ws-in-eof
           close arch-file.

       read-one-archived-checkpoint.
           read arch-file
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if arch-key-id = ws-wanted-key-id
                       move arch-msg-id to ws-cand-msg-id
                       move 'OUT' to ws-cand-dir
                       move arch-timestamp to ws-cand-timestamp
                       move arch-offset to ws-cand-bytes
                       move arch-precedence to ws-cand-precedence
                       perform offer-one-checkpoint
                   end-if
           end-read.

      *> checkpoints still inside the retention window; most are in
      *> the archives as well and are listed only once.
       collect-live-checkpoints.
           open input audit-file
           if audit-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform read-one-live-checkpoint until ws-in-eof
           close audit-file.

       read-one-live-checkpoint.
           read audit-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if audit-key-id = ws-wanted-key-id
                       move audit-msg-id to ws-cand-msg-id
                       move 'OUT' to ws-cand-dir
                       move audit-timestamp to ws-cand-timestamp
                       move audit-offset to ws-cand-bytes
                       move audit-precedence to ws-cand-precedence
                       perform offer-one-checkpoint
                   end-if
           end-read.

       collect-inbound-checkpoints.
           open input inbtrack-file
           if inbt-status not = '00'
               exit paragraph
           end-if
           move 'N' to ws-in-eof-switch
           perform read-one-inbound until ws-in-eof
           close inbtrack-file.

       read-one-inbound.
           read inbtrack-file next record
               at end
                   move 'Y' to ws-in-eof-switch
               not at end
                   if inbt-key-id = ws-wanted-key-id
                       move inbt-msg-id to ws-cand-msg-id
                       move 'IN' to ws-cand-dir
                       move inbt-timestamp to ws-cand-timestamp
                       move inbt-offset to ws-cand-bytes
                       move space to ws-cand-precedence
                       perform offer-one-checkpoint
                   end-if
           end-read.

      *> adds the candidate to the impact table unless the same
      *> checkpoint - message-id, direction and completion time all
      *> alike - is already there.
       offer-one-checkpoint.
           move 'N' to ws-found-switch
           perform scan-impact-entry
               varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count or ws-entry-found
           if ws-entry-found
               exit paragraph
           end-if
           if ws-im-count >= 2000
               display '*** more than 2000 messages on '
                   ws-wanted-key-id ' - report aborted, raise the'
                   ' table size ***'
               move 16 to return-code
               goback
           end-if
           add 1 to ws-im-count end-add
           move ws-cand-msg-id to ws-im-msg-id(ws-im-count)
           move ws-cand-dir to ws-im-dir(ws-im-count)
           move ws-cand-timestamp to ws-im-timestamp(ws-im-count)
           move ws-cand-bytes to ws-im-bytes(ws-im-count)
           move ws-cand-precedence to ws-im-precedence(ws-im-count).

       scan-impact-entry.
           if ws-im-msg-id(ws-im-idx) = ws-cand-msg-id
               and ws-im-dir(ws-im-idx) = ws-cand-dir
               and ws-im-timestamp(ws-im-idx) = ws-cand-timestamp
               move 'Y' to ws-found-switch
           end-if.

      *> one message line. an outbound message's dispatch tracking
      *> only counts if it was cut after the checkpoint - a
      *> message-id the desk reused months later carries the later
      *> message's tracking, not this one's.
       report-one-message.
           move spaces to det-line
           move ws-im-msg-id(ws-im-idx) to det-msg-id
           move ws-im-dir(ws-im-idx) to det-dir
           move ws-im-timestamp(ws-im-idx)(1:8) to det-ckpt-date
           move ws-im-bytes(ws-im-idx) to det-bytes
           move ws-im-precedence(ws-im-idx) to det-precedence
           add ws-im-bytes(ws-im-idx) to ws-exposed-bytes end-add
           if ws-im-dir(ws-im-idx) = 'IN'
               move 'RECEIVED' to det-verdict
               add 1 to ws-recv-count end-add
           else
               move 'NOT SENT' to det-verdict
               if ws-dsptrk-usable
                   move ws-im-msg-id(ws-im-idx) to dsptrk-msg-id
                   read dsptrk-file
                       invalid key
                           continue
                       not invalid key
                           if dsptrk-timestamp
                               >= ws-im-timestamp(ws-im-idx)
                               perform judge-dispatched-message
                           end-if
                   end-read
               end-if
               if det-verdict = 'NOT SENT'
                   add 1 to ws-unsent-count end-add
               end-if
           end-if
           write rpt-line from det-line.

       judge-dispatched-message.
           move dsptrk-timestamp(1:8) to det-disp-date
           move dsptrk-terminal to det-terminal
           if dsptrk-confirmed not = spaces
               move dsptrk-confirmed to det-acked
               move 'READ' to det-verdict
               add 1 to ws-read-count end-add
           else
               move 'SENT' to det-verdict
               add 1 to ws-sent-count end-add
           end-if.

       list-the-declarations.
           open input cmp-file
           if cmp-status not = '00'
               display 'no compromise declared - compromise.dat not'
                   ' readable, status ' cmp-status
               goback
           end-if
           display 'KEY-ID   TERMINAL DECLARED BY       REASON'
           perform list-one-declaration until ws-cmp-eof
           close cmp-file
           display ws-list-count ' pads declared compromised'.

       list-one-declaration.
           read cmp-file next record
               at end
                   move 'Y' to ws-cmp-eof-switch
               not at end
                   add 1 to ws-list-count end-add
                   display cmp-key-id ' ' cmp-terminal ' '
                       cmp-declared-ts(1:8) ' ' cmp-declared-by ' '
                       cmp-reason
           end-read.

      *> the declaring operator must be registered in opauth.dat
      *> with enter authority - a key officer or above. fail closed
      *> on a missing file.
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
                   if opauth-may-enter
                       move 'Y' to ws-auth-ok-switch
                   else
                       display '*** operator ' ws-operator-id
                           ' holds class ' opauth-class ' - enter'
                           ' authority is required here ***'
                   end-if
           end-read
           close opauth-file.

       refuse-unjournalled.
           display '*** journal write failed, status '
               ws-kact-file-status ' - declaration refused, an'
               ' unjournalled hold is the exact thing the journal'
               ' exists to prevent ***'
           move 16 to return-code.

      *> compromise.dat may not exist until the first declaration -
      *> status 35 - and only then is it created empty. any other
      *> status refuses: a declaration the register cannot record
      *> holds nothing.
       open-cmp-file-io.
           open i-o cmp-file.
           if cmp-status = '35'
               open output cmp-file
               close cmp-file
               open i-o cmp-file
           end-if.
           if cmp-status not = '00'
               display '*** compromise.dat would not open, status '
                   cmp-status ' - nothing declared ***'
               move 16 to return-code
               goback
           end-if.

      *> one journal line per declaration, written and verified
      *> before the register changes; created on first use (status
      *> 35 only). the whole line is cleared to spaces first: the
      *> record area starts out low-valued, and LINE SEQUENTIAL
      *> refuses a record with control bytes in it.
       write-journal-line.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'CMP ' to kact-action
           move ws-wanted-key-id to kact-key-id
           move 'DECLARED' to kact-event
           move ws-operator-id to kact-operator
           move ws-reason to kact-detail

           open extend kact-file
           if ws-kact-file-status = '35'
               open output kact-file
               close kact-file
               open extend kact-file
           end-if
           if ws-kact-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
               exit paragraph
           end-if
           write kact-line
           if ws-kact-file-status not = '00'
               move 'Y' to ws-jnl-failed-switch
           end-if
           close kact-file.

       end program otp-compromise.
