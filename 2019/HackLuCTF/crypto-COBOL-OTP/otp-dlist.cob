       identification division.
          program-id. otp-dlist.

      *> otp-dlist keeps the distribution lists (dlist.dat, layout in
      *> dlistrec.cpy) that multi-address messages name, and reports
      *> on the copies otp-edit cut from one.
      *>
      *>   otp-dlist ADD    <list> <terminal> <requested-by>
      *>   otp-dlist REMOVE <list> <terminal> <requested-by>
      *>   otp-dlist LIST   [<list>]
      *>   otp-dlist STATUS <multi-address msg-id>
      *>
      *> ADD puts a station on a list - a list exists as long as it
      *> has a member - and REMOVE takes it off. a station must be
      *> on the station master and not closed to be added; a site
      *> with no station.dat yet checks nothing. LIST shows every
      *> list, or the one named.
      *>
      *> ADD and REMOVE need a requesting operator registered in
      *> opauth.dat (any class - the desk keeps the lists) and are
      *> journalled to keyact.jnl before they are made; a change
      *> that cannot be journalled is refused.
      *>
      *> STATUS is the collective report on one multi-address
      *> message: every copy mlink.dat ties to it, by addressee,
      *> with the edit's verdict on the copy and how far it has got
      *> since - encrypted (its checkpoint in audit.trl, or
      *> dispatched, which means the same), dispatched and
      *> acknowledged (dsptrack.dat), or recalled (recall.dat).
      *> otp-trace on the copy's own message-id tells the rest of
      *> its story. everything STATUS reads is read-only; a file
      *> that is absent simply contributes nothing.

       environment division.
           input-output section.
           file-control.
               select dlist-file assign to 'dlist.dat'
               organization indexed
               access mode dynamic
               record key is dl-key
               file status is dl-status.

      *> the station master, read-only, for the ADD check
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

      *> the shared key-management journal, only ever appended to
               select kact-file assign to 'keyact.jnl'
               organization line sequential
               file status is ws-kact-file-status.

      *> the files STATUS follows the copies through, all read-only
               select mlink-file assign to 'mlink.dat'
               organization indexed
               access mode dynamic
               record key is mlnk-msg-id
               file status is mlnk-status.

               select audit-file assign to 'audit.trl'
               organization indexed
               access mode dynamic
               record key is audit-msg-id
               file status is audit-status.

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

       data division.
           file section.
           fd dlist-file.
           copy dlistrec.

           fd stn-file.
           copy stnrec.

           fd opauth-file.
           copy opauthrec.

           fd kact-file.
           copy kactrec.

           fd mlink-file.
           copy mlinkrec.

           fd audit-file.
           copy auditrec.

           fd dsptrk-file.
           copy dsptrkrec.

           fd recall-file.
           copy rclrec.

           working-storage section.
           77 dl-status pic x(2) value spaces.
           77 stn-status-code pic x(2) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
           77 mlnk-status pic x(2) value spaces.
           77 audit-status pic x(2) value spaces.
           77 dsptrk-status pic x(2) value spaces.
           77 rcl-status pic x(2) value spaces.
      *> ADD, REMOVE, LIST or STATUS, first parameter
           77 ws-function pic x(08) value spaces.
      *> the list maintained or listed, second parameter
           77 ws-list-arg pic x(08) value spaces.
      *> the member station on an ADD or REMOVE, third parameter
           77 ws-target-terminal pic x(08) value spaces.
      *> the multi-address message reported on by STATUS
           77 ws-parent-arg pic x(08) value spaces.
      *> the operator asking, last parameter
           77 ws-requested-by pic x(08) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
      *> 'Y' once the requesting operator proves registered
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-requestor-ok value 'Y'.
      *> 'Y' once the journal write has failed; the change is then
      *> refused
           77 ws-jnl-failed-switch pic x(1) value 'N'.
               88 ws-jnl-failed value 'Y'.
           77 ws-dl-eof-switch pic x(1) value 'N'.
               88 ws-dl-eof value 'Y'.
           77 ws-mlnk-eof-switch pic x(1) value 'N'.
               88 ws-mlnk-eof value 'Y'.
      *> 'Y' while each file STATUS reads is open and readable
           77 ws-audit-open-switch pic x(1) value 'N'.
               88 ws-audit-usable value 'Y'.
           77 ws-dsptrk-open-switch pic x(1) value 'N'.
               88 ws-dsptrk-usable value 'Y'.
           77 ws-rcl-open-switch pic x(1) value 'N'.
               88 ws-rcl-usable value 'Y'.
      *> members listed, and lists among them
           77 ws-list-count pic 9(05) value 0.
           77 ws-lists-seen pic 9(05) value 0.
           77 ws-last-list pic x(08) value spaces.
      *> one copy's progress, as printed
           77 ws-edit-col pic x(04) value spaces.
           77 ws-enc-col pic x(08) value spaces.
           77 ws-dsp-col pic x(08) value spaces.
           77 ws-ack-col pic x(08) value spaces.
           77 ws-rcl-col pic x(06) value spaces.
      *> STATUS totals across the parent's copies
           77 ws-copies pic 9(03) value 0.
           77 ws-queued pic 9(03) value 0.
           77 ws-held pic 9(03) value 0.
           77 ws-rejected pic 9(03) value 0.
           77 ws-encrypted pic 9(03) value 0.
           77 ws-dispatched pic 9(03) value 0.
           77 ws-acked pic 9(03) value 0.
           77 ws-recalled pic 9(03) value 0.
           77 ws-now-date pic x(08) value spaces.
           77 ws-kact-event pic x(08) value spaces.
           77 ws-kact-detail pic x(30) value spaces.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: what to do
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           evaluate ws-function
               when 'LIST'
                   move 2 to ws-arg-num *> arg 2: one list, optional
                   display ws-arg-num upon argument-number
                   accept ws-list-arg from argument-value
                   perform list-the-lists
               when 'STATUS'
                   move 2 to ws-arg-num *> arg 2: the parent msg-id
                   display ws-arg-num upon argument-number
                   accept ws-parent-arg from argument-value
                   perform report-parent-status
               when 'ADD'
               when 'REMOVE'
                   move 2 to ws-arg-num *> arg 2: the list
                   display ws-arg-num upon argument-number
                   accept ws-list-arg from argument-value
                   move 3 to ws-arg-num *> arg 3: the member station
                   display ws-arg-num upon argument-number
                   accept ws-target-terminal from argument-value
                   move 4 to ws-arg-num *> arg 4: operator asking
                   display ws-arg-num upon argument-number
                   accept ws-requested-by from argument-value
                   perform change-one-member
               when other
                   display '*** function must be ADD, REMOVE, LIST or'
                       ' STATUS: ' ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

      *> puts one station on a list, or takes it off.
       change-one-member.
           if ws-list-arg = spaces or ws-target-terminal = spaces
               display '*** list and terminal parameters are'
                   ' required ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           if ws-function = 'ADD'
               perform check-member-station
           end-if
           perform open-dlist-file

           move ws-list-arg to dl-list-id
           move ws-target-terminal to dl-terminal
           read dlist-file
               invalid key
                   if ws-function = 'REMOVE'
                       display '*** ' ws-target-terminal ' is not on'
                           ' list ' ws-list-arg ' ***'
                       move 16 to return-code
                   end-if
               not invalid key
                   if ws-function = 'ADD'
                       display '*** ' ws-target-terminal ' is already'
                           ' on list ' ws-list-arg ' ***'
                       move 16 to return-code
                   end-if
           end-read
           if return-code not = 0
               close dlist-file
               goback
           end-if

           if ws-function = 'ADD'
               move 'ADDED' to ws-kact-event
           else
               move 'REMOVED' to ws-kact-event
           end-if
           move spaces to ws-kact-detail
           string 'member ' delimited by size
               ws-target-terminal delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close dlist-file
               perform refuse-unjournalled
               goback
           end-if

           if ws-function = 'ADD'
               accept ws-now-date from date yyyymmdd
               move ws-list-arg to dl-list-id
               move ws-target-terminal to dl-terminal
               move ws-now-date to dl-added-date
               move ws-requested-by to dl-added-by
               write dl-record
           else
               delete dlist-file record
           end-if
           if dl-status not = '00'
               display '*** dlist.dat update failed, status '
                   dl-status ' - the journal line just written'
                   ' records a change that did NOT land ***'
               move 16 to return-code
           else
               display ws-target-terminal ' ' ws-kact-event
                   ' list ' ws-list-arg ' (by ' ws-requested-by ')'
           end-if
           close dlist-file.

      *> a station added to a list must be one traffic can go to: on
      *> the master and not closed. a site with no station.dat yet
      *> checks nothing; a master that exists but will not open
      *> refuses.
       check-member-station.
           open input stn-file
           if stn-status-code = '35'
               exit paragraph
           end-if
           if stn-status-code not = '00'
               display '*** station.dat would not open, status '
                   stn-status-code ' - nothing changed ***'
               move 16 to return-code
               goback
           end-if
           move ws-target-terminal to stn-terminal
           read stn-file
               invalid key
                   display '*** ' ws-target-terminal ' is not on the'
                       ' station master ***'
                   move 16 to return-code
               not invalid key
                   if stn-closed
                       display '*** station ' ws-target-terminal
                           ' is closed ***'
                       move 16 to return-code
                   end-if
           end-read
           close stn-file
           if return-code not = 0
               goback
           end-if.

       list-the-lists.
           open input dlist-file
           if dl-status not = '00'
               display 'no distribution lists on file - dlist.dat not'
                   ' readable, status ' dl-status
               goback
           end-if
           if ws-list-arg not = spaces
               move ws-list-arg to dl-list-id
               move low-values to dl-terminal
               start dlist-file key is not less than dl-key
                   invalid key
                       move 'Y' to ws-dl-eof-switch
               end-start
           end-if
           display 'LIST     TERMINAL ADDED    BY'
           perform list-one-member until ws-dl-eof
           close dlist-file
           display ws-list-count ' member(s) on ' ws-lists-seen
               ' list(s)'.

       list-one-member.
           read dlist-file next record
               at end
                   move 'Y' to ws-dl-eof-switch
               not at end
                   if ws-list-arg not = spaces
                       and dl-list-id not = ws-list-arg
                       move 'Y' to ws-dl-eof-switch
                       exit paragraph
                   end-if
                   add 1 to ws-list-count end-add
                   if dl-list-id not = ws-last-list
                       add 1 to ws-lists-seen end-add
                       move dl-list-id to ws-last-list
                   end-if
                   display dl-list-id ' ' dl-terminal ' '
                       dl-added-date ' ' dl-added-by
           end-read.

      *> the collective report: mlink.dat is keyed on the copies'
      *> own ids, so it is read straight through for the parent's.
       report-parent-status.
           if ws-parent-arg = spaces
               display '*** multi-address message-id parameter is'
                   ' required ***'
               move 16 to return-code
               goback
           end-if
           open input mlink-file
           if mlnk-status not = '00'
               display 'no multi-address copies on file - mlink.dat'
                   ' not readable, status ' mlnk-status
               goback
           end-if
           open input audit-file
           if audit-status = '00'
               move 'Y' to ws-audit-open-switch
           end-if
           open input dsptrk-file
           if dsptrk-status = '00'
               move 'Y' to ws-dsptrk-open-switch
           end-if
           open input recall-file
           if rcl-status = '00'
               move 'Y' to ws-rcl-open-switch
           end-if

           display 'MULTI-ADDRESS MESSAGE ' ws-parent-arg
           display 'NO TERMINAL COPY-ID  EDIT KEY-ID   ENCRYPT '
               ' DISPATCH ACKED    RECALL'
           perform report-one-copy until ws-mlnk-eof

           close mlink-file
           if ws-audit-usable
               close audit-file
           end-if
           if ws-dsptrk-usable
               close dsptrk-file
           end-if
           if ws-rcl-usable
               close recall-file
           end-if

           if ws-copies = 0
               display 'no copies on file for ' ws-parent-arg
                   ' - a multi-address message rejected whole is in'
                   ' transrej.txt, one not yet due in the held'
                   ' traffic'
               exit paragraph
           end-if
           display ws-copies ' copies: ' ws-queued ' queued, '
               ws-held ' held, ' ws-rejected ' rejected at edit'
           display ws-encrypted ' encrypted, ' ws-dispatched
               ' dispatched, ' ws-acked ' acknowledged, '
               ws-recalled ' recalled'.

       report-one-copy.
           read mlink-file next record
               at end
                   move 'Y' to ws-mlnk-eof-switch
               not at end
                   if mlnk-parent-id = ws-parent-arg
                       perform follow-one-copy
                   end-if
           end-read.

      *> how far one copy has got. a copy the edit held or rejected
      *> has gone nowhere yet, but is still looked for - a held copy
      *> is re-edited every cycle, and its record brought up to date
      *> when it is.
       follow-one-copy.
           add 1 to ws-copies end-add
           move spaces to ws-enc-col
           move spaces to ws-dsp-col
           move spaces to ws-ack-col
           move spaces to ws-rcl-col
           evaluate mlnk-verdict
               when spaces
                   move 'OK' to ws-edit-col
                   add 1 to ws-queued end-add
               when 'SUSP'
               when 'SCHD'
                   move mlnk-verdict to ws-edit-col
                   add 1 to ws-held end-add
               when other
                   move mlnk-verdict to ws-edit-col
                   add 1 to ws-rejected end-add
           end-evaluate

           if ws-audit-usable
               move mlnk-msg-id to audit-msg-id
               read audit-file
                   invalid key
                       continue
                   not invalid key
                       move audit-timestamp(1:8) to ws-enc-col
               end-read
           end-if
           if ws-dsptrk-usable
               move mlnk-msg-id to dsptrk-msg-id
               read dsptrk-file
                   invalid key
                       continue
                   not invalid key
                       move dsptrk-timestamp(1:8) to ws-dsp-col
                       move dsptrk-confirmed to ws-ack-col
                       if ws-enc-col = spaces
                           move 'YES' to ws-enc-col
                       end-if
               end-read
           end-if
           if ws-rcl-usable
               move mlnk-msg-id to rcl-msg-id
               read recall-file
                   invalid key
                       continue
                   not invalid key
                       move rcl-stage to ws-rcl-col
                       add 1 to ws-recalled end-add
               end-read
           end-if
           if ws-enc-col not = spaces
               add 1 to ws-encrypted end-add
           end-if
           if ws-dsp-col not = spaces
               add 1 to ws-dispatched end-add
           end-if
           if ws-ack-col not = spaces
               add 1 to ws-acked end-add
           end-if

           display mlnk-copy-num ' ' mlnk-terminal ' ' mlnk-msg-id
               ' ' ws-edit-col ' ' mlnk-key-id ' ' ws-enc-col ' '
               ws-dsp-col ' ' ws-ack-col ' ' ws-rcl-col.

      *> the requesting operator must be registered in opauth.dat;
      *> any class will do. fail closed on a missing file.
       check-requestor-authority.
           move 'N' to ws-auth-ok-switch
           if ws-requested-by = spaces
               display '*** requesting operator parameter is'
                   ' required ***'
               exit paragraph
           end-if
           open input opauth-file
           if opauth-status not = '00'
               display '*** opauth.dat not readable, status '
                   opauth-status ' - refused; register operators'
                   ' with otp-opadm first ***'
               exit paragraph
           end-if
           move ws-requested-by to opauth-operator
           read opauth-file
               invalid key
                   display '*** requesting operator '
                       ws-requested-by ' is not registered ***'
               not invalid key
                   if opauth-may-cut
                       move 'Y' to ws-auth-ok-switch
                   else
                       display '*** operator ' ws-requested-by
                           ' holds unknown class ' opauth-class
                           ' ***'
                   end-if
           end-read
           close opauth-file.

       refuse-unjournalled.
           display '*** journal write failed, status '
               ws-kact-file-status ' - change refused, an'
               ' unjournalled list change is the exact thing'
               ' the journal exists to prevent ***'
           move 16 to return-code.

      *> dlist.dat may not exist until the first ADD - status 35 -
      *> and only then is it created empty; any other status
      *> refuses.
       open-dlist-file.
           open i-o dlist-file.
           if dl-status = '35'
               open output dlist-file
               close dlist-file
               open i-o dlist-file
           end-if.
           if dl-status not = '00'
               display '*** dlist.dat would not open, status '
                   dl-status ' - nothing changed ***'
               move 16 to return-code
               goback
           end-if.

      *> one journal line per list change, written and verified
      *> before the change itself; created on first use (status 35
      *> only). the whole line is cleared to spaces first: the record
      *> area starts out low-valued, and LINE SEQUENTIAL refuses a
      *> record with control bytes in it.
       write-journal-line.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'DLS ' to kact-action
           move ws-list-arg to kact-key-id
           move ws-kact-event to kact-event
           move ws-requested-by to kact-operator
           move ws-kact-detail to kact-detail

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

       end program otp-dlist.
