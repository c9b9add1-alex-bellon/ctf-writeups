       identification division.
          program-id. otp-relay.

      *> otp-relay maintains the relay routing table (relayrt.dat,
      *> layout in rlyrtrec.cpy): which neighbouring station carries
      *> our traffic for a station we hold no pads with.
      *>
      *>   otp-relay ADD    <station> <via> <requested-by>
      *>   otp-relay REMOVE <station> <requested-by>
      *>   otp-relay LIST
      *>
      *> ADD routes the distant station through the neighbour named,
      *> replacing any route it had. the neighbour must be on the
      *> station master and not closed (a site with no station.dat
      *> yet checks nothing), and a station may not be routed
      *> through itself. REMOVE takes the route away; traffic for
      *> the station then rejects DSTX at the edit until it has pads
      *> of its own or a route again.
      *>
      *> ADD and REMOVE need a requesting operator registered in
      *> opauth.dat with supervisor authority - a route decides
      *> where traffic goes - and are journalled to keyact.jnl before
      *> they are made; a change that cannot be journalled is
      *> refused.

       environment division.
           input-output section.
           file-control.
               select rlyrt-file assign to 'relayrt.dat'
               organization indexed
               access mode dynamic
               record key is rlyrt-station
               file status is rlyrt-status.

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

       data division.
           file section.
           fd rlyrt-file.
           copy rlyrtrec.

           fd stn-file.
           copy stnrec.

           fd opauth-file.
           copy opauthrec.

           fd kact-file.
           copy kactrec.

           working-storage section.
           77 rlyrt-status pic x(2) value spaces.
           77 stn-status-code pic x(2) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
      *> ADD, REMOVE or LIST, first parameter
           77 ws-function pic x(08) value spaces.
      *> the distant station, second parameter
           77 ws-target-terminal pic x(08) value spaces.
      *> the neighbour it goes through, on an ADD
           77 ws-via-terminal pic x(08) value spaces.
      *> the supervisor asking, last parameter
           77 ws-requested-by pic x(08) value spaces.
      *> which command-line argument we are pulling next
           77 ws-arg-num pic 9(2).
      *> 'Y' once the requesting operator proves supervisor authority
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-requestor-ok value 'Y'.
      *> 'Y' once the journal write has failed; the change is then
      *> refused
           77 ws-jnl-failed-switch pic x(1) value 'N'.
               88 ws-jnl-failed value 'Y'.
           77 ws-rlyrt-eof-switch pic x(1) value 'N'.
               88 ws-rlyrt-eof value 'Y'.
      *> 'Y' when the station already had a route, so an ADD
      *> rewrites it
           77 ws-on-file-switch pic x(1) value 'N'.
               88 ws-on-file value 'Y'.
      *> the route the station had before the change, for the
      *> journal
           77 ws-old-via pic x(08) value spaces.
           77 ws-list-count pic 9(05) value 0.
           77 ws-now-date pic x(08) value spaces.
           77 ws-kact-event pic x(08) value spaces.
           77 ws-kact-detail pic x(30) value spaces.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: what to do
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           evaluate ws-function
               when 'LIST'
                   perform list-the-routes
               when 'ADD'
                   move 2 to ws-arg-num *> arg 2: the distant station
                   display ws-arg-num upon argument-number
                   accept ws-target-terminal from argument-value
                   move 3 to ws-arg-num *> arg 3: the neighbour
                   display ws-arg-num upon argument-number
                   accept ws-via-terminal from argument-value
                   move 4 to ws-arg-num *> arg 4: supervisor asking
                   display ws-arg-num upon argument-number
                   accept ws-requested-by from argument-value
                   perform add-one-route
               when 'REMOVE'
                   move 2 to ws-arg-num *> arg 2: the distant station
                   display ws-arg-num upon argument-number
                   accept ws-target-terminal from argument-value
                   move 3 to ws-arg-num *> arg 3: supervisor asking
                   display ws-arg-num upon argument-number
                   accept ws-requested-by from argument-value
                   perform remove-one-route
               when other
                   display '*** function must be ADD, REMOVE or LIST: '
                       ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

      *> routes the distant station through the neighbour, new or
      *> replacing what it had.
       add-one-route.
           if ws-target-terminal = spaces or ws-via-terminal = spaces
               display '*** station and via parameters are'
                   ' required ***'
               move 16 to return-code
               goback
           end-if
           if ws-target-terminal = ws-via-terminal
               display '*** a station cannot be relayed through'
                   ' itself ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform check-via-station
           perform open-rlyrt-file

           move 'N' to ws-on-file-switch
           move spaces to ws-old-via
           move ws-target-terminal to rlyrt-station
           read rlyrt-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-on-file-switch
                   move rlyrt-via to ws-old-via
           end-read

           if ws-on-file
               move 'CHANGED' to ws-kact-event
           else
               move 'ADDED' to ws-kact-event
           end-if
           move spaces to ws-kact-detail
           string 'via ' delimited by size
               ws-via-terminal delimited by size
               ' was ' delimited by size
               ws-old-via delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close rlyrt-file
               perform refuse-unjournalled
               goback
           end-if

           accept ws-now-date from date yyyymmdd
           move ws-target-terminal to rlyrt-station
           move ws-via-terminal to rlyrt-via
           move ws-now-date to rlyrt-changed-date
           move ws-requested-by to rlyrt-changed-by
           if ws-on-file
               rewrite rlyrt-record
           else
               write rlyrt-record
           end-if
           perform check-route-landed
           if rlyrt-status = '00'
               display 'traffic for ' ws-target-terminal
                   ' now relays through ' ws-via-terminal ' (by '
                   ws-requested-by ')'
           end-if
           close rlyrt-file.

       remove-one-route.
           if ws-target-terminal = spaces
               display '*** station parameter is required ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform open-rlyrt-file

           move ws-target-terminal to rlyrt-station
           read rlyrt-file
               invalid key
                   display '*** no relay route for '
                       ws-target-terminal ' ***'
                   move 16 to return-code
                   close rlyrt-file
                   goback
           end-read

           move 'REMOVED' to ws-kact-event
           move spaces to ws-kact-detail
           string 'was via ' delimited by size
               rlyrt-via delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close rlyrt-file
               perform refuse-unjournalled
               goback
           end-if

           delete rlyrt-file record
           perform check-route-landed
           if rlyrt-status = '00'
               display 'relay route for ' ws-target-terminal
                   ' removed (by ' ws-requested-by ')'
           end-if
           close rlyrt-file.

       check-route-landed.
           if rlyrt-status not = '00'
               display '*** relayrt.dat update failed, status '
                   rlyrt-status ' - the journal line just written'
                   ' records a change that did NOT land ***'
               move 16 to return-code
           end-if.

      *> the neighbour must be a station traffic can go to: on the
      *> master and not closed. a site with no station.dat yet
      *> checks nothing; a master that exists but will not open
      *> refuses.
       check-via-station.
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
           move ws-via-terminal to stn-terminal
           read stn-file
               invalid key
                   display '*** ' ws-via-terminal ' is not on the'
                       ' station master ***'
                   move 16 to return-code
               not invalid key
                   if stn-closed
                       display '*** station ' ws-via-terminal
                           ' is closed ***'
                       move 16 to return-code
                   end-if
           end-read
           close stn-file
           if return-code not = 0
               goback
           end-if.

       list-the-routes.
           open input rlyrt-file
           if rlyrt-status not = '00'
               display 'no relay routes on file - relayrt.dat not'
                   ' readable, status ' rlyrt-status
               goback
           end-if
           display 'STATION  VIA      CHANGED  BY'
           perform list-one-route until ws-rlyrt-eof
           close rlyrt-file
           display ws-list-count ' relay route(s)'.

       list-one-route.
           read rlyrt-file next record
               at end
                   move 'Y' to ws-rlyrt-eof-switch
               not at end
                   add 1 to ws-list-count end-add
                   display rlyrt-station ' ' rlyrt-via ' '
                       rlyrt-changed-date ' ' rlyrt-changed-by
           end-read.

      *> the requesting operator must be registered in opauth.dat
      *> with supervisor authority. fail closed on a missing file.
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
                   if opauth-may-release
                       move 'Y' to ws-auth-ok-switch
                   else
                       display '*** operator ' ws-requested-by
                           ' holds class ' opauth-class ' -'
                           ' supervisor authority is required'
                           ' here ***'
                   end-if
           end-read
           close opauth-file.

       refuse-unjournalled.
           display '*** journal write failed, status '
               ws-kact-file-status ' - change refused, an'
               ' unjournalled route change is the exact thing'
               ' the journal exists to prevent ***'
           move 16 to return-code.

      *> relayrt.dat may not exist until the first ADD - status 35 -
      *> and only then is it created empty; any other status
      *> refuses.
       open-rlyrt-file.
           open i-o rlyrt-file.
           if rlyrt-status = '35'
               open output rlyrt-file
               close rlyrt-file
               open i-o rlyrt-file
           end-if.
           if rlyrt-status not = '00'
               display '*** relayrt.dat would not open, status '
                   rlyrt-status ' - nothing changed ***'
               move 16 to return-code
               goback
           end-if.

      *> one journal line per route change, written and verified
      *> before the change itself; created on first use (status 35
      *> only). the whole line is cleared to spaces first: the record
      *> area starts out low-valued, and LINE SEQUENTIAL refuses a
      *> record with control bytes in it.
       write-journal-line.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'RLY ' to kact-action
           move ws-target-terminal to kact-key-id
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

       end program otp-relay.
