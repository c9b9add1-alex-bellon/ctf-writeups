       identification division.
          program-id. otp-station.

      *> otp-station maintains the station master file (station.dat,
      *> layout and status meanings in stnrec.cpy), and is the only
      *> thing that writes it.
      *>
      *>   otp-station ADD     <terminal> <name> <route> <requested-by>
      *>   otp-station CHANGE  <terminal> <name> <route> <requested-by>
      *>   otp-station SUSPEND <terminal> <requested-by>
      *>   otp-station RESUME  <terminal> <requested-by>
      *>   otp-station CLOSE   <terminal> <requested-by>
      *>   otp-station LIST
      *>
      *> ADD puts a new station on file, active, opened today.
      *> CHANGE replaces the name and courier route; an '=' in either
      *> keeps what is on file. SUSPEND stops a station's traffic
      *> going out - otp-edit holds it - until RESUME lets it flow
      *> again. CLOSE is final: a closed station takes no change of
      *> any kind and is never removed, so traffic still addressed
      *> to it keeps rejecting with a reason.
      *>
      *> every change needs a requesting operator registered in
      *> opauth.dat with supervisor authority (class S or above) -
      *> suspending or closing a station stops its traffic, which is
      *> not a key officer's call alone - and every change is
      *> journalled to keyact.jnl before it is made; a change that
      *> cannot be journalled is refused.

       environment division.
           input-output section.
           file-control.
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
           fd stn-file.
           copy stnrec.

           fd opauth-file.
           copy opauthrec.

           fd kact-file.
           copy kactrec.

           working-storage section.
           77 stn-status-code pic x(2) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
      *> ADD, CHANGE, SUSPEND, RESUME, CLOSE or LIST, first parameter
           77 ws-function pic x(08) value spaces.
      *> the station being maintained, second parameter
           77 ws-target-terminal pic x(08) value spaces.
      *> the station's name and courier route on an ADD or CHANGE
           77 ws-name-arg pic x(30) value spaces.
           77 ws-route-arg pic x(08) value spaces.
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
           77 ws-stn-eof-switch pic x(1) value 'N'.
               88 ws-stn-eof value 'Y'.
      *> the status a SUSPEND, RESUME or CLOSE moves the station to
           77 ws-new-status pic x(01) value space.
      *> stations listed, and how many of them are active
           77 ws-list-count pic 9(04) value 0.
           77 ws-active-count pic 9(04) value 0.
           77 ws-kact-event pic x(08) value spaces.
           77 ws-kact-detail pic x(30) value spaces.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: what to do
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           evaluate ws-function
               when 'LIST'
                   perform list-the-stations
               when 'ADD'
                   perform pull-long-arguments
                   perform add-one-station
               when 'CHANGE'
                   perform pull-long-arguments
                   perform change-one-station
               when 'SUSPEND'
                   perform pull-short-arguments
                   move 'S' to ws-new-status
                   move 'SUSPEND' to ws-kact-event
                   perform move-station-status
               when 'RESUME'
                   perform pull-short-arguments
                   move 'A' to ws-new-status
                   move 'RESUMED' to ws-kact-event
                   perform move-station-status
               when 'CLOSE'
                   perform pull-short-arguments
                   move 'C' to ws-new-status
                   move 'CLOSED' to ws-kact-event
                   perform move-station-status
               when other
                   display '*** function must be ADD, CHANGE,'
                       ' SUSPEND, RESUME, CLOSE or LIST: '
                       ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

       pull-long-arguments.
           move 2 to ws-arg-num. *> arg 2: the station
           display ws-arg-num upon argument-number.
           accept ws-target-terminal from argument-value.
           move 3 to ws-arg-num. *> arg 3: its name
           display ws-arg-num upon argument-number.
           accept ws-name-arg from argument-value.
           move 4 to ws-arg-num. *> arg 4: its courier route
           display ws-arg-num upon argument-number.
           accept ws-route-arg from argument-value.
           move 5 to ws-arg-num. *> arg 5: supervisor asking for it
           display ws-arg-num upon argument-number.
           accept ws-requested-by from argument-value.

       pull-short-arguments.
           move 2 to ws-arg-num. *> arg 2: the station
           display ws-arg-num upon argument-number.
           accept ws-target-terminal from argument-value.
           move 3 to ws-arg-num. *> arg 3: supervisor asking for it
           display ws-arg-num upon argument-number.
           accept ws-requested-by from argument-value.

      *> puts one new station on file, active from today.
       add-one-station.
           if ws-target-terminal = spaces or ws-name-arg = spaces
               or ws-route-arg = spaces
               display '*** terminal, name and route parameters are'
                   ' required ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform open-stn-file

           move ws-target-terminal to stn-terminal
           read stn-file
               invalid key
                   continue
               not invalid key
                   display '*** station ' ws-target-terminal ' is'
                       ' already on file, status ' stn-status
                       ' - CHANGE it instead ***'
                   close stn-file
                   move 16 to return-code
                   goback
           end-read

           move 'ADDED' to ws-kact-event
           move ws-name-arg to ws-kact-detail
           perform write-journal-line
           if ws-jnl-failed
               close stn-file
               perform refuse-unjournalled
               goback
           end-if

           move ws-target-terminal to stn-terminal
           move ws-name-arg to stn-name
           move 'A' to stn-status
           move ws-route-arg to stn-courier-route
           accept stn-opened-date from date yyyymmdd
           move stn-opened-date to stn-changed-date
           move ws-requested-by to stn-changed-by
           write stn-record
           if stn-status-code not = '00'
               display '*** station write failed, status '
                   stn-status-code ' - the journal line just written'
                   ' records a change that did NOT land ***'
               move 16 to return-code
           else
               display 'station ' ws-target-terminal ' added, active'
                   ' (by ' ws-requested-by ')'
           end-if
           close stn-file.

      *> replaces a station's name and courier route; '=' keeps the
      *> value on file. a closed station takes no change.
       change-one-station.
           if ws-target-terminal = spaces or ws-name-arg = spaces
               or ws-route-arg = spaces
               display '*** terminal, name and route parameters are'
                   ' required - give = to keep a value ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform open-stn-file
           perform read-target-station
           if stn-closed
               display '*** station ' ws-target-terminal ' is'
                   ' closed - it takes no change ***'
               close stn-file
               move 16 to return-code
               goback
           end-if

           if ws-name-arg = '='
               move stn-name to ws-name-arg
           end-if
           if ws-route-arg = '='
               move stn-courier-route to ws-route-arg
           end-if
           move 'CHANGED' to ws-kact-event
           move spaces to ws-kact-detail
           string 'route ' delimited by size
               ws-route-arg delimited by space
               ' ' delimited by size
               ws-name-arg delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close stn-file
               perform refuse-unjournalled
               goback
           end-if

           move ws-name-arg to stn-name
           move ws-route-arg to stn-courier-route
           perform rewrite-target-station.

      *> SUSPEND, RESUME and CLOSE: one status move each. only
      *> active to suspended, suspended to active, and either to
      *> closed are moves at all.
       move-station-status.
           if ws-target-terminal = spaces
               display '*** terminal parameter is required ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform open-stn-file
           perform read-target-station
           if stn-closed
               or (ws-new-status = 'S' and not stn-active)
               or (ws-new-status = 'A' and not stn-suspended)
               display '*** station ' ws-target-terminal ' is'
                   ' status ' stn-status ' - ' ws-function
                   ' does not apply ***'
               close stn-file
               move 16 to return-code
               goback
           end-if

           move spaces to ws-kact-detail
           string 'was status ' delimited by size
               stn-status delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close stn-file
               perform refuse-unjournalled
               goback
           end-if

           move ws-new-status to stn-status
           perform rewrite-target-station.

      *> the target must already be on file; stops the run if not.
       read-target-station.
           move ws-target-terminal to stn-terminal
           read stn-file
               invalid key
                   display '*** station ' ws-target-terminal ' is'
                       ' not on file ***'
                   close stn-file
                   move 16 to return-code
                   goback
               not invalid key
                   continue
           end-read.

       rewrite-target-station.
           accept stn-changed-date from date yyyymmdd
           move ws-requested-by to stn-changed-by
           rewrite stn-record
           if stn-status-code not = '00'
               display '*** station rewrite failed, status '
                   stn-status-code ' - the journal line just written'
                   ' records a change that did NOT land ***'
               move 16 to return-code
           else
               display 'station ' ws-target-terminal ' '
                   ws-kact-event ', status ' stn-status ' (by '
                   ws-requested-by ')'
           end-if
           close stn-file.

       list-the-stations.
           open input stn-file
           if stn-status-code not = '00'
               display 'no stations on file - station.dat not'
                   ' readable, status ' stn-status-code
               goback
           end-if
           display 'TERMINAL S NAME                           ROUTE'
               '    OPENED   CHANGED  BY'
           perform list-one-station until ws-stn-eof
           close stn-file
           display ws-list-count ' stations on file, '
               ws-active-count ' active'.

       list-one-station.
           read stn-file next record
               at end
                   move 'Y' to ws-stn-eof-switch
               not at end
                   add 1 to ws-list-count end-add
                   if stn-active
                       add 1 to ws-active-count end-add
                   end-if
                   display stn-terminal ' ' stn-status ' '
                       stn-name ' ' stn-courier-route ' '
                       stn-opened-date ' ' stn-changed-date ' '
                       stn-changed-by
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
               ' unjournalled station change is the exact thing'
               ' the journal exists to prevent ***'
           move 16 to return-code.

      *> station.dat may not exist until the first station is added -
      *> status 35 - and only then is it created empty; any other
      *> status refuses.
       open-stn-file.
           open i-o stn-file.
           if stn-status-code = '35'
               open output stn-file
               close stn-file
               open i-o stn-file
           end-if.
           if stn-status-code not = '00'
               display '*** station.dat would not open, status '
                   stn-status-code ' - nothing changed ***'
               move 16 to return-code
               goback
           end-if.

      *> one journal line per station change, written and verified
      *> before the change itself; created on first use (status 35
      *> only). the whole line is cleared to spaces first: the record
      *> area starts out low-valued, and LINE SEQUENTIAL refuses a
      *> record with control bytes in it.
       write-journal-line.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'STN ' to kact-action
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

       end program otp-station.
