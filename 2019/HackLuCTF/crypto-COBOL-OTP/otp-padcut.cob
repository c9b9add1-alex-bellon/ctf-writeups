      *>   custody register. otp-custody walks it through issue and
      *>   confirmed receipt, and otp-edit refuses traffic against a
      *>   pad the far terminal has not yet confirmed holding.
      *>   the terminal must now be an active station on the station
      *>   master (station.dat, otp-station): no pad is cut for a
      *>   station not on file, suspended or closed - a station shut
      *>   down last month used to get pad cut for it as readily as
      *>   any other. a site with no station master yet is not gated.

       environment division.
           input-output section.
               record key is cust-key-id
               file status is cust-status.

      *> the station master, read-only: pad is cut only for an
      *> active station
               select stn-file assign to 'station.dat'
               organization indexed
               access mode dynamic
               record key is stn-terminal
               file status is stn-status-code.

      *> the append-only custody register
               select clog-file assign to 'custody.log'
               organization line sequential
           fd clog-file.
           copy custlog.

           fd stn-file.
           copy stnrec.

           working-storage section.
      *> key-id the new pad is being cut for, first parameter
           77 ws-wanted-key-id pic x(08) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 cust-status pic x(2) value spaces.
           77 ws-clog-file-status pic x(02) value spaces.
           77 stn-status-code pic x(2) value spaces.
      *> 'Y' once the terminal proves to be an active station, or
      *> there is no station master to ask
           77 ws-stn-ok-switch pic x(1) value 'N'.
               88 ws-station-ok value 'Y'.
      *> 'Y' once the operator proves cut authority
           77 ws-auth-ok-switch pic x(1) value 'N'.
               88 ws-operator-ok value 'Y'.
               goback
           end-if.

           perform check-station-active.
           if not ws-station-ok
               move 16 to return-code
               goback
           end-if.

           perform check-key-id-unused.
           if ws-key-id-in-use
               display '*** key-id ' ws-wanted-key-id
           end-read
           close opauth-file.

      *> the terminal must be on the station master and active. no
      *> station.dat at all (status 35) means no master has been set
      *> up and nothing is gated; a master that exists but will not
      *> open refuses the cut - fail closed.
       check-station-active.
           move 'N' to ws-stn-ok-switch
           open input stn-file
           if stn-status-code = '35'
               move 'Y' to ws-stn-ok-switch
               exit paragraph
           end-if
           if stn-status-code not = '00'
               display '*** station.dat not readable, status '
                   stn-status-code ' - cut refused ***'
               exit paragraph
           end-if
           move ws-wanted-terminal to stn-terminal
           read stn-file
               invalid key
                   display '*** station ' ws-wanted-terminal ' is'
                       ' not on the station master - add it with'
                       ' otp-station first; pad not cut ***'
               not invalid key
                   if stn-active
                       move 'Y' to ws-stn-ok-switch
                   else
                       display '*** station ' ws-wanted-terminal
                           ' is status ' stn-status ' - pad is cut'
                           ' only for an active station ***'
                   end-if
           end-read
           close stn-file.

      *> rejects a run whose parameters would put a malformed record
      *> into the keyring: a blank key-id or terminal, or a byte count
      *> that is missing, non-numeric or zero. ws-byte-count stays 0
