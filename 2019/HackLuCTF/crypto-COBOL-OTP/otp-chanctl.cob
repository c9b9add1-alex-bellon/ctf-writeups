       identification division.
          program-id. otp-chanctl.

      *> otp-chanctl maintains the channel control file (chanctl.dat,
      *> layout and record types in chanrec.cpy). otp-dispatch and
      *> otp-inbatch move the serials themselves in the normal run;
      *> this is the hand on the file for everything else.
      *>
      *>   otp-chanctl HOME  <terminal> <requested-by>
      *>   otp-chanctl RESET <I|O> <station> <next-serial>
      *>                     <requested-by>
      *>   otp-chanctl LIST
      *>
      *> HOME sets this station's own terminal id - the from-station
      *> otp-dispatch stamps on every dispatch file header and the
      *> to-station otp-inbatch expects on every file it is fed.
      *> until it is set, otp-dispatch stamps spaces and the far
      *> end does not track the channel at all.
      *> RESET sets the next serial on one channel: O for the next
      *> file otp-dispatch will cut toward the station, I for the
      *> next file otp-inbatch will expect from it. an I reset also
      *> clears every gap outstanding from that station - the
      *> supervisor resetting it has settled them with the far end.
      *> it is the answer to a far station re-initialised, a lost
      *> file written off, or a channel being opened at a serial
      *> agreed by signal.
      *>
      *> HOME and RESET need a requesting operator registered in
      *> opauth.dat with supervisor authority, and are journalled to
      *> keyact.jnl before they are made; a change that cannot be
      *> journalled is refused.

       environment division.
           input-output section.
           file-control.
               select chan-file assign to 'chanctl.dat'
               organization indexed
               access mode dynamic
               record key is chan-key
               file status is chan-status.

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
           fd chan-file.
           copy chanrec.

           fd opauth-file.
           copy opauthrec.

           fd kact-file.
           copy kactrec.

           working-storage section.
           77 chan-status pic x(2) value spaces.
           77 opauth-status pic x(2) value spaces.
           77 ws-kact-file-status pic x(02) value spaces.
      *> HOME, RESET or LIST, first parameter
           77 ws-function pic x(08) value spaces.
      *> I or O on a RESET
           77 ws-direction pic x(01) value space.
      *> the station on a RESET, or our own id on a HOME
           77 ws-target-terminal pic x(08) value spaces.
      *> the next serial on a RESET, as typed
           77 ws-serial-arg pic x(07) value spaces.
           77 ws-new-serial pic 9(07) value 0.
           77 ws-arg-trail pic 9(2) value 0.
           77 ws-arg-len pic 9(2) value 0.
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
           77 ws-chan-eof-switch pic x(1) value 'N'.
               88 ws-chan-eof value 'Y'.
      *> 'Y' when the record a HOME or RESET changes was already on
      *> file, so it is rewritten rather than written
           77 ws-on-file-switch pic x(1) value 'N'.
               88 ws-on-file value 'Y'.
      *> what the record said before the change, for the journal
           77 ws-old-serial pic 9(07) value 0.
           77 ws-old-home pic x(08) value spaces.
      *> gaps cleared by an I reset
           77 ws-gaps-cleared pic 9(05) value 0.
      *> records listed, and how many of them are gaps
           77 ws-list-count pic 9(05) value 0.
           77 ws-gap-count pic 9(05) value 0.
           77 ws-now-date pic x(08) value spaces.
           77 ws-now-time pic x(08) value spaces.
           77 ws-kact-event pic x(08) value spaces.
           77 ws-kact-detail pic x(30) value spaces.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: what to do
           display ws-arg-num upon argument-number.
           accept ws-function from argument-value.

           evaluate ws-function
               when 'LIST'
                   perform list-the-channels
               when 'HOME'
                   move 2 to ws-arg-num *> arg 2: our own terminal id
                   display ws-arg-num upon argument-number
                   accept ws-target-terminal from argument-value
                   move 3 to ws-arg-num *> arg 3: supervisor asking
                   display ws-arg-num upon argument-number
                   accept ws-requested-by from argument-value
                   perform set-home-station
               when 'RESET'
                   move 2 to ws-arg-num *> arg 2: I or O
                   display ws-arg-num upon argument-number
                   accept ws-direction from argument-value
                   move 3 to ws-arg-num *> arg 3: the far station
                   display ws-arg-num upon argument-number
                   accept ws-target-terminal from argument-value
                   move 4 to ws-arg-num *> arg 4: the next serial
                   display ws-arg-num upon argument-number
                   accept ws-serial-arg from argument-value
                   move 5 to ws-arg-num *> arg 5: supervisor asking
                   display ws-arg-num upon argument-number
                   accept ws-requested-by from argument-value
                   perform reset-one-channel
               when other
                   display '*** function must be HOME, RESET or LIST: '
                       ws-function ' ***'
                   move 16 to return-code
           end-evaluate.
           goback.

      *> records this station's own terminal id on the H record.
       set-home-station.
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
           perform open-chan-file

           move 'N' to ws-on-file-switch
           move spaces to ws-old-home
           move 'H' to chan-type
           move spaces to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-on-file-switch
                   move chan-home-station to ws-old-home
           end-read

           move 'HOME' to ws-kact-event
           move spaces to ws-kact-detail
           string 'was ' delimited by size
               ws-old-home delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close chan-file
               perform refuse-unjournalled
               goback
           end-if

           move 'H' to chan-type
           move spaces to chan-station
           move 0 to chan-serial
           move 0 to chan-next-serial
           move ws-target-terminal to chan-home-station
           perform store-channel-record
           if chan-status = '00'
               display 'this station is now ' ws-target-terminal
                   ' on every dispatch header (by ' ws-requested-by
                   ')'
           end-if
           close chan-file.

      *> sets the next serial on one channel; an inbound reset also
      *> clears the station's outstanding gaps.
       reset-one-channel.
           if (ws-direction not = 'I' and ws-direction not = 'O')
               or ws-target-terminal = spaces
               or ws-serial-arg = spaces
               display '*** direction (I or O), station and next'
                   ' serial parameters are required ***'
               move 16 to return-code
               goback
           end-if
           move 0 to ws-arg-trail
           inspect ws-serial-arg tallying ws-arg-trail
               for trailing spaces
           compute ws-arg-len = 7 - ws-arg-trail
           if ws-serial-arg(1:ws-arg-len) is not numeric
               display '*** next serial must be numeric: '
                   ws-serial-arg ' ***'
               move 16 to return-code
               goback
           end-if
           move ws-serial-arg(1:ws-arg-len) to ws-new-serial
           if ws-new-serial = 0
               display '*** next serial must be 1 or more ***'
               move 16 to return-code
               goback
           end-if
           perform check-requestor-authority
           if not ws-requestor-ok
               move 16 to return-code
               goback
           end-if
           perform open-chan-file

           move 'N' to ws-on-file-switch
           move 0 to ws-old-serial
           move ws-direction to chan-type
           move ws-target-terminal to chan-station
           move 0 to chan-serial
           read chan-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-on-file-switch
                   move chan-next-serial to ws-old-serial
           end-read

           move 'RESET' to ws-kact-event
           move spaces to ws-kact-detail
           string ws-direction delimited by size
               ' next ' delimited by size
               ws-new-serial delimited by size
               ' was ' delimited by size
               ws-old-serial delimited by size
               into ws-kact-detail
           end-string
           perform write-journal-line
           if ws-jnl-failed
               close chan-file
               perform refuse-unjournalled
               goback
           end-if

           move ws-direction to chan-type
           move ws-target-terminal to chan-station
           move 0 to chan-serial
           move ws-new-serial to chan-next-serial
           move spaces to chan-home-station
           perform store-channel-record
           if chan-status not = '00'
               close chan-file
               exit paragraph
           end-if
           display 'channel ' ws-direction ' ' ws-target-terminal
               ' next serial ' ws-new-serial ' (by '
               ws-requested-by ')'

           if ws-direction = 'I'
               perform clear-station-gaps
               display ws-gaps-cleared ' outstanding gap(s) from '
                   ws-target-terminal ' cleared'
           end-if
           close chan-file.

      *> writes or rewrites the record built in chan-record, stamped
      *> now and with the requesting supervisor.
       store-channel-record.
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           move spaces to chan-last-ts
           string ws-now-date delimited by size
               ws-now-time delimited by size
               into chan-last-ts
           end-string
           move ws-requested-by to chan-changed-by
           if ws-on-file
               rewrite chan-record
           else
               write chan-record
           end-if
           if chan-status not = '00'
               display '*** chanctl.dat update failed, status '
                   chan-status ' - the journal line just written'
                   ' records a change that did NOT land ***'
               move 16 to return-code
           end-if.

      *> every G record for the station sits together in key order;
      *> walk them from the lowest serial and delete each.
       clear-station-gaps.
           move 0 to ws-gaps-cleared
           move 'N' to ws-chan-eof-switch
           move 'G' to chan-type
           move ws-target-terminal to chan-station
           move 0 to chan-serial
           start chan-file key is not less than chan-key
               invalid key
                   move 'Y' to ws-chan-eof-switch
           end-start
           perform clear-one-gap until ws-chan-eof.

       clear-one-gap.
           read chan-file next record
               at end
                   move 'Y' to ws-chan-eof-switch
               not at end
                   if chan-type not = 'G'
                       or chan-station not = ws-target-terminal
                       move 'Y' to ws-chan-eof-switch
                   else
                       delete chan-file record
                       if chan-status = '00'
                           add 1 to ws-gaps-cleared end-add
                       end-if
                   end-if
           end-read.

       list-the-channels.
           open input chan-file
           if chan-status not = '00'
               display 'no channels on file - chanctl.dat not'
                   ' readable, status ' chan-status
               goback
           end-if
           display 'T STATION  SERIAL  NEXT    HOME     LAST MOVED'
               '       BY'
           perform list-one-channel until ws-chan-eof
           close chan-file
           display ws-list-count ' channel records, ' ws-gap-count
               ' outstanding gap(s)'.

       list-one-channel.
           read chan-file next record
               at end
                   move 'Y' to ws-chan-eof-switch
               not at end
                   add 1 to ws-list-count end-add
                   if chan-gap
                       add 1 to ws-gap-count end-add
                   end-if
                   display chan-type ' ' chan-station ' '
                       chan-serial ' ' chan-next-serial ' '
                       chan-home-station ' ' chan-last-ts ' '
                       chan-changed-by
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
               ' unjournalled channel change is the exact thing'
               ' the journal exists to prevent ***'
           move 16 to return-code.

      *> chanctl.dat may not exist until the first dispatch run or
      *> the first HOME - status 35 - and only then is it created
      *> empty; any other status refuses.
       open-chan-file.
           open i-o chan-file.
           if chan-status = '35'
               open output chan-file
               close chan-file
               open i-o chan-file
           end-if.
           if chan-status not = '00'
               display '*** chanctl.dat would not open, status '
                   chan-status ' - nothing changed ***'
               move 16 to return-code
               goback
           end-if.

      *> one journal line per channel change, written and verified
      *> before the change itself; created on first use (status 35
      *> only). the whole line is cleared to spaces first: the record
      *> area starts out low-valued, and LINE SEQUENTIAL refuses a
      *> record with control bytes in it.
       write-journal-line.
           move 'N' to ws-jnl-failed-switch
           move spaces to kact-line
           accept kact-date from date yyyymmdd
           accept kact-time from time
           move 'CHN ' to kact-action
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

       end program otp-chanctl.
