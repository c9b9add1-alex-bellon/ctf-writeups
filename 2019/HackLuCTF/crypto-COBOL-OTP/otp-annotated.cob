      *> otp reads a one-time-pad keyring and xors an operator-typed
      *> message against the pad bytes for a chosen key-id.
      *>
      *>   otp <key-id> <message-id> <ENCRYPT|DECRYPT> <operator>
      *>
      *> modification history:
      *>   the keyring used to be a single flat key.txt holding one
      *>   50-byte pad with no way to tell terminals apart. key-file is
      *>   keyring.dat keyed on key-id plus record sequence (loaded
      *>   once from key.txt by otp-keycvt), so a run seeks straight
      *>   to the record holding the first unburned byte.
      *>   an interactive run used to burn pad with nothing but the
      *>   keytrack balance to show for it, so the reconciliation
      *>   read every key-id with interactive traffic as out of
      *>   balance. a fourth parameter now names the operator at the
      *>   keyboard, who must be registered in opauth.dat before any
      *>   pad is touched, and every run that burns pad appends a
      *>   checkpoint to session.log (seslogrec.cpy) - message-id,
      *>   key-id, pad bytes, direction and operator - which the
      *>   reconciliation adds to its audit-side sums.

       environment division.
           input-output section.
      *> dated exception entries for a bad key-file open/read
               file status is ws-excp-file-status.

               select opauth-file assign to 'opauth.dat'
               organization indexed
               access mode dynamic
               record key is opauth-operator
      *> the operators allowed to run this program
               file status is opauth-status.

               select session-file assign to 'session.log'
               organization line sequential
      *> one checkpoint per run that burns pad
               file status is ws-ses-file-status.

       data division.
           file section.
           fd key-file. *> file name
           fd except-file. *> one line per key-file open/read exception
           copy excprec.

           fd opauth-file.
           copy opauthrec.

           fd session-file. *> one line per run that burned pad
           copy seslogrec.

      *> temporary vars and file structures
           working-storage section.
           01 ws-flag pic x(1). *> flag is a 1 byte alphanumeric var
           77 ws-excp-operation pic x(04).
      *> free-text explanation, filled in before logging an exception
           77 ws-excp-message pic x(40).
      *> operator at the keyboard, fourth command-line parameter
           77 ws-operator-id pic x(08) value spaces.
      *> file status for opauth-file
           77 opauth-status pic x(2) value spaces.
      *> 'Y' once the operator is found registered in opauth.dat
           77 ws-operator-ok-switch pic x(1) value 'N'.
               88 ws-operator-ok value 'Y'.
      *> file status for session-file
           77 ws-ses-file-status pic x(02) value spaces.
      *> OK, DRY or RTRP, the verdict the session checkpoint carries
           77 ws-ses-verdict pic x(04) value spaces.

       procedure division.
           move 1 to ws-arg-num. *> arg 1: which keyring entry to burn
               move 'E' to ws-wanted-mode
           end-if.

      *> arg 4: the operator at the keyboard, checked before any pad
      *> is touched
           move 4 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value.
           perform check-operator-authority.
           if not ws-operator-ok
               move 16 to return-code
               goback
           end-if.

           open input key-file.
           if ws-key-file-status not = '00'
               move spaces to key-record
           close cipher-file.

           perform record-bytes-used.
           move 'OK' to ws-ses-verdict.
           if ws-key-exhausted
               move 'DRY' to ws-ses-verdict
           end-if.
           perform write-session-checkpoint.

      *> types ciphertext in, xors it against the pad to recover
      *> plaintext, then independently re-derives the same pad bytes a
           if ws-verify-bad
               display '*** decrypt round trip did not match - key'
                   ' offset is misaligned, plaintext withheld ***'
               move 'RTRP' to ws-ses-verdict
           else
               display ws-plain-buf(1:ws-msg-len)
               move 'OK' to ws-ses-verdict
           end-if.
           perform write-session-checkpoint.

      *> turns the burned-byte count into a keyring position - record
      *> ws-bytes-used / 50 + 1, byte within it the remainder + 1 -
               open extend cipher-file
           end-if.

      *> the operator named on the command line must be registered in
      *> opauth.dat - any class may run a session - or nothing is
      *> touched. a missing opauth.dat refuses everyone, the same as
      *> the key-management programs.
       check-operator-authority.
           move 'N' to ws-operator-ok-switch
           if ws-operator-id = spaces
               display '*** operator id (fourth parameter) is'
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
           move ws-operator-id to opauth-operator
           read opauth-file
               invalid key
                   display '*** operator ' ws-operator-id
                       ' is not registered ***'
               not invalid key
                   if opauth-may-cut
                       move 'Y' to ws-operator-ok-switch
                   else
                       display '*** operator ' ws-operator-id
                           ' holds unknown class ' opauth-class
                           ' ***'
                   end-if
           end-read
           close opauth-file.

      *> appends this run's checkpoint to session.log, creating the
      *> log on first use. a run that burned nothing leaves no line.
      *> the pad is burned whether or not the line lands, so a
      *> failed write is raised for the desk rather than let the
      *> reconciliation find it as drift.
      *> the whole line is cleared to spaces first, as for
      *> except-file.
       write-session-checkpoint.
           if ws-total-consumed = 0
               exit paragraph
           end-if
           open extend session-file
           if ws-ses-file-status not = '00'
               open output session-file
               close session-file
               open extend session-file
           end-if
           move spaces to ses-line
           accept ses-date from date yyyymmdd
           accept ses-time from time
           move ws-wanted-msg-id to ses-msg-id
           move ws-wanted-key-id to ses-key-id
           move ws-bytes-used to ses-start-offset
           move ws-total-consumed to ses-bytes
           move ws-wanted-mode to ses-direction
           move ws-operator-id to ses-operator
           move ws-ses-verdict to ses-verdict
           write ses-line
           if ws-ses-file-status not = '00'
               display '*** session.log write failed, status '
                   ws-ses-file-status ' - note ' ws-total-consumed
                   ' bytes of ' ws-wanted-key-id ' by hand ***'
               move 16 to return-code
           end-if
           close session-file.

      *> keytrack-file may not exist yet on a terminal's first run -
      *> status 35 - and only then is it created empty. any other
      *> status means a real file that would not open, and opening
