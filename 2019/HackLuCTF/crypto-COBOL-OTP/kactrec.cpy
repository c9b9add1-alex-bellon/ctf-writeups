      *> pending entry, release, drop and authority-file change lands
      *> here, so the auditors can walk the whole life of an action
      *> from the operator who asked to the operator who approved.
      *> appended to by otp-keyadj, otp-retire, otp-opadm,
      *> otp-compromise, otp-station, otp-ktrbld, otp-chanctl,
      *> otp-dlist and otp-relay; the layout lives here, once.
      *> (otp-keyadj's own keyadj.jnl still carries the old-balance/
      *> new-balance detail of an applied correction, exactly as
      *> before.)
       01 kact-line.
      *> yyyymmdd the event was journalled
           05 kact-date pic x(08).
      *> hhmmssss the event was journalled
           05 kact-time pic x(08).
           05 filler pic x(01) value space.
      *> 'ADJ ' adjustment, 'RET ' retirement, 'AUTH' authority file,
      *> 'CMP ' compromise declaration, 'STN ' station master,
      *> 'KTRB' keytrack rebuild installation, 'CHN ' channel control,
      *> 'DLS ' distribution list, 'RLY ' relay routing
           05 kact-action pic x(04).
           05 filler pic x(01) value space.
      *> the key-id acted on, the operator-id on an AUTH line, the
      *> terminal on a STN line, KEYTRACK on a KTRB line, the far
      *> station on a CHN line, the list name on a DLS line, the
      *> distant station on a RLY line
           05 kact-key-id pic x(08).
           05 filler pic x(01) value space.
      *> ENTERED, RELEASED, DROPPED, ADDED, REMOVED, DECLARED,
      *> CHANGED, SUSPEND, RESUMED, CLOSED, HOME, RESET
           05 kact-event pic x(08).
           05 filler pic x(01) value space.
      *> the operator whose keystrokes caused this line
