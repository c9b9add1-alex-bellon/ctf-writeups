      *> stnrec.cpy - one station master record in station.dat. a
      *> "terminal" used to be nothing more than an 8-character string
      *> repeated across the keyring header, route.dat, custody.dat
      *> and the xmit./dlvr./ack. file names; nothing said which
      *> stations exist, what they are called or whether they are
      *> open, so a typo in trans-dest only failed when route.dat
      *> happened to be empty for it, and a station shut down last
      *> month would still get pad cut for it. the station master
      *> answers that, and the traffic programs respect its status:
      *>
      *>   A  active    - traffic flows normally
      *>   S  suspended - otp-edit holds the station's traffic in the
      *>                  held-traffic file instead of queueing it,
      *>                  and releases it on the first cycle after
      *>                  the station is resumed; otp-padcut cuts no
      *>                  pad for it
      *>   C  closed    - otp-edit rejects the station's traffic
      *>                  (STNX, the same as a terminal not on file at
      *>                  all), otp-padcut cuts no pad for it and
      *>                  otp-dispatch cuts no dispatch file for it.
      *>                  a closed station is never reopened or
      *>                  removed - its record stays so the rejects
      *>                  keep saying why.
      *>
      *> station.dat is indexed on stn-terminal and maintained only
      *> through otp-station, which journals every change to
      *> keyact.jnl. a site with no station.dat yet gates nothing -
      *> every program behaves as it did before the master existed.
       01 stn-record.
      *> the terminal id as it appears everywhere else; the record key
           05 stn-terminal pic x(08).
      *> the station's name in plain words
           05 stn-name pic x(30).
           05 stn-status pic x(01).
               88 stn-active value 'A'.
               88 stn-suspended value 'S'.
               88 stn-closed value 'C'.
      *> the courier route the station's pads travel by
           05 stn-courier-route pic x(08).
      *> yyyymmdd the station was added
           05 stn-opened-date pic x(08).
      *> yyyymmdd of the last change to the record, and who made it
           05 stn-changed-date pic x(08).
           05 stn-changed-by pic x(08).
