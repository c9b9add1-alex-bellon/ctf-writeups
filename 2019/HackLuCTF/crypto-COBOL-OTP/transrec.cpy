      *> terminal requesting the recall in trans-key-id - a cancel
      *> burns no pad and names no keyring entry, so the field is
      *> free to say who. the other fields are unused on a cancel.
      *> 'L', a multi-address message naming a distribution list in
      *> trans-dest, is keyed by the desk in the raw queue only:
      *> otp-edit cuts it into one 'M' per station on the list, so
      *> it never reaches trans.txt.
      *> trans-dest is how the desk queues now: name the destination
      *> terminal and leave the key-id blank, and otp-edit assigns
      *> trans-key-id from the routing directory (route.dat) - the
