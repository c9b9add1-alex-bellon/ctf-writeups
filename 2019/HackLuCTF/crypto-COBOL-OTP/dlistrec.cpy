      *> dlistrec.cpy - one member of a distribution list in
      *> dlist.dat. a message for several stations used to be keyed
      *> once per station by hand, under message-ids nothing tied
      *> together; a multi-address message (trans-rec-type 'L') now
      *> names a list in trans-dest instead, and otp-edit expands it
      *> into one message per member station. the desk keeps the
      *> lists with otp-dlist, which journals every change to
      *> keyact.jnl.
      *>
      *> dlist.dat is indexed on dl-key - the list name plus the
      *> member terminal - so a list's members read back together,
      *> in terminal order, which is the order the copies are
      *> numbered in.
       01 dl-record.
           05 dl-key.
      *> the list name as keyed in trans-dest
               10 dl-list-id pic x(08).
      *> one member station
               10 dl-terminal pic x(08).
      *> yyyymmdd the member was added, and who added it
           05 dl-added-date pic x(08).
           05 dl-added-by pic x(08).
