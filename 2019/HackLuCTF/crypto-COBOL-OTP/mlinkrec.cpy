      *> mlinkrec.cpy - one copy of a multi-address message in
      *> mlink.dat. otp-edit expands a multi-address message into
      *> one ordinary message per station on its distribution list,
      *> each under a message-id of its own derived from the
      *> parent's: the parent's id (six characters at most, short
      *> ones filled out with '-') followed by the copy's two-digit
      *> number. every copy it cuts is recorded here, tying the copy
      *> back to its parent, so the collective status report
      *> (otp-dlist STATUS) can follow each addressee's copy through
      *> encryption, dispatch and acknowledgment.
      *>
      *> mlink.dat is indexed on the copy's message-id. an edit rerun
      *> in the same cycle rewrites the same records.
       01 mlnk-record.
      *> the copy's own message-id; the record key
           05 mlnk-msg-id pic x(08).
      *> the multi-address message it was cut from, and its list
           05 mlnk-parent-id pic x(08).
           05 mlnk-list-id pic x(08).
      *> the copy's number within the parent, 1 upward, in list
      *> order, and the station it is for
           05 mlnk-copy-num pic 9(02).
           05 mlnk-terminal pic x(08).
      *> the edit's verdict on the copy: spaces when it was queued,
      *> the hold code when it was held, the reason code when it
      *> was rejected
           05 mlnk-verdict pic x(04).
      *> the key-id the copy was queued against, spaces if none
           05 mlnk-key-id pic x(08).
      *> yyyymmdd + hhmmssss of the edit run that cut the copy
           05 mlnk-edit-ts pic x(16).
