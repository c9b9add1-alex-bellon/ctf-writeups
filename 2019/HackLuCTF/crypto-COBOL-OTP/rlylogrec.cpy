      *> rlylogrec.cpy - one dated line in relay.log, the record of
      *> every message otp-inbatch received for a station further on
      *> and queued on toward it. it ties the inbound checkpoint the
      *> message left in inbtrack.dat (message-id, key-id, pad bytes
      *> burned) to the message-id the onward leg was queued under in
      *> transin.txt - the same message-id, kept end to end - so the
      *> desk and the auditors can follow a relayed message across
      *> the station. relay.log is only ever appended to.
       01 rlog-line.
      *> yyyymmdd and hhmmssss the leg was queued
           05 rlog-date pic x(08).
           05 filler pic x(01) value space.
           05 rlog-time pic x(08).
           05 filler pic x(01) value space.
      *> the inbound checkpoint: message-id, the key-id it burned and
      *> how many pad bytes
           05 rlog-in-msg-id pic x(08).
           05 filler pic x(01) value space.
           05 rlog-in-key-id pic x(08).
           05 filler pic x(01) value space.
           05 rlog-in-bytes pic 9(07).
           05 filler pic x(01) value space.
      *> the station the dispatch file came from
           05 rlog-from-station pic x(08).
           05 filler pic x(01) value space.
      *> the end-to-end addressing, carried unchanged
           05 rlog-orig-station pic x(08).
           05 filler pic x(01) value space.
           05 rlog-final-station pic x(08).
           05 filler pic x(01) value space.
           05 rlog-precedence pic x(01).
           05 filler pic x(01) value space.
      *> the message-id the onward leg was queued under, and its set
           05 rlog-out-msg-id pic x(08).
           05 filler pic x(01) value space.
           05 rlog-set-id pic x(08).
           05 filler pic x(01) value space.
      *> QUEUED, or FAILED when the leg could not be written and
      *> the message was not acknowledged
           05 rlog-verdict pic x(06).
