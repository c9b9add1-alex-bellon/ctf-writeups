      *> dlvregrec.cpy - one dated line in dlvreg.log, the delivery
      *> register: every delivered message an addressee has
      *> collected from the desk, who collected it, when, and which
      *> operator handed it over. otp-pickup writes the line before
      *> the message is trimmed out of dlvr.<terminal> into its dated
      *> archive, so a message is either still waiting in the
      *> delivery file or has its pickup on record here - never
      *> neither. dlvreg.log is only ever appended to.
       01 dreg-line.
      *> yyyymmdd and hhmmssss the message was collected
           05 dreg-date pic x(08).
           05 filler pic x(01) value space.
           05 dreg-time pic x(08).
           05 filler pic x(01) value space.
      *> the terminal whose delivery file it came out of
           05 dreg-terminal pic x(08).
           05 filler pic x(01) value space.
      *> the message-id, or the set-id of a reassembled set
           05 dreg-msg-id pic x(08).
           05 filler pic x(01) value space.
           05 dreg-key-id pic x(08).
           05 filler pic x(01) value space.
           05 dreg-precedence pic x(01).
           05 filler pic x(01) value space.
           05 dreg-orig-station pic x(08).
           05 filler pic x(01) value space.
      *> yyyymmddhhmmsscc otp-inbatch delivered it
           05 dreg-delivered-ts pic x(16).
           05 filler pic x(01) value space.
      *> whoever signed for it on the addressee's behalf
           05 dreg-collected-by pic x(08).
           05 filler pic x(01) value space.
      *> the operator at the keyboard, as checked against opauth.dat
           05 dreg-operator pic x(08).
