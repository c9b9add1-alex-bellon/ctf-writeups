      *> dlvrrec.cpy - one delivered message in dlvr.<terminal>, the
      *> recovered plaintext otp-inbatch releases to a terminal's
      *> addressee: a standalone message, or a multi-part set
      *> reassembled whole under its set-id. otp-inbatch appends to
      *> the file across runs; otp-pickup prints what is waiting as
      *> message forms, registers each pickup and trims collected
      *> records out into a dated archive (dlvr.<terminal>.yyyymmdd),
      *> so what is left in the file is exactly what nobody has yet
      *> collected.
      *>
      *> the addressing fields follow the text so that a record
      *> written before they existed reads them as blank: no
      *> precedence given, originating station unknown, delivered
      *> when the ciphertext was timestamped.
       01 dlvr-record.
      *> the message-id, or the set-id of a reassembled set
           05 dlvr-msg-id pic x(08).
           05 dlvr-key-id pic x(08).
      *> the timestamp carried on the received ciphertext
           05 dlvr-timestamp pic x(16).
      *> how many plaintext bytes are significant
           05 dlvr-length pic 9(05).
           05 dlvr-text pic x(4000).
      *> the precedence the message was queued at (F, I, P or R),
      *> blank when the sending station did not say
           05 dlvr-precedence pic x(01).
               88 dlvr-flash value 'F'.
               88 dlvr-immediate value 'I'.
      *> the station the message was first queued at
           05 dlvr-orig-station pic x(08).
      *> yyyymmddhhmmsscc otp-inbatch delivered it here
           05 dlvr-delivered-ts pic x(16).
      *> how many parts a reassembled set arrived in, 0 standalone
           05 dlvr-part-count pic 9(02).
