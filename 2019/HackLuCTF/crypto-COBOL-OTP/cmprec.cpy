      *> cmprec.cpy - one compromise register entry in compromise.dat:
      *> a pad whose material is known or suspected to be exposed - a
      *> courier bag gone missing, a station reporting its copy seen
      *> by the wrong eyes. retiring such a pad was the only tool
      *> there was, and retirement waits on two-person release and
      *> destroys the very history the damage assessment needs; a
      *> declaration here takes effect on the next run of every job
      *> that touches traffic instead. otp-edit refuses traffic
      *> against the pad (CMPX) and its routing assignment passes the
      *> pad over, otp-dispatch holds any of its ciphertext still
      *> waiting in cipher.out, and otp-inbatch rejects inbound
      *> traffic on it (CMPX) before a byte is decrypted.
      *>
      *> compromise.dat is indexed on cmp-key-id and written only by
      *> otp-compromise, which journals every declaration to
      *> keyact.jnl first. an entry is never removed: a pad once
      *> exposed stays exposed, and the pad is retired in the
      *> ordinary way when the desk is ready to destroy it.
       01 cmp-record.
      *> the exposed pad; the file's record key
           05 cmp-key-id pic x(08).
      *> the terminal the pad was issued to, off its keyring header
           05 cmp-terminal pic x(08).
      *> the operator who declared the compromise
           05 cmp-declared-by pic x(08).
      *> yyyymmdd + hhmmssss the declaration was registered
           05 cmp-declared-ts pic x(16).
      *> why, as the declaring operator gave it
           05 cmp-reason pic x(30).
