      *> seslogrec.cpy - one checkpoint line in session.log, the
      *> interactive otp session log. the batch side checkpoints
      *> every message it burns pad for (audit.trl outbound,
      *> inbtrack.dat inbound); an interactive run used to burn pad
      *> through keytrack.dat and leave nothing else behind, so the
      *> reconciliation could not tell its consumption from real
      *> drift. every interactive encrypt or decrypt that burns pad
      *> now writes one line here naming the message, the pad, the
      *> bytes burned, the direction and the operator at the
      *> keyboard, and otp-recon, otp-stats and otp-ktrbld read it
      *> alongside the batch checkpoints. session.log is only ever
      *> appended to.
       01 ses-line.
      *> yyyymmdd and hhmmssss the session burned the pad
           05 ses-date pic x(08).
           05 filler pic x(01) value space.
           05 ses-time pic x(08).
           05 filler pic x(01) value space.
           05 ses-msg-id pic x(08).
           05 filler pic x(01) value space.
           05 ses-key-id pic x(08).
           05 filler pic x(01) value space.
      *> the pad's burned-byte count the session started from, and
      *> how many bytes it burned on top of it
           05 ses-start-offset pic 9(07).
           05 filler pic x(01) value space.
           05 ses-bytes pic 9(07).
           05 filler pic x(01) value space.
      *> E encrypt, D decrypt
           05 ses-direction pic x(01).
               88 ses-encrypt value 'E'.
               88 ses-decrypt value 'D'.
           05 filler pic x(01) value space.
      *> the operator at the keyboard, as checked against opauth.dat
           05 ses-operator pic x(08).
           05 filler pic x(01) value space.
      *> OK, DRY when the pad ran out inside the message, RTRP when a
      *> decrypt's round trip failed and the plaintext was withheld -
      *> the pad is burned all the same
           05 ses-verdict pic x(04).
