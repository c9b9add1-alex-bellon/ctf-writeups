      *> rlyrtrec.cpy - one relay routing entry in relayrt.dat. a
      *> station we hold no pads with can still be reached through
      *> one we do: the entry names the distant station and the
      *> neighbouring station its traffic is sent through. otp-edit
      *> routes a message for a station with no routing-directory
      *> entries of its own by its relay entry - key-id, station and
      *> pad verdicts all taken against the neighbour - and the
      *> neighbour's otp-inbatch queues it on toward the distant
      *> station. a station we hold pads with is always sent to
      *> direct, whatever this table says.
      *>
      *> relayrt.dat is indexed on rlyrt-station and maintained only
      *> through otp-relay, which journals every change to
      *> keyact.jnl.
       01 rlyrt-record.
      *> the distant station; the record key
           05 rlyrt-station pic x(08).
      *> the neighbouring station its traffic goes through
           05 rlyrt-via pic x(08).
      *> yyyymmdd of the last change to the entry, and who made it
           05 rlyrt-changed-date pic x(08).
           05 rlyrt-changed-by pic x(08).
