      *> onwrdrec.cpy - one onward-routing record in onward.dat: the
      *> end-to-end addressing of a message travelling through a
      *> relay station. a dispatch file only says which station cut
      *> it and which it is for; traffic for a station further on
      *> also needs to say where it is finally going, where it
      *> started and at what precedence, so that each relay station
      *> can queue it on unchanged. otp-dispatch puts that on the
      *> wire as an 'R' routing record ahead of the message's detail
      *> line, taken from here.
      *>
      *> a record is written two ways:
      *>   - by otp-inbatch at a relay station, as it queues a
      *>     received message on into transin.txt: the addressing
      *>     off the 'R' record it arrived behind, state Q, no next
      *>     station yet
      *>   - by otp-edit, as it queues traffic for a distant station
      *>     through its relay neighbour, or takes up a message
      *>     otp-inbatch queued: state E, the next station filled in
      *>
      *> otp-dispatch writes the 'R' record only for a state E record
      *> whose next station is the one the dispatch file is for, so
      *> a record left over from a message-id used before cannot
      *> mislabel new traffic; otp-edit deletes such a record when it
      *> queues a message that is not relay traffic.
      *>
      *> onward.dat is indexed on onw-msg-id.
       01 onw-record.
      *> the message-id, kept unchanged end to end; the record key
           05 onw-msg-id pic x(08).
      *> the station the message is finally for
           05 onw-final-station pic x(08).
      *> the station the message was first queued at
           05 onw-orig-station pic x(08).
      *> the precedence it was first queued at, kept on every leg
           05 onw-precedence pic x(01).
      *> the station this leg is dispatched to - the relay
      *> neighbour, or the final station itself on the last leg
           05 onw-next-station pic x(08).
           05 onw-state pic x(01).
               88 onw-awaiting-edit value 'Q'.
               88 onw-queued value 'E'.
      *> yyyymmddhhmmsscc the record was last written, and by what
           05 onw-last-ts pic x(16).
           05 onw-written-by pic x(08).
