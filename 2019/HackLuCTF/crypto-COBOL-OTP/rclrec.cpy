      *>            dispatch; the pad stayed burned
      *>   LATE   - already dispatched, recall refused
      *>   NOTFND - no such message anywhere the batch could see
      *>   HELD   - caught by otp-edit in the held traffic (station
      *>            suspended or release time not yet due) and
      *>            dropped there; never queued, no pad burned
           05 rcl-stage pic x(06).
