      *> may pend for the same pad but never two of either.
       01 pend-record.
           05 pend-act-key.
      *> 'ADJ ' balance adjustment, 'RET ' retirement, 'KTRB'
      *> installation of a rebuilt keytrack.dat
               10 pend-action pic x(04).
      *> the key-id the action is aimed at; KEYTRACK on a KTRB
               10 pend-key-id pic x(08).
      *> the corrected balance an ADJ will apply; the candidate
      *> record count a KTRB was entered for; unused on a RET
           05 pend-new-balance pic 9(07).
      *> why: the adjustment reason as entered, or the judged
      *> SPENT/AGED condemnation on a retirement
