      *> chanrec.cpy - one record of the channel control file,
      *> chanctl.dat. xmit-seq only ever numbered the records inside
      *> one xmit.<terminal> file, from 1, and the 'T' trailer only
      *> proved that one file arrived whole; nothing could say a
      *> whole file had gone missing between two runs, or that the
      *> same file had been fed to otp-inbatch twice. every station
      *> pair is now a channel with its own serial number that runs
      *> on across dispatch runs and is stamped on the 'H' header
      *> record of every dispatch file. the record types:
      *>
      *>   H  this station's own terminal id, as the far stations
      *>      know it - the from-station on every header we cut.
      *>      one record, station spaces, set by otp-chanctl HOME
      *>   O  outbound: the next serial otp-dispatch will cut toward
      *>      chan-station
      *>   I  inbound: the next serial otp-inbatch expects from
      *>      chan-station
      *>   G  a gap: one serial from chan-station that has never
      *>      arrived. written by otp-inbatch when a later serial
      *>      lands first, deleted when the missing file does turn up
      *>      (out of order) or when otp-chanctl RESETs the channel
      *>
      *> chanctl.dat is indexed on chan-key, created by the first
      *> program to need it, and changed by hand only through
      *> otp-chanctl, which journals every change to keyact.jnl.
       01 chan-record.
           05 chan-key.
               10 chan-type pic x(01).
                   88 chan-home value 'H'.
                   88 chan-outbound value 'O'.
                   88 chan-inbound value 'I'.
                   88 chan-gap value 'G'.
      *> the far station; spaces on the H record
               10 chan-station pic x(08).
      *> the missing serial on a G record, zero on the others
               10 chan-serial pic 9(07).
      *> O and I: the next serial to cut or to expect
           05 chan-next-serial pic 9(07).
      *> H: this station's own terminal id
           05 chan-home-station pic x(08).
      *> yyyymmddhhmmsscc the record last moved, and who moved it -
      *> the program name when it was a run, not an operator
           05 chan-last-ts pic x(16).
           05 chan-changed-by pic x(08).
