      *> Lab attendance line, appended by LABATTN at sign-in ('M')
      *> and sign-out ('K'). AT-STATION is the terminal the student
      *> sat at, recorded at sign-in so BOOKMNT's utilization report
      *> can set seats actually used against the station bookings.
       01 ATTEND-RECORD.
           05 AT-DATE PIC X(8).
           05 FILLER PIC X.
           05 AT-NPM PIC X(8).
           05 FILLER PIC X.
           05 AT-TIPE PIC X.
           05 FILLER PIC X.
           05 AT-TIME PIC X(6).
           05 FILLER PIC X.
           05 AT-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 AT-STATION PIC X(4).
