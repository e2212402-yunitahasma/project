      *> Component list of a compound-figure (KMP) calculation, one
      *> line per figure in data/T2202-KOMP.DAT, written right after
      *> its audit record and tied to it by NPM + AUD-TIMESTAMP the
      *> way T2POLI ties a polygon's vertices (KP-JUMLAH matches the
      *> number of shape digits in the audit record's AUD-IN1).
      *> Components are in entry order; the dimensions are the ones
      *> each component was worked out from, already in KP-UNIT (the
      *> unit of the audit record). Unused slots space/ZERO.
       01 KOMP-RECORD.
           05 KP-NPM          PIC X(8).
           05 KP-TIMESTAMP    PIC X(14).
           05 KP-UNIT         PIC XX.
           05 KP-JUMLAH       PIC 9.
           05 KP-PART OCCURS 5 TIMES.
               10 KP-OP       PIC X.
               10 KP-SHAPE    PIC X(3).
               10 KP-IN1      PIC 99999V99.
               10 KP-IN2      PIC 99999V99.
               10 KP-IN3      PIC 99999V99.
