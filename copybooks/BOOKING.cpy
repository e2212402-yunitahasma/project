      *> Station booking, one record per station per slot: the
      *> station (STAMAST ID) reserved for a kelas on one date of a
      *> lab week, from BK-JAM-MULAI up to (not including)
      *> BK-JAM-SELESAI, both HHMM. Kept by BOOKMNT, which refuses
      *> overlapping slots on a station and 'R' stations; BOOKCHK
      *> answers whether a station is booked at a given moment.
      *> A cancelled booking stays on file as 'B' for the record.
       01 BOOKING-RECORD.
           05 BK-KEY.
               10 BK-STASIUN  PIC X(4).
               10 BK-TANGGAL  PIC X(8).
               10 BK-JAM-MULAI PIC X(4).
           05 BK-JAM-SELESAI  PIC X(4).
           05 BK-MINGGU       PIC X(4).
           05 BK-KELAS        PIC X(5).
           05 BK-STATUS       PIC X.
               88 BK-AKTIF    VALUE 'A'.
               88 BK-BATAL    VALUE 'B'.
      *> Date and operator of the booking (or its cancellation).
           05 BK-TGL-CATAT    PIC X(8).
           05 BK-OPERATOR     PIC X(10).
