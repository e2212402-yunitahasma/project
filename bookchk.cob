      *> Shared station-booking lookup, in the spirit of STACHK: is
      *> this station reserved at this date and time? DRIVER sign-on
      *> and LABATTN sign-in CALL here to warn about a station used
      *> outside any booking. Result: 'Y' inside an active booking
      *> (the booked kelas comes back), 'N' no booking covers the
      *> moment, 'T' the booking file is not set up - callers stay
      *> quiet, so a site without bookings keeps working untouched.
       identification division.
       program-id. BOOKCHK.
       environment division.
       input-output section.
       file-control.
           select booking-file assign to "data/STA-BOOKING.DAT"
               organization is indexed
               access mode is dynamic
               record key is bk-key
               file status is ws-bk-status.
       data division.
       file section.
       fd booking-file.
           copy BOOKING.
       working-storage section.
       01  ws-bk-status pic xx.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       linkage section.
       01  ls-stasiun pic x(4).
       01  ls-tanggal pic x(8).
       01  ls-jam pic x(4).
       01  ls-kelas pic x(5).
       01  ls-hasil pic x.
       procedure division using ls-stasiun, ls-tanggal, ls-jam,
           ls-kelas, ls-hasil.
       mulai.
           move spaces to ls-kelas
           open input booking-file
           if ws-bk-status not = "00"
               move 'T' to ls-hasil
               goback
           end-if
           move 'N' to ls-hasil
           move ls-stasiun to bk-stasiun
           move ls-tanggal to bk-tanggal
           move low-values to bk-jam-mulai
           start booking-file key not < bk-key
               invalid key move "23" to ws-bk-status
           end-start
           if ws-bk-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read booking-file next
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if bk-stasiun not = ls-stasiun
                               or bk-tanggal not = ls-tanggal
                               or bk-jam-mulai > ls-jam
                           move 'Y' to eof-flag
                       else
                           if bk-aktif and ls-jam < bk-jam-selesai
                               move 'Y' to ls-hasil
                               move bk-kelas to ls-kelas
                               move 'Y' to eof-flag
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close booking-file
           goback.
