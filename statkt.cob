      *> Shared station fault-ticket keeper, called by STAMNT and the
      *> STATIKET desk screen so a ticket is opened and closed the
      *> same way from both:
      *>   CALL 'STATKT' USING fungsi, stasiun, operator, sumber,
      *>       alasan, hasil, nomor
      *> fungsi 'B' opens a ticket for the station (hasil 'A' when
      *> one is already open - nomor is that ticket), 'T' closes the
      *> open ticket and links the station's file errors and jammed
      *> sessions to it (hasil 'N' when none is open). Hasil 'P'
      *> means the ticket file is over the table size and nothing was
      *> written; 'Y' is done. A session is jammed when it ran for
      *> ws-macet-menit minutes or more, or never recorded its end.
       identification division.
       program-id. STATKT.
       environment division.
       input-output section.
       file-control.
           select tiket-file assign to "data/STA-TIKET.DAT"
               organization is line sequential
               file status is ws-tk-status.
           select tiket-link assign to "data/STA-TIKET-LINK.DAT"
               organization is line sequential
               file status is ws-lk-status.
           select file-error-log assign to "data/FILE-ERROR.DAT"
               organization is line sequential
               file status is ws-fe-status.
           select usage-log assign to "data/USAGE-LOG.DAT"
               organization is line sequential
               file status is ws-ul-status.
       data division.
       file section.
       fd tiket-file.
           copy STATIKET.
       fd tiket-link.
       01 link-record.
           05 lk-no pic 9(5).
           05 filler pic x.
           05 lk-jenis pic x(3).
           05 filler pic x.
           05 lk-baris pic x(100).
       fd file-error-log.
       01 file-error-record pic x(100).
       fd usage-log.
       01 usage-log-record.
           05 ul-date pic x(8).
           05 filler pic x.
           05 ul-program pic x(12).
           05 filler pic x.
           05 ul-operator pic x(10).
           05 filler pic x.
           05 ul-start pic x(14).
           05 filler pic x.
           05 ul-end pic x(14).
           05 filler pic x.
           05 ul-station pic x(4).
       working-storage section.
       01  ws-tk-status pic xx.
       01  ws-lk-status pic xx.
       01  ws-fe-status pic xx.
       01  ws-ul-status pic xx.
       01  ws-macet-menit pic 9(4) value 120.
       01  ws-sekarang pic x(14).
       01  ws-no-max pic 9(5).
       01  ws-dari-ts pic x(14).
       01  ws-err-cnt pic 9(3).
       01  ws-macet-cnt pic 9(3).
       01  ws-fe-ts pic x(14).
       01  ws-fe-f2 pic x(10).
       01  ws-fe-f3 pic x(30).
       01  ws-fe-f4 pic x(8).
       01  ws-fe-f5 pic x(10).
       01  ws-fe-sta pic x(10).
       01  ws-ts pic x(14).
       01  ws-ts-tgl pic 9(8).
       01  ws-ts-jam pic 9(2).
       01  ws-ts-mnt pic 9(2).
       01  ws-menit-a pic 9(9).
       01  ws-menit-b pic 9(9).
       01  ws-durasi pic s9(9).
       01  ws-macet pic x.
       01  tiket-tabel.
           02 tt-baris pic x(128) occurs 500 times.
       01  tt-count pic 9(3) value 0.
       01  tt-idx pic 9(3).
       01  tt-penuh pic x.
       01  tt-buka pic 9(3).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       linkage section.
       01  ls-fungsi pic x.
       01  ls-st-id pic x(4).
       01  ls-operator pic x(10).
       01  ls-sumber pic x(5).
       01  ls-alasan pic x(30).
       01  ls-hasil pic x.
       01  ls-no pic 9(5).
       procedure division using ls-fungsi, ls-st-id, ls-operator,
           ls-sumber, ls-alasan, ls-hasil, ls-no.
       mulai.
           move 'Y' to ls-hasil.
           move 0 to ls-no.
           accept ws-sekarang(1:8) from date yyyymmdd.
           accept ws-sekarang(9:6) from time.
           perform muat-tiket.
           if tt-penuh = 'Y'
               move 'P' to ls-hasil
               goback
           end-if.
           if ls-fungsi = 'B'
               perform buka-tiket
           else
               perform tutup-tiket
           end-if.
           goback.

      *> The table also yields the highest number, the station's open
      *> ticket and the closing time of its latest closed one.
       muat-tiket.
           move 0 to tt-count.
           move 0 to ws-no-max.
           move 0 to tt-buka.
           move spaces to ws-dari-ts.
           move 'N' to tt-penuh.
           open input tiket-file.
           if ws-tk-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read tiket-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if tt-count < 500
                           add 1 to tt-count
                           move tiket-record to tt-baris(tt-count)
                           perform catat-tiket
                       else
                           move 'Y' to tt-penuh
                       end-if
                   end-if
               end-perform
               close tiket-file
           end-if.

       catat-tiket.
           if tk-no numeric and tk-no > ws-no-max
               move tk-no to ws-no-max
           end-if.
           if tk-st-id = ls-st-id
               if tk-buka
                   move tt-count to tt-buka
               else
                   if tk-tutup-ts > ws-dari-ts
                       move tk-tutup-ts to ws-dari-ts
                   end-if
               end-if
           end-if.

       buka-tiket.
           if tt-buka > 0
               move tt-baris(tt-buka) to tiket-record
               move tk-no to ls-no
               move 'A' to ls-hasil
               goback
           end-if.
           open extend tiket-file.
           if ws-tk-status = "35"
               open output tiket-file
           end-if.
           move spaces to tiket-record.
           compute tk-no = ws-no-max + 1.
           move 'BUKA' to tk-status.
           move ls-st-id to tk-st-id.
           move ws-sekarang to tk-buka-ts.
           move ls-operator to tk-pelapor.
           move ls-sumber to tk-sumber.
           move ls-alasan to tk-alasan.
           move ws-dari-ts to tk-dari-ts.
           move 0 to tk-err-cnt.
           move 0 to tk-macet-cnt.
           write tiket-record.
           close tiket-file.
           move tk-no to ls-no.

       tutup-tiket.
           if tt-buka = 0
               move 'N' to ls-hasil
               goback
           end-if.
           move tt-baris(tt-buka) to tiket-record.
           move tk-no to ls-no.
           move tk-dari-ts to ws-dari-ts.
           move 0 to ws-err-cnt.
           move 0 to ws-macet-cnt.
           open extend tiket-link.
           if ws-lk-status = "35"
               open output tiket-link
           end-if.
           perform tautkan-file-error.
           perform tautkan-sesi-macet.
           close tiket-link.
           move tt-baris(tt-buka) to tiket-record.
           move 'TUTP' to tk-status.
           move ws-sekarang to tk-tutup-ts.
           move ls-operator to tk-penutup.
           move ws-err-cnt to tk-err-cnt.
           move ws-macet-cnt to tk-macet-cnt.
           move tiket-record to tt-baris(tt-buka).
           open output tiket-file.
           perform varying tt-idx from 1 by 1
                   until tt-idx > tt-count
               move tt-baris(tt-idx) to tiket-record
               write tiket-record
           end-perform.
           close tiket-file.

      *> FIOERR line: ts | program | file | operation | STATUS xx
      *> | STA ssss. Lines from before the station was recorded have
      *> no STA column and cannot be tied to a station.
       tautkan-file-error.
           open input file-error-log.
           if ws-fe-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read file-error-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move spaces to ws-fe-ts ws-fe-sta
                       unstring file-error-record delimited by ' | '
                           into ws-fe-ts ws-fe-f2 ws-fe-f3 ws-fe-f4
                               ws-fe-f5 ws-fe-sta
                       end-unstring
                       if ws-fe-sta(1:4) = 'STA '
                               and ws-fe-sta(5:4) = ls-st-id
                               and ws-fe-ts > ws-dari-ts
                               and ws-fe-ts <= ws-sekarang
                           add 1 to ws-err-cnt
                           move spaces to link-record
                           move ls-no to lk-no
                           move 'FIO' to lk-jenis
                           move file-error-record to lk-baris
                           write link-record
                       end-if
                   end-if
               end-perform
               close file-error-log
           end-if.

       tautkan-sesi-macet.
           open input usage-log.
           if ws-ul-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read usage-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if ul-station = ls-st-id
                               and ul-start > ws-dari-ts
                               and ul-start <= ws-sekarang
                           perform cek-macet
                           if ws-macet = 'Y'
                               add 1 to ws-macet-cnt
                               move spaces to link-record
                               move ls-no to lk-no
                               move 'SES' to lk-jenis
                               move usage-log-record to lk-baris
                               write link-record
                           end-if
                       end-if
                   end-if
               end-perform
               close usage-log
           end-if.

       cek-macet.
           move 'N' to ws-macet.
           if not ul-end numeric
               move 'Y' to ws-macet
           else
               move ul-start to ws-ts
               perform ts-ke-menit
               move ws-menit-b to ws-menit-a
               move ul-end to ws-ts
               perform ts-ke-menit
               compute ws-durasi = ws-menit-b - ws-menit-a
               if ws-durasi >= ws-macet-menit
                   move 'Y' to ws-macet
               end-if
           end-if.

       ts-ke-menit.
           move 0 to ws-menit-b.
           if ws-ts numeric
               move ws-ts(1:8) to ws-ts-tgl
               move ws-ts(9:2) to ws-ts-jam
               move ws-ts(11:2) to ws-ts-mnt
               if function test-date-yyyymmdd(ws-ts-tgl) = 0
                   compute ws-menit-b =
                       function integer-of-date(ws-ts-tgl) * 1440
                       + ws-ts-jam * 60 + ws-ts-mnt
               end-if
           end-if.
