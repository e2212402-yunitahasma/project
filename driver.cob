           select usage-log assign to "data/USAGE-LOG.DAT"
               organization is line sequential
               file status is ws-ul-status.
           select latihan-flag assign to "training/data/LATIHAN.FLAG"
               organization is line sequential
               file status is ws-lf-status.
       data division.
       file section.
       fd usage-log.
           05 ul-end pic x(14).
           05 filler pic x.
           05 ul-station pic x(4).
       fd latihan-flag.
       01 latihan-flag-record pic x(40).
       working-storage section.
       77  pilih pic 99.
       77  cmd pic x(60).
       77  ws-sec-detail pic x(20).
       77  ws-sta-hasil pic x.
           88 stasiun-sah value 'Y'.
       77  ws-jam-ini pic x(8).
       77  ws-bk-kelas pic x(5).
       77  ws-bk-hasil pic x.
       77  ws-lf-status pic xx.
       77  ws-latihan-jawab pic x.
       77  ws-dir-latihan pic x(20) value 'training'.
       77  ws-drv-latihan pic x(40) value spaces.
      *> Session text with the Indonesian wording as the built-in
      *> default; MSGCAT overwrites each field when the catalog has
      *> an entry for the language chosen at sign-on.
       01  mc-drv-sandibad pic x(46) value 'SANDI SALAH'.
       01  mc-drv-kunci pic x(46) value
           'AKUN TERKUNCI - HUBUNGI OPERATOR SENIOR'.
       01  mc-drv-nobook pic x(46) value
           'PERINGATAN: STASIUN TIDAK DIPESAN SAAT INI'.
       01  mc-drv-latihan pic x(46) value
           'SESI LATIHAN? (Y/T): '.
       01  mc-drv-latbad pic x(46) value
           'BELUM ADA DATA LATIHAN - bin/latihan RESET'.
       screen section.
       01  bersih.
           02 blank screen.
           02 line 10 column 40 value '20). DISPUTE'.
           02 line 11 column 40 value '21). DISTMGR'.
           02 line 12 column 40 value '22). MATRIKS'.
           02 line 13 column 40 value '23). INSTMNT'.
           02 line 14 column 40 value '24). BOOKMNT'.
           02 line 15 column 40 value '25). GRADEFIN'.
           02 line 4 column 60 value '26). KONTMNT'.
           02 line 5 column 60 value '27). OPRCERT'.
           02 line 6 column 60 value '28). STATIKET'.
           02 line 7 column 60 value '29). KOMENMNT'.
           02 line 8 column 60 value '30). SUSULAN'.
           02 line 9 column 60 value '31). AUDKOR'.
           02 line 10 column 60 value '32). LAPVIEW'.
           02 line 11 column 60 value '33). MSGMNT'.
           02 line 12 column 60 value '34). KALMNT'.
           02 line 16 column 6 pic x(46) from mc-drv-keluar.
           02 line 18 column 6 pic x(46) from mc-drv-pilih.
           02 line 20 column 6 pic x(40) from ws-drv-latihan.
       procedure division.
       mulai.
           if ws-signon-done = 'N'
               when 20 move 'bin/dispute' to cmd
               when 21 move 'bin/distmgr' to cmd
               when 22 move 'bin/matriks' to cmd
               when 23 move 'bin/instmnt' to cmd
               when 24 move 'bin/bookmnt' to cmd
               when 25 move 'bin/gradefin' to cmd
               when 26 move 'bin/kontmnt' to cmd
               when 27 move 'bin/oprcert' to cmd
               when 28 move 'bin/statiket' to cmd
               when 29 move 'bin/komenmnt' to cmd
               when 30 move 'bin/susulan' to cmd
               when 31 move 'bin/audkor' to cmd
               when 32 move 'bin/lapview' to cmd
               when 33 move 'bin/msgmnt' to cmd
               when 34 move 'bin/kalmnt' to cmd
               when other go to mulai
           end-evaluate
           accept ws-run-date from date yyyymmdd
           display 'LABLANG' upon environment-name
           display ws-bahasa upon environment-value
           perform muat-teks
           perform pilih-lingkungan
           display mc-drv-signon
      *> Each shift is bound to a station the way it is bound to an
      *> operator, so a corrupt write or jammed session traces back
               ws-operator, ws-sec-detail
           perform periksa-hari-buka
           perform tentukan-minggu
           perform periksa-booking
           display 'LABOPR' upon environment-name
           display ws-operator upon environment-value
           display 'LABWEEK' upon environment-name
           display ws-lab-week upon environment-value.

      *> A training session runs entirely inside training/, a copy
      *> of the data directory kept by bin/latihan, so every relative
      *> data/ and bin/ path the launched programs open resolves to
      *> the training copy - sign-on, security log and usage log
      *> included. LABTRAIN tells each program's header to show the
      *> banner; it is cleared for a production session so a stale
      *> setting in the shell never marks production as practice.
       pilih-lingkungan.
           display mc-drv-latihan
           move spaces to ws-latihan-jawab
           accept ws-latihan-jawab
           inspect ws-latihan-jawab converting 'y' to 'Y'
           display 'LABTRAIN' upon environment-name
           if ws-latihan-jawab not = 'Y'
               display 'N' upon environment-value
               exit paragraph
           end-if
           open input latihan-flag
           if ws-lf-status not = "00"
               display mc-drv-latbad
               stop run
           end-if
           close latihan-flag
           call 'CBL_CHANGE_DIR' using ws-dir-latihan
           if return-code not = 0
               display mc-drv-latbad
               stop run
           end-if
           display 'Y' upon environment-value
           move '*** LATIHAN - BUKAN DATA PRODUKSI ***'
               to ws-drv-latihan
           display ws-drv-latihan.

      *> Knowing a senior operator's ID no longer unlocks their
      *> functions: the typed password is verified through OPRPWD,
      *> which forces a change on first use and at expiry and locks
               stop run
           end-if.

      *> A station in use outside every booking is only warned about:
      *> the session goes ahead, and BOOKMNT's weekly report lists it
      *> as used-but-unbooked from the usage log.
       periksa-booking.
           accept ws-today from date yyyymmdd
           accept ws-jam-ini from time
           call 'BOOKCHK' using ws-station, ws-today, ws-jam-ini(1:4),
               ws-bk-kelas, ws-bk-hasil
           if ws-bk-hasil = 'N'
               display mc-drv-nobook
           end-if
           if ws-bk-hasil = 'Y'
               display 'BOOKING: ', ws-bk-kelas
           end-if.

      *> The lab week comes off the term calendar for today's date, so
      *> nobody types 0004 during week 5 again; the typed prompt only
      *> appears as a senior-operator override, or as the fallback when
           call 'MSGCAT' using ws-bahasa, 'DRV-SANDIBAD',
               mc-drv-sandibad
           call 'MSGCAT' using ws-bahasa, 'DRV-KUNCI   ',
               mc-drv-kunci
           call 'MSGCAT' using ws-bahasa, 'DRV-NOBOOK  ',
               mc-drv-nobook
           call 'MSGCAT' using ws-bahasa, 'DRV-LATIHAN ',
               mc-drv-latihan
           call 'MSGCAT' using ws-bahasa, 'DRV-LATBAD  ',
               mc-drv-latbad.

      *> Every launch is journaled so USAGERPT can argue for a second
      *> terminal with real utilization numbers.
