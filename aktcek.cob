      *> Shared freshness check for the nightly activity summary
      *> (data/ACT-SUMMARY.DAT, built by AKTSUM), in the spirit of
      *> WEEKCAL: the count-only reports call it before deciding
      *> whether to read the summary or rescan the raw trails. The
      *> summary's first line records the size and last-change stamp
      *> of T2202-AUDIT.DAT and ACTIVITY-LOG.DAT as they stood when
      *> it was built; if either trail has been written, archived or
      *> rewritten since, it no longer matches and the summary is
      *> older than its data.
      *> Result: 'Y' summary current, 'T' summary stale, 'N' no
      *> summary (or no header line). Only 'Y' means read it.
       identification division.
       program-id. AKTCEK.
       environment division.
       input-output section.
       file-control.
           select ringkas-file assign to "data/ACT-SUMMARY.DAT"
               organization is line sequential
               file status is ws-rk-status.
       data division.
       file section.
       fd ringkas-file.
           copy AKTSUM.
       working-storage section.
       77  ws-rk-status pic xx.
       77  ws-nama-file pic x(40).
       77  ws-ukuran pic 9(12).
       77  ws-ubah pic 9(14).
       01  ws-info-file.
           05 ws-info-ukuran pic x(8) comp-x.
           05 ws-info-hari pic x comp-x.
           05 ws-info-bulan pic x comp-x.
           05 ws-info-tahun pic x(2) comp-x.
           05 ws-info-jam pic x comp-x.
           05 ws-info-menit pic x comp-x.
           05 ws-info-detik pic x comp-x.
           05 ws-info-centi pic x comp-x.
       linkage section.
       01  ls-hasil pic x.
       procedure division using ls-hasil.
       mulai.
           move 'N' to ls-hasil
           open input ringkas-file
           if ws-rk-status not = "00"
               goback
           end-if
           read ringkas-file
               at end move spaces to akt-summary-header
           end-read
           close ringkas-file
           if not ah-header
               goback
           end-if
           move 'T' to ls-hasil
           move 'data/T2202-AUDIT.DAT' to ws-nama-file
           perform ambil-info-file
           if ws-ukuran not = ah-aud-ukuran
                   or ws-ubah not = ah-aud-ubah
               goback
           end-if
           move 'data/ACTIVITY-LOG.DAT' to ws-nama-file
           perform ambil-info-file
           if ws-ukuran not = ah-act-ukuran
                   or ws-ubah not = ah-act-ubah
               goback
           end-if
           move 'Y' to ls-hasil
           goback.

      *> Same size/stamp rule AKTSUM records with: a trail that does
      *> not exist is size and stamp zero.
       ambil-info-file.
           move 0 to ws-ukuran.
           move 0 to ws-ubah.
           call 'CBL_CHECK_FILE_EXIST' using ws-nama-file,
               ws-info-file.
           if return-code = 0
               move ws-info-ukuran to ws-ukuran
               compute ws-ubah = ws-info-tahun * 10000000000
                   + ws-info-bulan * 100000000
                   + ws-info-hari * 1000000
                   + ws-info-jam * 10000
                   + ws-info-menit * 100
                   + ws-info-detik
           end-if.
           move 0 to return-code.
