      *> files, and prints a summary of who was archived. Old CTL
      *> control records are dropped from the rewritten audit file
      *> (their totals no longer hold); run bin/audctl TUTUP after a
      *> rollover to lay down a fresh one. A student on cuti in a
      *> graduating kelas has not finished and stays on the live
      *> files; the archive carries each student's status and date.
       identification division.
       program-id. ROLLOVER.
       environment division.
           05 am-nama pic x(30).
           05 am-kelas pic x(5).
           05 am-kampus pic x(30).
           05 am-status pic x.
           05 am-tgl-status pic x(8).
       fd arch-audit.
       01 arch-audit-record pic x(120).
       fd roll-report.
       77  ws-kelas-cocok pic x.
       77  ws-npm-cocok pic x.
       77  ws-mhs-arsip pic 9(4) value 0.
       77  ws-mhs-tahan pic 9(4) value 0.
       77  ws-na-penuh pic x value 'N'.
       77  ws-aud-arsip pic 9(6) value 0.
       77  ws-aud-tinggal pic 9(6) value 0.
                   end-read
                   if ada-lagi
                       perform periksa-kelas-lulus
                       if ws-kelas-cocok = 'Y' and sm-cuti
                           perform tahan-mhs-cuti
                           move 'N' to ws-kelas-cocok
                       end-if
                       if ws-kelas-cocok = 'Y'
                           perform arsipkan-satu-mhs
                               thru arsipkan-satu-mhs-exit
           move sm-nama to am-nama.
           move sm-kelas to am-kelas.
           move sm-kampus to am-kampus.
           move sm-status to am-status.
           move sm-tgl-status to am-tgl-status.
           write arch-master-record.
           add 1 to ws-mhs-arsip.
           add 1 to na-count.
       arsipkan-satu-mhs-exit.
           exit.

       tahan-mhs-cuti.
           add 1 to ws-mhs-tahan.
           move spaces to roll-report-record.
           string 'DITAHAN (CUTI) ' delimited by size
               sm-npm delimited by size
               ' ' delimited by size
               sm-nama delimited by size
               ' ' delimited by size
               sm-kelas delimited by size
               into roll-report-record.
           write roll-report-record.

      *> Nothing has been deleted at this point, so refusing leaves
      *> the live master and audit trail exactly as they were; the
      *> partial dated archive is rebuilt by the rerun.
           move spaces to roll-report-record.
           string 'MAHASISWA DIARSIP : ' delimited by size
               ws-mhs-arsip delimited by size
               '   DITAHAN CUTI : ' delimited by size
               ws-mhs-tahan delimited by size
               into roll-report-record.
           write roll-report-record.
           move spaces to roll-report-record.
