      *>   bin/sturecov <YYYYMMDDHHMMSS>   (or just YYYYMMDD - the
      *>     whole day is replayed)
      *> Every applied change is reported to
      *> data/STURECOV-REPORT.DAT. Only UBAH, STATUS and HAPUS appear
      *> in the journal (adds arrive via STULOAD/COBA1 and are
      *> already in the nightly backup by the next export) - which is
      *> exactly why the replay starts at the backup's own export
      *> date from the TRL trailer, never at the top of the journal:
      *> an old HAPUS from before the backup would otherwise delete a
      *> student who was later re-registered through an unjournaled
      *> add. The after-image is parsed on its '/' separators, so a
      *> kampus containing '/' is truncated at the first one.
           05 bk-nama pic x(30).
           05 bk-kelas pic x(5).
           05 bk-kampus pic x(30).
           05 bk-status pic x.
           05 bk-tgl-status pic x(8).
       01 backup-trailer.
           05 trl-tag pic x(3).
           05 trl-date pic x(8).
       fd student-master.
           copy STUMAST.
       fd hist-file.
       01 hist-record pic x(220).
       fd recov-report.
       01 recov-report-record pic x(100).
       working-storage section.
       77  ws-f2 pic x(12).
       77  ws-f3 pic x(8).
       77  ws-f4 pic x(10).
       77  ws-f5 pic x(90).
       77  ws-f6 pic x(90).
       77  ws-a-nama pic x(30).
       77  ws-a-kelas pic x(5).
       77  ws-a-kampus pic x(30).
       77  ws-a-status pic x.
       77  ws-a-tgl-status pic x(8).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
                       move bk-nama to sm-nama
                       move bk-kelas to sm-kelas
                       move bk-kampus to sm-kampus
                       move bk-status to sm-status
                       move bk-tgl-status to sm-tgl-status
                       write student-master-record
                           invalid key add 1 to ws-gagal-count
                           not invalid key add 1 to ws-muat-count
               when 'UBAH ' perform terapkan-ubah
               when 'HAPUS' perform terapkan-hapus
               when 'GANTI' perform terapkan-ubah
               when 'STATU' perform terapkan-ubah
               when other add 1 to ws-lewat-count
           end-evaluate.

      *> The after-image (A:nama/kelas/kampus/status/tanggal)
      *> replaces or creates the record; a journaled change to a key
      *> missing from the backup is applied as a WRITE so nothing
      *> silently drops. Entries journaled before the status existed
      *> end at kampus and replay as active.
       terapkan-ubah.
           if ws-f6(1:2) not = 'A:'
               add 1 to ws-lewat-count
           move spaces to ws-a-nama.
           move spaces to ws-a-kelas.
           move spaces to ws-a-kampus.
           move spaces to ws-a-status.
           move spaces to ws-a-tgl-status.
           unstring ws-f6(3:88) delimited by '/'
               into ws-a-nama ws-a-kelas ws-a-kampus ws-a-status
                   ws-a-tgl-status.
           move ws-f4(1:8) to sm-npm.
           move ws-a-nama to sm-nama.
           move ws-a-kelas to sm-kelas.
           move ws-a-kampus to sm-kampus.
           move ws-a-status to sm-status.
           move ws-a-tgl-status to sm-tgl-status.
           rewrite student-master-record
               invalid key
                   write student-master-record
