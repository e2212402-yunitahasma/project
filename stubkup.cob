           05 bk-nama pic x(30).
           05 bk-kelas pic x(5).
           05 bk-kampus pic x(30).
           05 bk-status pic x.
           05 bk-tgl-status pic x(8).
      *> Trailer sharing the backup record area: 'TRL' tag, export
      *> date, then the exported record count the restore verifies.
       01 backup-trailer.
                       move sm-nama to bk-nama
                       move sm-kelas to bk-kelas
                       move sm-kampus to bk-kampus
                       move sm-status to bk-status
                       move sm-tgl-status to bk-tgl-status
                       write backup-record
                   end-if
               end-perform
           move bk-nama to sm-nama.
           move bk-kelas to sm-kelas.
           move bk-kampus to sm-kampus.
           move bk-status to sm-status.
           move bk-tgl-status to sm-tgl-status.
           write student-master-record
               invalid key perform catat-gagal-muat
               not invalid key add 1 to ws-muat-count
