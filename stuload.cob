               move reg-nama to sm-nama
               move reg-kelas to sm-kelas
               move reg-kampus to sm-kampus
               move 'A' to sm-status
               accept sm-tgl-status from date yyyymmdd
               write student-master-record
                   invalid key perform catat-duplikat
                   not invalid key perform catat-tambah
