       fd slip-out.
       01 slip-out-record pic x(60).
       fd hist-file.
       01 hist-record pic x(220).
       fd merge-report.
       01 merge-report-record pic x(100).
       working-storage section.
               sm-kelas delimited by size
               '/' delimited by size
               sm-kampus delimited by size
               '/' delimited by size
               sm-status delimited by size
               '/' delimited by size
               sm-tgl-status delimited by size
               ' | A:' delimited by size
               sm-nama delimited by size
               '/' delimited by size
               sm-kelas delimited by size
               '/' delimited by size
               sm-kampus delimited by size
               '/' delimited by size
               sm-status delimited by size
               '/' delimited by size
               sm-tgl-status delimited by size
               into hist-record.
           write hist-record.
           close hist-file.
