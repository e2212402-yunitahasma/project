               when 'T2202' move 'bin/t2202 BATCH' to ws-cmd
               when 'MATRI' move 'bin/matriks BATCH' to ws-cmd
               when 'AUDCT' move 'bin/audctl TUTUP' to ws-cmd
               when 'PERIK' move 'bin/audctl PERIKSA' to ws-cmd
               when 'WAKTU' move 'bin/jobtime' to ws-cmd
               when 'PISAH' move 'bin/sodrpt' to ws-cmd
               when 'DERET' move 'bin/derchk' to ws-cmd
               when 'RISKO' move 'bin/risiko' to ws-cmd
               when 'WKTKJ' move 'bin/wktkerja' to ws-cmd
               when 'RINGK' move 'bin/aktsum' to ws-cmd
               when 'ASNMX' move 'bin/asnmtx' to ws-cmd
               when 'KALCK' move 'bin/kalmnt PERIKSA' to ws-cmd
               when 'HTULG' move 'bin/audver' to ws-cmd
               when 'ONFAI'
                   move batch-param-record(8:1) to ws-onfail
                   move spaces to ws-cmd
