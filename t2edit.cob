      *> already know is clean. Applies the same checks as T2202's
      *> PROSES-TRANSAKSI: known luas shape code, numeric dimensions,
      *> valid unit (blank defaults to CM), NPM numeric and on the
      *> student master. A polygon - a PLG line and the TTK vertex
      *> lines under it - passes or fails as one group, so a deck
      *> never loses a vertex and keeps a different figure.
      *>   bin/t2edit         validate data/T2202-IN.DAT: clean lines
      *>     to data/T2202-IN-VALID.DAT, bad lines with a reason to
      *>     data/T2202-IN-REJECT.DAT
       77  ws-dibaca pic 9(5) value 0.
       77  ws-bersih pic 9(5) value 0.
       77  ws-tolak pic 9(5) value 0.
      *> The PLG group being collected: its lines with their reasons.
       01  grup-tabel.
           02 grup-item occurs 50 times.
               03 grup-baris pic x(34).
               03 grup-alasan pic x(25).
       77  grup-count pic 99 value 0.
       77  grup-idx pic 99.
       77  grup-tolak pic x value 'N'.
       77  ws-baris-simpan pic x(34).
       77  ws-alasan-simpan pic x(25).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
                   end-if
               end-if
           end-perform.
           perform tutup-grup.
           close deck-in.
           close valid-out.
           close reject-out.
                       and trn-shape not = 'PPJ'
                       and trn-shape not = 'TRP'
                       and trn-shape not = 'SQR'
                       and trn-shape not = 'PLG'
                       and trn-shape not = 'TTK'
                   move 'SHAPE TIDAK DIKENAL' to ws-alasan
               end-if
           end-if.
                   move 'SATUAN TIDAK DIKENAL' to ws-alasan
               end-if
           end-if.
           if trn-shape = 'TTK'
               perform simpan-titik
           else
               move trn-kerja to ws-baris-simpan
               move ws-alasan to ws-alasan-simpan
               perform tutup-grup
               move ws-baris-simpan to trn-kerja
               move ws-alasan-simpan to ws-alasan
               if trn-shape = 'PLG'
                   move 1 to grup-count
                   move 'N' to grup-tolak
                   perform catat-grup
               else
                   perform tulis-baris
               end-if
           end-if.

      *> A TTK line joins the open PLG group; with none open it is
      *> rejected on its own.
       simpan-titik.
           if grup-count = 0
               if ws-alasan = spaces
                   move 'TITIK TANPA BARIS PLG' to ws-alasan
               end-if
               perform tulis-baris
           else
               if ws-alasan = spaces and grup-count > 12
                   move 'TITIK LEBIH DARI 12' to ws-alasan
               end-if
               if grup-count < 50
                   add 1 to grup-count
                   perform catat-grup
               else
                   move 'Y' to grup-tolak
                   perform tulis-baris
               end-if
           end-if.

       catat-grup.
           move trn-kerja to grup-baris(grup-count).
           move ws-alasan to grup-alasan(grup-count).
           if ws-alasan not = spaces
               move 'Y' to grup-tolak
           end-if.

      *> Any bad line sends the whole group to the reject file; its
      *> good lines are marked so the operator sees why they moved.
       tutup-grup.
           perform varying grup-idx from 1 by 1
                   until grup-idx > grup-count
               move grup-baris(grup-idx) to trn-kerja
               move grup-alasan(grup-idx) to ws-alasan
               if grup-tolak = 'Y' and ws-alasan = spaces
                   move 'GRUP PLG DITOLAK' to ws-alasan
               end-if
               perform tulis-baris
           end-perform.
           move 0 to grup-count.
           move 'N' to grup-tolak.

       tulis-baris.
           if ws-alasan = spaces
               add 1 to ws-bersih
               move trn-kerja to valid-out-record
