       77  ws-cari-tgl pic x(6).
       77  ws-slip-name pic x(40).
       01  blok-tabel.
      *> Room for a full session of 20 results, each polygon with its
      *> vertex lines under it.
           02 blok-baris pic x(60) occurs 150 times.
       77  blok-count pic 9(3) value 0.
       77  blok-idx pic 9(3).
       77  ws-blok-npm-cocok pic x value 'N'.
       77  ws-blok-tgl-cocok pic x value 'N'.
       77  ws-emit pic 9(4) value 0.
                   move 'N' to ws-blok-tgl-cocok
               end-if
           end-if.
           if blok-count < 150
               add 1 to blok-count
               move slip-in-record to blok-baris(blok-count)
           end-if.
