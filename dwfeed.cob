      *> Remembers the last AUD-TIMESTAMP shipped in data/DW-HWM.DAT
      *> and sends only newer audit records, numbered with a batch
      *> sequence, into data/DW-FEED.DAT.
      *> An approved AUDKOR correction reaches the warehouse as the
      *> records it appended - stamped with the time of the
      *> correction, so they ship in the next batch even when the
      *> original went out long ago. AUD-KOREKSI 'B' tells the
      *> warehouse to void the record it holds under the same NPM
      *> and AUD-KOR-REF; a 'G' that follows is the record to load
      *> in its place. The trailer counts them apart so the
      *> warehouse can check it applied every one.
      *>   bin/dwfeed                  normal incremental run
      *>   bin/dwfeed REWIND <yyyymmdd>  rewind the mark so the next
      *>     run resends everything from that date (warehouse resend)
       77  ws-seq-baru pic 9(5).
       77  ws-max-ts pic x(14).
       77  ws-kirim pic 9(6) value 0.
       77  ws-kirim-koreksi pic 9(6) value 0.
       77  ws-lat-hasil pic x.
           88 lingkungan-latihan value 'Y'.
       77  ws-operator pic x(10).
       77  ws-sec-program pic x(10) value 'DWFEED'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
      *> Practice work from the training copy never reaches
      *> the warehouse.
           call 'LATCEK' using ws-lat-hasil.
           if lingkungan-latihan
               display 'LINGKUNGAN LATIHAN - DWFEED TIDAK DIJALANKAN'
               accept ws-operator from environment 'LABOPR'
                   on exception move spaces to ws-operator
               end-accept
               move 'LATIHAN-TLK' to ws-sec-event
               move 'FEED DITAHAN' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           perform baca-hwm.
           if ws-cli-arg(1:6) = 'REWIND'
               if ws-cli-arg(8:8) numeric
                       if aud-npm(1:3) not = 'CTL'
                               and aud-timestamp > ws-hwm
                           add 1 to ws-kirim
                           if aud-batal or aud-ganti
                               add 1 to ws-kirim-koreksi
                           end-if
                           move audit-record to dw-feed-record
                           write dw-feed-record
                           if aud-timestamp > ws-max-ts
           move spaces to dw-feed-record.
           string 'TRL ' delimited by size
               ws-kirim delimited by size
               ' KOREKSI ' delimited by size
               ws-kirim-koreksi delimited by size
               into dw-feed-record.
           write dw-feed-record.
           close dw-feed.
