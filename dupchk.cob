       77  ws-npm-distinct pic 9(5) value 0.
       77  ws-tot-dup pic 9(5) value 0.
       77  ws-ada-grup pic x value 'N'.
       77  ws-kor-hasil pic x.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 'N' to ws-kor-hasil
                       if aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
                       if aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                               and aud-elig not = 'N'
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                           move aud-npm to srt-npm
                           move aud-shape to srt-shape
                           move aud-in1 to srt-in1
