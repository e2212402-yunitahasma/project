      *> is recomputed from the calendar (so records written before
      *> the AUD-LATE flag existed are still caught); when the
      *> calendar has no entry for a week the stored flag decides.
      *> Practice ('P'), operator what-if ('W') and exam ('U')
      *> records stay off the list - instructors only rule on
      *> gradable lab work, the same set every grading-side reader
      *> sees. Work done under an approved make-up (SUSULAN) up to
      *> the make-up week's cutoff is not late and stays off too.
       identification division.
       program-id. LATECHK.
       environment division.
       77  ws-kal-hasil pic x.
       77  ws-cutoff pic x(14).
       77  ws-terlambat pic x.
       77  ws-sus-hasil pic x.
       77  ws-prev-kelas pic x(5).
       77  ws-kelas-count pic 9(5) value 0.
       77  ws-tot-count pic 9(6) value 0.
                       if aud-npm(1:3) not = 'CTL'
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                           perform periksa-satu-record
                       end-if
                   end-if
                   move 'Y' to ws-terlambat
               end-if
           end-if.
           if ws-terlambat = 'Y'
               call 'SUSGET' using aud-npm, aud-lab-week,
                   aud-timestamp, ws-sus-hasil
               if ws-sus-hasil = 'S'
                   move 'N' to ws-terlambat
               end-if
           end-if.
           if ws-terlambat = 'Y'
               perform cari-kelas
               move aud-npm to srt-npm
