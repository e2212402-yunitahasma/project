      *> Term I of a series definition (DERDEF.cpy), shared by the
      *> series programs, GABMARK and DERVAL so a definition is walked
      *> the same way everywhere:
      *>   CALL 'DERSUK' USING definisi, i, basis, num, den, op, hasil
      *> Returns the term as num/den and op, the DD-TANDA character
      *> that combines it into the running result. basis is the
      *> week's base for an RB rule with A zero (zero: 3). Hasil 'Y'
      *> term computed, 'O' the term does not fit 9 digits.
       identification division.
       program-id. DERSUK.
       data division.
       working-storage section.
       77  ws-basis pic 9(4).
       77  ws-bagi pic 9(3).
       77  ws-sisa pic 9.
       linkage section.
           copy DERDEF.
       01  ls-i pic 9(3).
       01  ls-basis pic 9(4).
       01  ls-num pic 9(9).
       01  ls-den pic 9(9).
       01  ls-op pic x.
       01  ls-hasil pic x.
       procedure division using deret-def-record, ls-i, ls-basis,
           ls-num, ls-den, ls-op, ls-hasil.
       mulai.
           move 'Y' to ls-hasil.
           move 1 to ls-den.
           divide ls-i by 2 giving ws-bagi remainder ws-sisa.
           if ws-sisa = 0
               move dd-tanda-genap to ls-op
           else
               move dd-tanda-ganjil to ls-op
           end-if.
           if ls-i = 1 and dd-awal-den > 0
               move dd-awal-num to ls-num
               move dd-awal-den to ls-den
               goback
           end-if.
           evaluate true
               when dd-pangkat-bagi
                   compute ls-num = ls-i ** dd-a
                       on size error move 'O' to ls-hasil
                   end-compute
                   compute ls-den = ls-i ** dd-b
                       on size error move 'O' to ls-hasil
                   end-compute
               when dd-pangkat-gilir
                   if ws-sisa = 0
                       compute ls-num = ls-i ** dd-b
                           on size error move 'O' to ls-hasil
                       end-compute
                   else
                       compute ls-num = ls-i ** dd-a
                           on size error move 'O' to ls-hasil
                       end-compute
                   end-if
               when dd-resiprokal
                   move dd-a to ws-basis
                   if ws-basis = 0
                       move ls-basis to ws-basis
                   end-if
                   if ws-basis = 0
                       move 3 to ws-basis
                   end-if
                   move 1 to ls-num
                   compute ls-den = ws-basis ** ls-i
                       on size error move 'O' to ls-hasil
                   end-compute
               when dd-aritmetika
                   compute ls-num = dd-a + (ls-i - 1) * dd-b
                       on size error move 'O' to ls-hasil
                   end-compute
               when dd-geometri
                   compute ls-num = dd-a * dd-b ** (ls-i - 1)
                       on size error move 'O' to ls-hasil
                   end-compute
               when other
                   move 0 to ls-num
           end-evaluate.
           goback.
