      *> Validation of a series definition (DERDEF.cpy) against the
      *> fields of the program it is written for, used by DERGET
      *> before a scheduled series is run or marked and by DERCHK:
      *>   CALL 'DERVAL' USING definisi, basis, hasil, alasan
      *> The series is walked term by term up to DD-MAKS exactly as
      *> its program will run it, and is refused ('T', with the
      *> reason in alasan) when any N up to DD-MAKS would not fit:
      *>   GABUT  terms to 4 digits over 4 digits, the sum within
      *>          +/-9999.999999 (GABUT-REPORT, GABUT-ANSWER)
      *>   IA19B  whole terms to 4 digits, the running total rounded
      *>          to 3 decimals within 0-9999.999 (IA19B-REPORT)
      *>   IA20A  1/x terms summed with + and - over the common
      *>          denominator of term N (to 4 digits, every earlier
      *>          denominator dividing it), numerator within 0-999
      *> and everywhere N within the program's own limit, no zero
      *> denominator and no division by a zero term. basis as for
      *> DERSUK. Hasil 'Y' the definition can be run.
       identification division.
       program-id. DERVAL.
       data division.
       working-storage section.
       77  ws-batas-n pic 99.
       77  ws-i pic 9(3).
       77  ws-n pic 9(3).
       77  ws-num pic 9(9).
       77  ws-den pic 9(9).
       77  ws-op pic x.
       77  ws-suk-hasil pic x.
       77  ws-x pic 9(9).
       77  ws-bagi pic 9(9).
       77  ws-sisa pic 9(9).
       77  ws-jumlah pic s9(4)v9(6).
       77  ws-tot pic s9(5)v999.
       77  ws-pembilang pic s9(5).
       77  ws-sebab pic x(23).
       77  ws-tanda pic x.
       copy LABCTL.
       linkage section.
           copy DERDEF.
       01  ls-basis pic 9(4).
       01  ls-hasil pic x.
       01  ls-alasan pic x(30).
       procedure division using deret-def-record, ls-basis,
           ls-hasil, ls-alasan.
       mulai.
           move 'Y' to ls-hasil.
           move spaces to ls-alasan.
           perform periksa-bentuk.
           if ls-hasil = 'T'
               goback
           end-if.
           evaluate dd-program
               when 'GABUT'
                   if dd-tanda-ganjil = '*' or dd-tanda-ganjil = '/'
                       move 1 to ws-jumlah
                   else
                       move 0 to ws-jumlah
                   end-if
                   perform suku-gabut varying ws-i from 1 by 1
                       until ws-i > dd-maks or ls-hasil = 'T'
               when 'IA19B'
                   if dd-tanda-ganjil = '*' or dd-tanda-ganjil = '/'
                       move 1 to ws-tot
                   else
                       move 0 to ws-tot
                   end-if
                   perform suku-ia19b varying ws-i from 1 by 1
                       until ws-i > dd-maks or ls-hasil = 'T'
               when 'IA20A'
                   perform deret-ia20a varying ws-n from 1 by 1
                       until ws-n > dd-maks or ls-hasil = 'T'
           end-evaluate.
           goback.

       periksa-bentuk.
           evaluate dd-program
               when 'GABUT' move 99 to ws-batas-n
               when 'IA19B' move ctl-maks-ia19b to ws-batas-n
               when 'IA20A' move ctl-maks-ia20a to ws-batas-n
               when other
                   move 'T' to ls-hasil
                   move 'PROGRAM TIDAK DIKENAL' to ls-alasan
           end-evaluate.
           if ls-hasil = 'Y'
               if dd-awal-num not numeric or dd-awal-den not numeric
                       or dd-a not numeric or dd-b not numeric
                       or dd-maks not numeric
                   move 'T' to ls-hasil
                   move 'ANGKA DEFINISI TIDAK SAH' to ls-alasan
               end-if
           end-if.
           if ls-hasil = 'Y' and not dd-aturan-sah
               move 'T' to ls-hasil
               move 'ATURAN SUKU TIDAK DIKENAL' to ls-alasan
           end-if.
           if ls-hasil = 'Y'
               move dd-tanda-ganjil to ws-tanda
               perform periksa-tanda
               move dd-tanda-genap to ws-tanda
               perform periksa-tanda
           end-if.
           if ls-hasil = 'Y'
               if dd-maks = 0 or dd-maks > ws-batas-n
                   move 'T' to ls-hasil
                   move 'MAKS N DI LUAR BATAS PROGRAM' to ls-alasan
               end-if
           end-if.

      *> IA20A only ever adds and subtracts over its common
      *> denominator; the others take all four.
       periksa-tanda.
           if ls-hasil = 'Y'
               if dd-program = 'IA20A'
                   if ws-tanda not = '+' and ws-tanda not = '-'
                       move 'T' to ls-hasil
                       move 'IA20A HANYA TANDA + DAN -' to ls-alasan
                   end-if
               else
                   if ws-tanda not = '+' and ws-tanda not = '-'
                           and ws-tanda not = '*'
                           and ws-tanda not = '/'
                       move 'T' to ls-hasil
                       move 'POLA TANDA TIDAK DIKENAL' to ls-alasan
                   end-if
               end-if
           end-if.

      *> Term ws-i with the checks every program shares; a refusal
      *> names the term it happened at.
       ambil-suku.
           call 'DERSUK' using deret-def-record, ws-i, ls-basis,
               ws-num, ws-den, ws-op, ws-suk-hasil.
           if ws-suk-hasil not = 'Y'
                   or ws-num > 9999 or ws-den > 9999
               move 'SUKU LEBIH 4 DIGIT' to ws-sebab
               perform tolak-suku
           else
               if ws-den = 0
                   move 'PENYEBUT NOL' to ws-sebab
                   perform tolak-suku
               else
                   if ws-op = '/' and ws-num = 0
                       move 'BAGI DENGAN SUKU NOL' to ws-sebab
                       perform tolak-suku
                   end-if
               end-if
           end-if.

      *> IA20A is refused by the length N that does not fit, the
      *> others by the term I.
       tolak-suku.
           move 'T' to ls-hasil.
           move spaces to ls-alasan.
           if dd-program = 'IA20A'
               string ws-sebab delimited by '  '
                   ' N=' delimited by size
                   ws-n delimited by size
                   into ls-alasan
           else
               string ws-sebab delimited by '  '
                   ' I=' delimited by size
                   ws-i delimited by size
                   into ls-alasan
           end-if.

       suku-gabut.
           perform ambil-suku.
           if ls-hasil = 'Y'
               evaluate ws-op
                   when '+'
                       compute ws-jumlah = ws-jumlah + (ws-num / ws-den)
                           on size error perform tolak-jumlah
                       end-compute
                   when '-'
                       compute ws-jumlah = ws-jumlah - (ws-num / ws-den)
                           on size error perform tolak-jumlah
                       end-compute
                   when '*'
                       compute ws-jumlah = ws-jumlah * ws-num / ws-den
                           on size error perform tolak-jumlah
                       end-compute
                   when '/'
                       compute ws-jumlah = ws-jumlah * ws-den / ws-num
                           on size error perform tolak-jumlah
                       end-compute
               end-evaluate
           end-if.

       tolak-jumlah.
           move 'JUMLAH LEWAT 4 DIGIT' to ws-sebab.
           perform tolak-suku.

       suku-ia19b.
           perform ambil-suku.
           if ls-hasil = 'Y' and ws-den not = 1
               move 'IA19B HANYA SUKU BULAT' to ws-sebab
               perform tolak-suku
           end-if.
           if ls-hasil = 'Y'
               evaluate ws-op
                   when '+'
                       compute ws-tot rounded = ws-tot + ws-num
                   when '-'
                       compute ws-tot rounded = ws-tot - ws-num
                   when '*'
                       compute ws-tot rounded = ws-tot * ws-num
                           on size error move 99999 to ws-tot
                       end-compute
                   when '/'
                       compute ws-tot rounded = ws-tot / ws-num
               end-evaluate
               if ws-tot < 0
                   move 'TOTAL NEGATIF' to ws-sebab
                   perform tolak-suku
               else
                   if ws-tot > 9999.999
                       move 'TOTAL LEWAT 9999.999' to ws-sebab
                       perform tolak-suku
                   end-if
               end-if
           end-if.

      *> IA20A prints every partial sum over the denominator of
      *> term N, so each length up to DD-MAKS is its own check.
       deret-ia20a.
           move ws-n to ws-i.
           perform ambil-suku.
           move ws-den to ws-x.
           move 0 to ws-pembilang.
           perform suku-ia20a varying ws-i from 1 by 1
               until ws-i > ws-n or ls-hasil = 'T'.

       suku-ia20a.
           perform ambil-suku.
           if ls-hasil = 'Y' and ws-num not = 1
               move 'IA20A HANYA SUKU 1/X' to ws-sebab
               perform tolak-suku
           end-if.
           if ls-hasil = 'Y'
               divide ws-x by ws-den giving ws-bagi remainder ws-sisa
               if ws-sisa not = 0
                   move 'PENYEBUT TAK MEMBAGI' to ws-sebab
                   perform tolak-suku
               end-if
           end-if.
           if ls-hasil = 'Y'
               if ws-op = '+'
                   add ws-bagi to ws-pembilang
               else
                   subtract ws-bagi from ws-pembilang
               end-if
               if ws-pembilang < 0 or ws-pembilang > 999
                   move 'PEMBILANG DI LUAR 0-999' to ws-sebab
                   perform tolak-suku
               end-if
           end-if.
