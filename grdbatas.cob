      *> Shared letter-grade conversion, in the spirit of INSTGET:
      *> GRADECALC, GRADEDST and GRADEFIN CALL here so a numeric
      *> grade turns into the same letter everywhere. The boundary
      *> table data/GRADE-BOUNDS.DAT holds the letters and their
      *> lower cut-offs per term, one line each:
      *>   <term> <huruf> <batas>      e.g.  2025-1 AB 075
      *> The term is LABTERM when the desk has set it, otherwise the
      *> latest term on file. A grade gets the letter with the
      *> highest cut-off it reaches; below every cut-off it gets the
      *> lowest letter. Result: 'Y' converted from the table, 'N' no
      *> table for the term - the built-in A/B/C/D/E at 80/70/60/50
      *> is used, so the suite grades exactly as before the table.
      *> The table is read on the first call and kept for the run.
       identification division.
       program-id. GRDBATAS.
       environment division.
       input-output section.
       file-control.
           select grade-bounds assign to "data/GRADE-BOUNDS.DAT"
               organization is line sequential
               file status is ws-gb-status.
       data division.
       file section.
       fd grade-bounds.
       01 grade-bounds-record.
           05 gb-term pic x(6).
           05 filler pic x.
           05 gb-huruf pic x(2).
           05 filler pic x.
           05 gb-batas pic x(3).
       working-storage section.
       01  ws-gb-status pic xx.
       01  ws-dimuat pic x value 'N'.
       01  ws-term pic x(6).
       01  ws-term-pakai pic x(6) value spaces.
       01  batas-tabel.
           02 bt-item occurs 20 times indexed by bt-idx.
               03 bt-huruf pic x(2).
               03 bt-batas pic 9(3).
       01  bt-count pic 99 value 0.
       01  ws-batas-pakai pic s9(3).
       01  ws-batas-min pic 9(3).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       linkage section.
       01  ls-nilai pic 9(3)v99.
       01  ls-huruf pic x(2).
       01  ls-term pic x(6).
       01  ls-hasil pic x.
       procedure division using ls-nilai, ls-huruf, ls-term,
               ls-hasil.
       mulai.
           if ws-dimuat = 'N'
               perform muat-batas
               move 'Y' to ws-dimuat
           end-if
           move ws-term-pakai to ls-term
           if bt-count = 0
               move 'N' to ls-hasil
               evaluate true
                   when ls-nilai >= 80 move 'A ' to ls-huruf
                   when ls-nilai >= 70 move 'B ' to ls-huruf
                   when ls-nilai >= 60 move 'C ' to ls-huruf
                   when ls-nilai >= 50 move 'D ' to ls-huruf
                   when other move 'E ' to ls-huruf
               end-evaluate
               goback
           end-if
           move 'Y' to ls-hasil
           move -1 to ws-batas-pakai
           move 999 to ws-batas-min
           perform varying bt-idx from 1 by 1
                   until bt-idx > bt-count
               if bt-batas(bt-idx) <= ls-nilai
                       and bt-batas(bt-idx) > ws-batas-pakai
                   move bt-batas(bt-idx) to ws-batas-pakai
                   move bt-huruf(bt-idx) to ls-huruf
               end-if
               if ws-batas-pakai < 0
                       and bt-batas(bt-idx) < ws-batas-min
                   move bt-batas(bt-idx) to ws-batas-min
                   move bt-huruf(bt-idx) to ls-huruf
               end-if
           end-perform
           goback.

       muat-batas.
           accept ws-term from environment 'LABTERM'
               on exception move spaces to ws-term
           end-accept
           open input grade-bounds
           if ws-gb-status not = "00"
               exit paragraph
           end-if
           move ws-term to ws-term-pakai
           if ws-term = spaces
               move 'N' to eof-flag
               perform until habis
                   read grade-bounds
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and gb-term > ws-term-pakai
                           and gb-batas numeric
                       move gb-term to ws-term-pakai
                   end-if
               end-perform
               close grade-bounds
               open input grade-bounds
           end-if
           move 'N' to eof-flag
           perform until habis
               read grade-bounds
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and gb-term = ws-term-pakai
                       and gb-batas numeric and gb-huruf not = spaces
                       and bt-count < 20
                   add 1 to bt-count
                   set bt-idx to bt-count
                   move gb-huruf to bt-huruf(bt-idx)
                   move gb-batas to bt-batas(bt-idx)
               end-if
           end-perform
           close grade-bounds.
