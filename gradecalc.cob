      *> Term grade engine: combines the marks the suite already
      *> produces - GRADEEXT's distinct activity counts, GABMARK's
      *> LULUS/GAGAL verdicts, the KUISA quiz scores and the T2202
      *> exam scores - under a weighting rubric the instructors
      *> maintain in data/GRADE-WEIGHTS.DAT, so weights change per
      *> term without a code change. Rubric lines:
      *>   AKTIV <bobot> <penuh>   activity weight and the distinct
      *>                           count that earns full marks
      *>   GABUT <bobot>           series verdict weight (LULUS=100)
      *>   KUIS  <bobot>           quiz score weight (score as read)
      *>   UJIAN <bobot>           T2202 exam weight (mean of the
      *>                           NPM's exam scores; default 0 so
      *>                           a rubric without the line grades
      *>                           as before)
      *>   MATRI <bobot>           MATRIKS week score from MTXMARK
      *>                           (default 0, like UJIAN)
      *> Writes the per-NPM term grade file data/TERM-GRADE.DAT and a
      *> per-kelas sheet data/GRADE-SHEET.DAT with names from the
      *> student master and each kelas's instructor (INSTGET). A
      *> missing input leaves that component zero and says so in the
      *> sheet header rather than failing the run.
      *> The letter comes from the term's boundary table through
      *> GRDBATAS (built-in 80/70/60/50 when there is none).
      *> A student the extract marks cuti ('C') or keluar ('K') is
      *> not graded on missing work: TERM-GRADE shows letter T or W
      *> with the status and its date, and the sheet shows the status
      *> in place of the mark.
      *> A kelas finalized through GRADEFIN is never recomputed: its
      *> frozen lines from data/GRADE-FINAL.DAT (with any approved
      *> change applied) are written back to TERM-GRADE as they are,
      *> and the sheet marks them FINAL. An NPM that reached a final
      *> kelas after sign-off has no frozen line: its computed line
      *> is written so GRADEFIN FINALISASI can freeze it, but the
      *> sheet marks it BELUM FINAL and the run counts it, so no
      *> such grade goes out as signed off.
       identification division.
       program-id. GRADECALC.
       environment division.
           select kuisa-score assign to "data/KUISA-SCORE.DAT"
               organization is line sequential
               file status is ws-ks-status.
           select ujian-score assign to "data/UJIAN-SCORE.DAT"
               organization is line sequential
               file status is ws-uj-status.
           select matriks-score assign to "data/MATRIKS-SCORE.DAT"
               organization is line sequential
               file status is ws-mx-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
           select grade-sheet assign to "data/GRADE-SHEET.DAT"
               organization is line sequential
               file status is ws-gs-status.
           select grade-final assign to "data/GRADE-FINAL.DAT"
               organization is line sequential
               file status is ws-gf-status.
       data division.
       file section.
       fd weight-file.
           05 ks-npm pic x(8).
           05 filler pic x.
           05 ks-score pic 9(3).
       fd ujian-score.
       01 ujian-score-record.
           05 uj-npm pic x(8).
           05 filler pic x.
           05 uj-score pic 9(3).
           05 filler pic x(31).
       fd matriks-score.
       01 matriks-score-record.
           05 mx-npm pic x(8).
           05 filler pic x.
           05 mx-score pic 9(3).
       fd student-master.
           copy STUMAST.
       fd term-grade.
       01 term-grade-record pic x(88).
       fd grade-sheet.
       01 grade-sheet-record pic x(80).
       fd grade-final.
           copy GRDFINAL.
       working-storage section.
       77  ws-wgt-status pic xx.
       77  ws-ext-status pic xx.
       77  ws-gm-status pic xx.
       77  ws-ks-status pic xx.
       77  ws-uj-status pic xx.
       77  ws-mx-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-tg-status pic xx.
       77  ws-gs-status pic xx.
       77  ws-penuh-aktiv pic 9(3) value 20.
       77  ws-bobot-gabut pic 9(3) value 30.
       77  ws-bobot-kuis pic 9(3) value 30.
       77  ws-bobot-ujian pic 9(3) value 0.
       77  ws-bobot-matri pic 9(3) value 0.
       77  ws-rubrik-ada pic x value 'N'.
       77  ws-gm-ada pic x value 'N'.
       77  ws-ks-ada pic x value 'N'.
       77  ws-uj-ada pic x value 'N'.
       77  ws-mx-ada pic x value 'N'.
       77  ws-master-ada pic x value 'N'.
       01  mhs-tabel.
           02 mt-item occurs 2000 times indexed by mt-idx.
               03 mt-aktiv pic 9(5).
               03 mt-gabut pic x.
               03 mt-kuis pic 9(3).
               03 mt-ujian-tot pic 9(5).
               03 mt-ujian-n pic 9(3).
               03 mt-matri pic 9(3).
               03 mt-status pic x.
               03 mt-tgl-status pic x(8).
       77  mt-count pic 9(4) value 0.
       77  mt-penuh pic x value 'N'.
       01  kelas-tabel.
       77  ws-n-aktiv pic 9(3).
       77  ws-n-gabut pic 9(3).
       77  ws-n-kuis pic 9(3).
       77  ws-n-ujian pic 9(3).
       77  ws-n-matri pic 9(3).
       77  ws-final pic 9(3)v99.
       77  ws-final-ed pic zz9.99.
       77  ws-huruf pic x(2).
       77  ws-batas-term pic x(6).
       77  ws-batas-hasil pic x value 'N'.
       77  ws-teks-status pic x(15).
       77  ws-gf-status pic xx.
       77  ws-nilai-cetak pic x(6).
       77  ws-huruf-cetak pic x(2).
      *> Frozen lines of finalized kelas, matched by NPM and kelas;
      *> fz-pakai marks the ones written back this run.
       01  final-tabel.
           02 fz-item occurs 2000 times indexed by fz-idx.
               03 fz-kelas pic x(5).
               03 fz-npm pic x(8).
               03 fz-tgl pic x(8).
               03 fz-baris pic x(88).
               03 fz-pakai pic x.
       77  fz-count pic 9(4) value 0.
       77  fz-penuh pic x value 'N'.
       77  ws-beku pic x.
       77  ws-kelas-final pic x.
       77  ws-belum-final pic 9(4) value 0.
       77  ws-dibekukan pic 9(4) value 0.
       77  ws-dosen-kode pic x(6).
       77  ws-dosen-nama pic x(30).
       77  ws-dosen-hasil pic x.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
           end-if.
           perform muat-gabut-mark.
           perform muat-kuisa-score.
           perform muat-ujian-score.
           perform muat-matriks-score.
           perform muat-final.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           if fz-count > 0
               display 'NILAI FINAL DIPERTAHANKAN : ' ws-dibekukan
           end-if.
           if ws-belum-final > 0
               display 'KELAS FINAL, NILAI BELUM DIBEKUKAN : '
                   ws-belum-final
               display 'BEKUKAN LEWAT bin/gradefin (FINALISASI)'
           end-if.
           if fz-penuh = 'Y'
               display 'PERHATIAN: GRADE-FINAL.DAT > 2000 BARIS'
           end-if.
           display 'PERHITUNGAN SELESAI, LIHAT data/TERM-GRADE.DAT'.
           display 'LEMBAR PER KELAS DI data/GRADE-SHEET.DAT'.

                               if wgt-bobot numeric
                                   move wgt-bobot to ws-bobot-kuis
                               end-if
                           when 'UJIAN'
                               if wgt-bobot numeric
                                   move wgt-bobot to ws-bobot-ujian
                               end-if
                           when 'MATRI'
                               if wgt-bobot numeric
                                   move wgt-bobot to ws-bobot-matri
                               end-if
                           when other continue
                       end-evaluate
                   end-if
                           end-if
                           move space to mt-gabut(mt-idx)
                           move 0 to mt-kuis(mt-idx)
                           move 0 to mt-ujian-tot(mt-idx)
                           move 0 to mt-ujian-n(mt-idx)
                           move 0 to mt-matri(mt-idx)
                           move grade-extract-record(37:1)
                               to mt-status(mt-idx)
                           move grade-extract-record(39:8)
                               to mt-tgl-status(mt-idx)
                           perform catat-kelas
                       end-if
                       if grade-extract-record(1:8) numeric
               end-if
           end-perform.

      *> One line per exam sat; a student examined in more than one
      *> week is graded on the mean.
       muat-ujian-score.
           open input ujian-score.
           if ws-uj-status = "00"
               move 'Y' to ws-uj-ada
               move 'N' to eof-flag
               perform until habis
                   read ujian-score
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if uj-npm numeric and uj-score numeric
                           perform catat-ujian
                       end-if
                   end-if
               end-perform
               close ujian-score
           end-if.

       catat-ujian.
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count
               if mt-npm(mt-idx) = uj-npm
                   add uj-score to mt-ujian-tot(mt-idx)
                   add 1 to mt-ujian-n(mt-idx)
               end-if
           end-perform.

       muat-matriks-score.
           open input matriks-score.
           if ws-mx-status = "00"
               move 'Y' to ws-mx-ada
               move 'N' to eof-flag
               perform until habis
                   read matriks-score
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if mx-npm numeric and mx-score numeric
                           perform catat-matri
                       end-if
                   end-if
               end-perform
               close matriks-score
           end-if.

       catat-matri.
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count
               if mt-npm(mt-idx) = mx-npm
                   move mx-score to mt-matri(mt-idx)
               end-if
           end-perform.

       hitung-nilai.
           compute ws-n-aktiv =
               mt-aktiv(mt-idx) * 100 / ws-penuh-aktiv
           if ws-n-kuis > 100
               move 100 to ws-n-kuis
           end-if.
           if mt-ujian-n(mt-idx) > 0
               compute ws-n-ujian =
                   mt-ujian-tot(mt-idx) / mt-ujian-n(mt-idx)
           else
               move 0 to ws-n-ujian
           end-if.
           if ws-n-ujian > 100
               move 100 to ws-n-ujian
           end-if.
           move mt-matri(mt-idx) to ws-n-matri.
           if ws-n-matri > 100
               move 100 to ws-n-matri
           end-if.
           compute ws-final =
               (ws-n-aktiv * ws-bobot-aktiv
               + ws-n-gabut * ws-bobot-gabut
               + ws-n-kuis * ws-bobot-kuis
               + ws-n-ujian * ws-bobot-ujian
               + ws-n-matri * ws-bobot-matri) / 100
               on size error move 0 to ws-final
           end-compute.
           call 'GRDBATAS' using ws-final, ws-huruf, ws-batas-term,
               ws-batas-hasil.
           move ws-final to ws-final-ed.
           move spaces to ws-teks-status.
           evaluate mt-status(mt-idx)
               when 'C'
                   move 'T' to ws-huruf
                   string 'CUTI ' delimited by size
                       mt-tgl-status(mt-idx) delimited by size
                       into ws-teks-status
               when 'K'
                   move 'W' to ws-huruf
                   string 'KELUAR ' delimited by size
                       mt-tgl-status(mt-idx) delimited by size
                       into ws-teks-status
           end-evaluate.

       tulis-term-grade.
           open output term-grade.
           move spaces to term-grade-record.
           string 'TERM GRADE - RUN ' delimited by size
               ws-run-date delimited by size
               ' BOBOT AKTIV/GABUT/KUIS/UJIAN/MATRI '
                   delimited by size
               ws-bobot-aktiv delimited by size
               '/' delimited by size
               ws-bobot-gabut delimited by size
               '/' delimited by size
               ws-bobot-kuis delimited by size
               '/' delimited by size
               ws-bobot-ujian delimited by size
               '/' delimited by size
               ws-bobot-matri delimited by size
               into term-grade-record.
           write term-grade-record.
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count
               perform hitung-nilai
               perform cari-final
               if ws-beku = 'Y'
                   move fz-baris(fz-idx) to term-grade-record
                   move 'Y' to fz-pakai(fz-idx)
                   add 1 to ws-dibekukan
                   write term-grade-record
               else
                   if ws-kelas-final = 'Y'
                       add 1 to ws-belum-final
                   end-if
                   perform tulis-baris-term
               end-if
           end-perform.
      *> A frozen student no longer in the extract keeps the grade
      *> that was signed off.
           perform varying fz-idx from 1 by 1
                   until fz-idx > fz-count
               if fz-pakai(fz-idx) = 'N'
                   move fz-baris(fz-idx) to term-grade-record
                   add 1 to ws-dibekukan
                   write term-grade-record
               end-if
           end-perform.
           close term-grade.

       tulis-baris-term.
           move spaces to term-grade-record
           string mt-npm(mt-idx) delimited by size
               ' ' delimited by size
               mt-kelas(mt-idx) delimited by size
               ' AKT=' delimited by size
               ws-n-aktiv delimited by size
               ' GBT=' delimited by size
               ws-n-gabut delimited by size
               ' KUI=' delimited by size
               ws-n-kuis delimited by size
               ' UJN=' delimited by size
               ws-n-ujian delimited by size
               ' NILAI=' delimited by size
               ws-final-ed delimited by size
               ' ' delimited by size
               ws-huruf delimited by size
               ' ' delimited by size
               ws-teks-status delimited by size
               ' MTX=' delimited by size
               ws-n-matri delimited by size
               into term-grade-record
           write term-grade-record.

       tulis-grade-sheet.
           open output grade-sheet.
           move spaces to grade-sheet-record.
                   to grade-sheet-record
               write grade-sheet-record
           end-if.
           move spaces to grade-sheet-record.
           if ws-batas-hasil = 'Y'
               string 'HURUF MENURUT TABEL BATAS TERM '
                   delimited by size
                   ws-batas-term delimited by size
                   into grade-sheet-record
           else
               move 'TABEL BATAS HURUF TIDAK ADA - BAWAAN 80/70/60/50'
                   to grade-sheet-record
           end-if.
           write grade-sheet-record.
           if ws-gm-ada = 'N'
               move 'GABUT-MARK.DAT TIDAK ADA - KOMPONEN GABUT NOL'
                   to grade-sheet-record
                   to grade-sheet-record
               write grade-sheet-record
           end-if.
           if ws-uj-ada = 'N' and ws-bobot-ujian > 0
               move 'UJIAN-SCORE.DAT TIDAK ADA - KOMPONEN UJIAN NOL'
                   to grade-sheet-record
               write grade-sheet-record
           end-if.
           if ws-mx-ada = 'N' and ws-bobot-matri > 0
               move 'MATRIKS-SCORE.DAT TIDAK ADA - KOMPONEN MATRI NOL'
                   to grade-sheet-record
               write grade-sheet-record
           end-if.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               perform tulis-satu-kelas
           move spaces to grade-sheet-record.
           write grade-sheet-record.
           move spaces to grade-sheet-record.
           call 'INSTGET' using kl-kelas(kl-idx), ws-dosen-kode,
               ws-dosen-nama, ws-dosen-hasil.
           if ws-dosen-hasil not = 'Y'
               move '** BELUM ADA INSTRUKTUR **' to ws-dosen-nama
           end-if.
           string 'KELAS ' delimited by size
               kl-kelas(kl-idx) delimited by size
               '  INSTRUKTUR: ' delimited by size
               ws-dosen-kode delimited by size
               ' ' delimited by size
               ws-dosen-nama delimited by size
               into grade-sheet-record.
           write grade-sheet-record.
           perform varying mt-idx from 1 by 1
               if mt-kelas(mt-idx) = kl-kelas(kl-idx)
                   perform hitung-nilai
                   perform cari-nama
                   move ws-final-ed to ws-nilai-cetak
                   move ws-huruf to ws-huruf-cetak
                   perform cari-final
                   if ws-beku = 'Y'
                       move fz-baris(fz-idx) to gf-baris
                       move gf-nilai to ws-nilai-cetak
                       move gf-huruf to ws-huruf-cetak
                       move gf-teks-status to ws-teks-status
                   end-if
                   move spaces to grade-sheet-record
                   if ws-teks-status = spaces
                       string '  ' delimited by size
                           mt-npm(mt-idx) delimited by size
                           ' ' delimited by size
                           sm-nama delimited by size
                           ' NILAI=' delimited by size
                           ws-nilai-cetak delimited by size
                           ' ' delimited by size
                           ws-huruf-cetak delimited by size
                           into grade-sheet-record
                   else
                       string '  ' delimited by size
                           mt-npm(mt-idx) delimited by size
                           ' ' delimited by size
                           sm-nama delimited by size
                           ' ' delimited by size
                           ws-teks-status delimited by size
                           ' ' delimited by size
                           ws-huruf-cetak delimited by size
                           into grade-sheet-record
                   end-if
                   if ws-beku = 'Y'
                       move 'FINAL' to grade-sheet-record(74:5)
                   end-if
                   if ws-beku = 'N' and ws-kelas-final = 'Y'
                       move 'BELUM FINAL' to grade-sheet-record(70:11)
                   end-if
                   write grade-sheet-record
               end-if
           end-perform.

      *> Finalized kelas lines, kept whole so the rerun writes back
      *> exactly what was signed off.
       muat-final.
           open input grade-final.
           if ws-gf-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read grade-final
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if fz-count < 2000
                           add 1 to fz-count
                           set fz-idx to fz-count
                           move gf-kelas to fz-kelas(fz-idx)
                           move gf-npm to fz-npm(fz-idx)
                           move gf-tgl to fz-tgl(fz-idx)
                           move gf-baris to fz-baris(fz-idx)
                           move 'N' to fz-pakai(fz-idx)
                       else
                           move 'Y' to fz-penuh
                       end-if
                   end-if
               end-perform
               close grade-final
           end-if.

      *> Also says whether the kelas has been finalized at all, so
      *> a line missing from a final kelas is not taken for live.
       cari-final.
           move 'N' to ws-beku.
           move 'N' to ws-kelas-final.
           perform varying fz-idx from 1 by 1
                   until fz-idx > fz-count or ws-kelas-final = 'Y'
               if fz-kelas(fz-idx) = mt-kelas(mt-idx)
                   move 'Y' to ws-kelas-final
               end-if
           end-perform.
           perform varying fz-idx from 1 by 1
                   until fz-idx > fz-count or ws-beku = 'Y'
               if fz-npm(fz-idx) = mt-npm(mt-idx)
                       and fz-kelas(fz-idx) = mt-kelas(mt-idx)
                   move 'Y' to ws-beku
               end-if
           end-perform.
           if ws-beku = 'Y'
               set fz-idx down by 1
           end-if.

       cari-nama.
           move 'TIDAK TERDAFTAR' to sm-nama.
           if ws-master-ada = 'Y'
