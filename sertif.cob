      *> Completion certificates: after GRADEFIN has signed a kelas
      *> off, every passing student of that kelas in
      *> data/TERM-GRADE.DAT gets a printable certificate - name and
      *> kelas from the student master, the term, the final grade
      *> and a certificate number - in data/SERTIFIKAT.DAT, one block
      *> per certificate ready to print, instead of the desk typing
      *> them one by one. Each new certificate is appended to the
      *> register data/CERT-REGISTER.DAT (layout SERTREG) that KIOSK
      *> verifies numbers against. A student who already holds this
      *> term's certificate gets it reprinted under the number and
      *> date it was first issued, so a rerun never issues twice.
      *> The grade is the frozen one from data/GRADE-FINAL.DAT, with
      *> any approved change applied, not the TERM-GRADE text; an
      *> NPM of a signed-off kelas that has no frozen line yet
      *> (GRADECALC's BELUM FINAL) waits with the unsigned kelas.
      *> Passing is a final grade of at least the minimum (default
      *> 60, the C line of the built-in boundaries, or the second
      *> argument); cuti/keluar lines (letter T/W) never pass. Lines
      *> of a kelas not yet signed off, and NPMs missing from the
      *> student master, are counted and left for the next run.
      *> The term is the first argument, or LABTERM when set.
      *> USAGE: bin/sertif [TERM] [NILAI-MIN]
       identification division.
       program-id. SERTIF.
       environment division.
       input-output section.
       file-control.
           select term-grade assign to "data/TERM-GRADE.DAT"
               organization is line sequential
               file status is ws-tg-status.
           select grade-final assign to "data/GRADE-FINAL.DAT"
               organization is line sequential
               file status is ws-gf-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select cert-register assign to "data/CERT-REGISTER.DAT"
               organization is line sequential
               file status is ws-sr-status.
           select cert-out assign to "data/SERTIFIKAT.DAT"
               organization is line sequential
               file status is ws-out-status.
       data division.
       file section.
       fd term-grade.
       01 term-grade-record.
           05 tg-npm pic x(8).
           05 filler pic x.
           05 tg-kelas pic x(5).
           05 filler pic x(39).
           05 tg-nilai-teks.
               10 tg-nilai-bulat pic x(3).
               10 filler pic x.
               10 tg-nilai-pecahan pic x(2).
           05 filler pic x.
           05 tg-huruf pic x(2).
           05 filler pic x(18).
       fd grade-final.
           copy GRDFINAL.
       fd student-master.
           copy STUMAST.
       fd cert-register.
           copy SERTREG.
       fd cert-out.
       01 cert-out-record pic x(72).
       working-storage section.
       77  ws-tg-status pic xx.
       77  ws-gf-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-sr-status pic xx.
       77  ws-out-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-term pic x(6).
       77  ws-nilai-min pic 9(3) value 60.
       77  ws-nilai-bulat pic 9(3).
       77  ws-nilai-cek pic x(3).
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
       77  ws-opr-hasil pic x.
           88 operator-sah value 'Y'.
       77  ws-sec-program pic x(10) value 'SERTIF'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       77  ws-urut-akhir pic 9(5) value 0.
       77  ws-ada pic x.
       77  ws-nama pic x(30).
       77  ws-tgl-terbit pic x(8).
       77  ws-cnt-baru pic 9(5) value 0.
       77  ws-cnt-ulang pic 9(5) value 0.
       77  ws-cnt-gagal pic 9(5) value 0.
       77  ws-cnt-belum pic 9(5) value 0.
       77  ws-cnt-master pic 9(5) value 0.
       01  ws-nomor.
           05 ws-no-awalan pic x(4) value 'SRT/'.
           05 ws-no-term pic x(6).
           05 ws-no-pemisah pic x value '/'.
           05 ws-no-urut pic 9(5).
      *> Kelas signed off through GRADEFIN.
       01  final-tabel.
           05 fk-kelas pic x(5) occurs 100 times indexed by fk-idx.
       77  fk-count pic 9(3) value 0.
      *> Their frozen grades, by NPM and kelas.
       01  nilai-final-tabel.
           05 fn-item occurs 2000 times indexed by fn-idx.
               10 fn-kelas pic x(5).
               10 fn-npm pic x(8).
               10 fn-nilai pic x(6).
               10 fn-huruf pic x(2).
       77  fn-count pic 9(4) value 0.
      *> This term's certificates already on the register.
       01  terbit-tabel.
           05 tb-item occurs 2000 times indexed by tb-idx.
               10 tb-npm pic x(8).
               10 tb-nomor pic x(16).
               10 tb-tgl pic x(8).
       77  tb-count pic 9(4) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           move ws-cli-arg(1:6) to ws-term.
           if ws-term = spaces
               accept ws-term from environment 'LABTERM'
                   on exception move spaces to ws-term
               end-accept
           end-if.
           if ws-cli-arg(8:3) numeric
               move ws-cli-arg(8:3) to ws-nilai-min
           end-if.
           if ws-term = spaces
               display 'TERM TIDAK DIKETAHUI (ARGUMEN ATAU LABTERM)'
               display 'USAGE: bin/sertif [TERM] [NILAI-MIN]'
               go to selesai
           end-if.
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
           end-accept.
      *> Certificates carry the grade, so issuing them is a grading
      *> function, at the level GRADEFIN asks for.
           move 2 to ws-opr-level-perlu.
           call 'OPRCHK' using ws-operator, ws-opr-level-perlu,
               ws-opr-hasil.
           if not operator-sah
               display 'SERTIFIKAT HANYA UNTUK OPERATOR TERDAFTAR'
               move 'AKSES-TOLAK' to ws-sec-event
               move 'TERBIT SERTIFIKAT' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           perform muat-final.
           perform muat-register.
           open input term-grade.
           if ws-tg-status not = "00"
               display 'data/TERM-GRADE.DAT BELUM ADA - JALANKAN '
                   'GRADECALC'
               go to selesai
           end-if.
           open input student-master.
           open extend cert-register.
           if ws-sr-status = "35"
               open output cert-register
           end-if.
           open output cert-out.
           move 'N' to eof-flag.
           perform until habis
               read term-grade
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and tg-npm numeric
                   perform periksa-baris
               end-if
           end-perform.
           close term-grade.
           close student-master.
           close cert-register.
           close cert-out.
           display 'TERM                : ' ws-term.
           display 'NILAI MINIMUM LULUS : ' ws-nilai-min.
           display 'SERTIFIKAT BARU     : ' ws-cnt-baru.
           display 'DICETAK ULANG       : ' ws-cnt-ulang.
           display 'TIDAK LULUS         : ' ws-cnt-gagal.
           display 'KELAS BELUM FINAL   : ' ws-cnt-belum.
           display 'TIDAK ADA DI MASTER : ' ws-cnt-master.
           display 'LIHAT data/SERTIFIKAT.DAT'.

       selesai.
           stop run.

       muat-final.
           open input grade-final.
           if ws-gf-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read grade-final
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       perform catat-final
                   end-if
               end-perform
               close grade-final
           end-if.

       catat-final.
           move 'N' to ws-ada.
           perform varying fk-idx from 1 by 1
                   until fk-idx > fk-count
               if fk-kelas(fk-idx) = gf-kelas
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'N' and fk-count < 100
               add 1 to fk-count
               move gf-kelas to fk-kelas(fk-count)
           end-if.
           if fn-count < 2000
               add 1 to fn-count
               move gf-kelas to fn-kelas(fn-count)
               move gf-npm to fn-npm(fn-count)
               move gf-nilai to fn-nilai(fn-count)
               move gf-huruf to fn-huruf(fn-count)
           end-if.

      *> The running number continues from the highest on the
      *> register, whatever its term.
       muat-register.
           open input cert-register.
           if ws-sr-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read cert-register
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if sr-urut numeric and sr-urut > ws-urut-akhir
                           move sr-urut to ws-urut-akhir
                       end-if
                       if sr-term = ws-term and tb-count < 2000
                           add 1 to tb-count
                           move sr-npm to tb-npm(tb-count)
                           move sr-nomor to tb-nomor(tb-count)
                           move sr-tgl to tb-tgl(tb-count)
                       end-if
                   end-if
               end-perform
               close cert-register
           end-if.

       periksa-baris.
           move 'N' to ws-ada.
           perform varying fk-idx from 1 by 1
                   until fk-idx > fk-count
               if fk-kelas(fk-idx) = tg-kelas
                   move 'Y' to ws-ada
               end-if
           end-perform.
           if ws-ada = 'N'
               add 1 to ws-cnt-belum
               exit paragraph
           end-if.
           move 'N' to ws-ada.
           perform varying fn-idx from 1 by 1
                   until fn-idx > fn-count or ws-ada = 'Y'
               if fn-kelas(fn-idx) = tg-kelas
                       and fn-npm(fn-idx) = tg-npm
                   move 'Y' to ws-ada
                   move fn-nilai(fn-idx) to tg-nilai-teks
                   move fn-huruf(fn-idx) to tg-huruf
               end-if
           end-perform.
           if ws-ada = 'N'
               add 1 to ws-cnt-belum
               exit paragraph
           end-if.
      *> zz9.99 text: a grade under 100 starts with spaces.
           move tg-nilai-bulat to ws-nilai-cek.
           inspect ws-nilai-cek replacing leading space by '0'.
           if ws-nilai-cek not numeric
               exit paragraph
           end-if.
           move ws-nilai-cek to ws-nilai-bulat.
           if ws-nilai-bulat < ws-nilai-min
                   or tg-huruf = 'T ' or tg-huruf = 'W '
               add 1 to ws-cnt-gagal
               exit paragraph
           end-if.
           move tg-npm to sm-npm.
           read student-master
               invalid key move "23" to ws-sm-status
           end-read.
           if ws-sm-status not = "00"
               add 1 to ws-cnt-master
               display 'NPM ' tg-npm ' TIDAK ADA DI MASTER - DILEWATI'
               exit paragraph
           end-if.
           move sm-nama to ws-nama.
           move 'N' to ws-ada.
           perform varying tb-idx from 1 by 1
                   until tb-idx > tb-count or ws-ada = 'Y'
               if tb-npm(tb-idx) = tg-npm
                   move 'Y' to ws-ada
                   move tb-nomor(tb-idx) to ws-nomor
                   move tb-tgl(tb-idx) to ws-tgl-terbit
               end-if
           end-perform.
           if ws-ada = 'Y'
               add 1 to ws-cnt-ulang
           else
               perform terbitkan
           end-if.
           perform cetak-sertifikat.

       terbitkan.
           add 1 to ws-urut-akhir.
           move 'SRT/' to ws-no-awalan.
           move ws-term to ws-no-term.
           move '/' to ws-no-pemisah.
           move ws-urut-akhir to ws-no-urut.
           move ws-run-date to ws-tgl-terbit.
           move spaces to cert-register-record.
           move ws-nomor to sr-nomor.
           move ws-term to sr-term.
           move tg-npm to sr-npm.
           move ws-nama to sr-nama.
           move tg-kelas to sr-kelas.
           move tg-nilai-teks to sr-nilai.
           move tg-huruf to sr-huruf.
           move ws-run-date to sr-tgl.
           move ws-operator to sr-operator.
           write cert-register-record.
           add 1 to ws-cnt-baru.

       cetak-sertifikat.
           move all '=' to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
           move '          SERTIFIKAT PENYELESAIAN PRAKTIKUM LAB COBOL'
               to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '                    NOMOR : ' delimited by size
               ws-nomor delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
           move '   DIBERIKAN KEPADA' to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '      NAMA  : ' delimited by size
               ws-nama delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '      NPM   : ' delimited by size
               tg-npm delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '      KELAS : ' delimited by size
               tg-kelas delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '   YANG TELAH MENYELESAIKAN PRAKTIKUM TERM '
               delimited by size
               ws-term delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '   DENGAN NILAI AKHIR ' delimited by size
               tg-nilai-teks delimited by size
               ' (' delimited by size
               tg-huruf delimited by space
               ')' delimited by size
               into cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           string '   DITERBITKAN ' delimited by size
               ws-tgl-terbit delimited by size
               into cert-out-record.
           write cert-out-record.
           move '   KEASLIAN DAPAT DICEK DI KIOS MAHASISWA'
               to cert-out-record.
           write cert-out-record.
           move '   DENGAN NOMOR DI ATAS' to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
           move all '=' to cert-out-record.
           write cert-out-record.
           move spaces to cert-out-record.
           write cert-out-record.
