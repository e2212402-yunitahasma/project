      *> Personal-data report: everything the lab holds on one NPM,
      *> gathered into a single dated document for the student or the
      *> faculty instead of a stapled pile of STUFIND, KIOSK, AUDARCH
      *> CARI, STUTRANS and grep output.
      *>   bin/studata <NPM>
      *> Writes data/STUDATA-<npm>-<yyyymmdd>.DAT with, in order: the
      *> master record and its contact data, the STUMAST-HIST.DAT
      *> changes, live and archived audit records, polygon vertex and
      *> compound-figure component lines, audit correction requests
      *> (on the NPM or moving work to it), exam sessions and scores,
      *> activity, attendance, make-up requests, enrollment, dispute
      *> cases with their notes, copy-check cases, issued notices,
      *> input-error entries (live and archived), T2202 result slips
      *> (live and archived), GABUT, KUISA and MATRIKS marks, the
      *> term grade, the frozen final grade and its change requests,
      *> issued certificates, the early-warning history, instructor
      *> comments and the research pseudonym. Lines are copied as
      *> they are held.
      *> Every run goes on the security log.
       identification division.
       program-id. STUDATA.
       environment division.
       input-output section.
       file-control.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select student-kontak assign to "data/STU-KONTAK.DAT"
               organization is indexed
               access mode is dynamic
               record key is sk-npm
               file status is ws-sk-status.
           select enroll-file assign to "data/ENROLL.DAT"
               organization is indexed
               access mode is dynamic
               record key is en-key
               file status is ws-en-status.
           select komentar-file assign to "data/KOMENTAR.DAT"
               organization is indexed
               access mode is dynamic
               record key is km-key
               file status is ws-km-status.
           select case-file assign to "data/DISPUTE-CASE.DAT"
               organization is line sequential
               file status is ws-cs-status.
           select notes-file assign to "data/DISPUTE-NOTES.DAT"
               organization is line sequential
               file status is ws-nt-status.
           select teks-in assign to dynamic ws-teks-nama
               organization is line sequential
               file status is ws-tx-status.
           select data-report assign to dynamic ws-report-nama
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd student-kontak.
           copy STUKONT.
       fd enroll-file.
           copy ENROLL.
       fd komentar-file.
           copy KOMEN.
       fd case-file.
       01 case-record.
           05 dc-no pic 9(4).
           05 filler pic x.
           05 dc-status pic x(4).
           05 filler pic x.
           05 dc-npm pic x(8).
           05 filler pic x(113).
       fd notes-file.
       01 notes-record.
           05 nt-no pic 9(4).
           05 filler pic x.
           05 nt-baris pic x(100).
       fd teks-in.
       01 teks-in-record pic x(250).
       fd data-report.
       01 data-report-record pic x(250).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-sk-status pic xx.
       77  ws-en-status pic xx.
       77  ws-km-status pic xx.
       77  ws-cs-status pic xx.
       77  ws-nt-status pic xx.
       77  ws-tx-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-run-time pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-npm pic x(8).
       77  ws-teks-nama pic x(40).
       77  ws-report-nama pic x(40).
       77  ws-judul pic x(40).
      *> Where the NPM sits on a line of the file being scanned; zero
      *> means anywhere on the line.
       77  ws-posisi pic 999.
       77  ws-cocok pic 9(3).
       77  ws-baris-n pic 9(5).
       77  ws-total pic 9(6) value 0.
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
       77  ws-opr-hasil pic x.
           88 operator-sah value 'Y'.
       77  ws-sec-program pic x(10) value 'STUDATA'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       01  kasus-tabel.
           02 ks-no pic 9(4) occurs 50 times.
       77  ks-count pic 99 value 0.
       77  ks-idx pic 99.
       01  blok-tabel.
           02 blok-baris pic x(60) occurs 40 times.
       77  blok-count pic 99 value 0.
       77  blok-idx pic 99.
       77  ws-blok-cocok pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           accept ws-cli-arg from command-line.
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
           end-accept.
           move 2 to ws-opr-level-perlu.
           call 'OPRCHK' using ws-operator, ws-opr-level-perlu,
               ws-opr-hasil.
           if not operator-sah
               display 'OPERATOR TIDAK SAH'
               move 'AKSES-TOLAK' to ws-sec-event
               move 'DATA PRIBADI' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           move ws-cli-arg(1:8) to ws-npm.
           if not ws-npm numeric
               display 'USAGE: bin/studata <NPM>'
               go to selesai
           end-if.
           move spaces to ws-report-nama.
           string 'data/STUDATA-' delimited by size
               ws-npm delimited by size
               '-' delimited by size
               ws-run-date delimited by size
               '.DAT' delimited by size
               into ws-report-nama.
           open output data-report.
           move spaces to data-report-record.
           string '=== DATA PRIBADI YANG DISIMPAN LAB - NPM '
                   delimited by size
               ws-npm delimited by size
               ' ===' delimited by size
               into data-report-record.
           write data-report-record.
           move spaces to data-report-record.
           string 'TANGGAL ' delimited by size
               ws-run-date delimited by size
               ' JAM ' delimited by size
               ws-run-time(1:6) delimited by size
               '  OPERATOR ' delimited by size
               ws-operator delimited by size
               into data-report-record.
           write data-report-record.
           perform bagian-master.
           perform bagian-kontak.
           move 'RIWAYAT PERUBAHAN MASTER' to ws-judul.
           move 'data/STUMAST-HIST.DAT' to ws-teks-nama.
           move 0 to ws-posisi.
           perform bagian-teks.
           move 'REKAMAN AUDIT T2202' to ws-judul.
           move 'data/T2202-AUDIT.DAT' to ws-teks-nama.
           move 1 to ws-posisi.
           perform bagian-teks.
           move 'REKAMAN AUDIT T2202 (ARSIP)' to ws-judul.
           move 'data/T2202-AUDIT-ARSIP.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'TITIK POLIGON T2202' to ws-judul.
           move 'data/T2202-POLI.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'KOMPONEN BANGUN GABUNGAN T2202' to ws-judul.
           move 'data/T2202-KOMP.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'PERMOHONAN KOREKSI AUDIT' to ws-judul.
           move 'data/AUDIT-KOREKSI.DAT' to ws-teks-nama.
           move 11 to ws-posisi.
           perform bagian-teks.
           move 'KOREKSI AUDIT KE NPM INI' to ws-judul.
           move 37 to ws-posisi.
           perform bagian-teks.
           move 'SESI UJIAN' to ws-judul.
           move 'data/UJIAN-SESI.DAT' to ws-teks-nama.
           move 1 to ws-posisi.
           perform bagian-teks.
           move 'NILAI UJIAN' to ws-judul.
           move 'data/UJIAN-SCORE.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'AKTIVITAS' to ws-judul.
           move 'data/ACTIVITY-LOG.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'KEHADIRAN LAB' to ws-judul.
           move 'data/ATTEND.DAT' to ws-teks-nama.
           move 10 to ws-posisi.
           perform bagian-teks.
           move 'PERMOHONAN SUSULAN/IZIN' to ws-judul.
           move 'data/SUSULAN.DAT' to ws-teks-nama.
           move 18 to ws-posisi.
           perform bagian-teks.
           perform bagian-enrollment.
           perform bagian-sengketa.
           move 'KASUS SALINAN (CPYCHK)' to ws-judul.
           move 'data/COPY-CASE.DAT' to ws-teks-nama.
           move 16 to ws-posisi.
           perform bagian-teks.
           move 'NOTIFIKASI YANG DIKIRIM' to ws-judul.
           move 'data/NOTICE-LOG.DAT' to ws-teks-nama.
           move 10 to ws-posisi.
           perform bagian-teks.
           move 'CATATAN KESALAHAN INPUT' to ws-judul.
           move 'data/ERROR-LOG.DAT' to ws-teks-nama.
           move 0 to ws-posisi.
           perform bagian-teks.
           move 'CATATAN KESALAHAN INPUT (ARSIP)' to ws-judul.
           move 'data/ERROR-LOG-ARSIP.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'SLIP HASIL T2202' to ws-judul.
           move 'data/T2202-SLIP.DAT' to ws-teks-nama.
           perform bagian-slip.
           move 'SLIP HASIL T2202 (ARSIP)' to ws-judul.
           move 'data/T2202-SLIP-ARSIP.DAT' to ws-teks-nama.
           perform bagian-slip.
           move 'PENILAIAN DERET GABUT' to ws-judul.
           move 'data/GABUT-MARK.DAT' to ws-teks-nama.
           move 1 to ws-posisi.
           perform bagian-teks.
           move 'PENILAIAN KUIS A' to ws-judul.
           move 'data/KUISA-MARK.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'SKOR KUIS A' to ws-judul.
           move 'data/KUISA-SCORE.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'PENILAIAN MATRIKS' to ws-judul.
           move 'data/MATRIKS-MARK.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'SKOR MATRIKS' to ws-judul.
           move 'data/MATRIKS-SCORE.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'NILAI SEMESTER' to ws-judul.
           move 'data/TERM-GRADE.DAT' to ws-teks-nama.
           perform bagian-teks.
           move 'NILAI FINAL (DIBEKUKAN)' to ws-judul.
           move 'data/GRADE-FINAL.DAT' to ws-teks-nama.
           move 7 to ws-posisi.
           perform bagian-teks.
           move 'PERMOHONAN PERUBAHAN NILAI FINAL' to ws-judul.
           move 'data/GRADE-CHANGE.DAT' to ws-teks-nama.
           move 17 to ws-posisi.
           perform bagian-teks.
           move 'SERTIFIKAT YANG DITERBITKAN' to ws-judul.
           move 'data/CERT-REGISTER.DAT' to ws-teks-nama.
           move 25 to ws-posisi.
           perform bagian-teks.
           move 'RIWAYAT PERINGATAN DINI' to ws-judul.
           move 'data/RISK-HIST.DAT' to ws-teks-nama.
           move 6 to ws-posisi.
           perform bagian-teks.
           perform bagian-komentar.
           move 1 to ws-posisi.
           move 'PSEUDONIM EKSTRAK RISET' to ws-judul.
           move 'data/RISET-MAP.DAT' to ws-teks-nama.
           perform bagian-teks.
           move spaces to data-report-record.
           write data-report-record.
           move spaces to data-report-record.
           string '=== AKHIR LAPORAN - ' delimited by size
               ws-total delimited by size
               ' BARIS DATA ===' delimited by size
               into data-report-record.
           write data-report-record.
           close data-report.
           move 'DATA-PRIBADI' to ws-sec-event.
           move spaces to ws-sec-detail.
           string 'NPM ' delimited by size
               ws-npm delimited by size
               into ws-sec-detail.
           call 'SECLOG' using ws-sec-program, ws-sec-event,
               ws-operator, ws-sec-detail.
           display 'LAPORAN DATA PRIBADI DI ' ws-report-nama.

       selesai.
           stop run.

       judul-bagian.
           move spaces to data-report-record.
           write data-report-record.
           move spaces to data-report-record.
           string '--- ' delimited by size
               ws-judul delimited by '  '
               ' ---' delimited by size
               into data-report-record.
           write data-report-record.
           move 0 to ws-baris-n.

       tulis-kosong.
           if ws-baris-n = 0
               move '(TIDAK ADA DATA)' to data-report-record
               write data-report-record
           end-if.

       bagian-master.
           move 'MASTER MAHASISWA' to ws-judul.
           perform judul-bagian.
           open input student-master.
           if ws-sm-status = "00"
               move ws-npm to sm-npm
               read student-master
                   invalid key continue
               end-read
               if ws-sm-status = "00"
                   move spaces to data-report-record
                   string 'NAMA    : ' delimited by size
                       sm-nama delimited by size
                       into data-report-record
                   write data-report-record
                   move spaces to data-report-record
                   string 'KELAS   : ' delimited by size
                       sm-kelas delimited by size
                       into data-report-record
                   write data-report-record
                   move spaces to data-report-record
                   string 'KAMPUS  : ' delimited by size
                       sm-kampus delimited by size
                       into data-report-record
                   write data-report-record
                   move spaces to data-report-record
                   string 'STATUS  : ' delimited by size
                       sm-status delimited by size
                       ' SEJAK ' delimited by size
                       sm-tgl-status delimited by size
                       into data-report-record
                   write data-report-record
                   add 4 to ws-baris-n
                   add 4 to ws-total
               end-if
               close student-master
           end-if.
           perform tulis-kosong.

       bagian-kontak.
           move 'KONTAK' to ws-judul.
           perform judul-bagian.
           open input student-kontak.
           if ws-sk-status = "00"
               move ws-npm to sk-npm
               read student-kontak
                   invalid key continue
               end-read
               if ws-sk-status = "00"
                   move spaces to data-report-record
                   string 'EMAIL   : ' delimited by size
                       sk-email delimited by size
                       into data-report-record
                   write data-report-record
                   move spaces to data-report-record
                   string 'HP      : ' delimited by size
                       sk-hp delimited by size
                       into data-report-record
                   write data-report-record
                   move spaces to data-report-record
                   string 'DICATAT : ' delimited by size
                       sk-tgl delimited by size
                       ' OLEH ' delimited by size
                       sk-operator delimited by size
                       into data-report-record
                   write data-report-record
                   add 3 to ws-baris-n
                   add 3 to ws-total
               end-if
               close student-kontak
           end-if.
           perform tulis-kosong.

      *> A line belongs to the student when the NPM stands at the
      *> file's NPM position, or for the free-text files anywhere on
      *> the line.
       bagian-teks.
           perform judul-bagian.
           open input teks-in.
           if ws-tx-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read teks-in
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 0 to ws-cocok
                       if ws-posisi = 0
                           inspect teks-in-record tallying ws-cocok
                               for all ws-npm
                       else
                           if teks-in-record(ws-posisi:8) = ws-npm
                               move 1 to ws-cocok
                           end-if
                       end-if
                       if ws-cocok > 0
                           move teks-in-record to data-report-record
                           write data-report-record
                           add 1 to ws-baris-n
                           add 1 to ws-total
                       end-if
                   end-if
               end-perform
               close teks-in
           end-if.
           perform tulis-kosong.

      *> The enrollment key leads with the NPM, as in KIOSK.
       bagian-enrollment.
           move 'ENROLLMENT' to ws-judul.
           perform judul-bagian.
           open input enroll-file.
           if ws-en-status = "00"
               move spaces to en-key
               move ws-npm to en-npm
               start enroll-file key not < en-key
                   invalid key move 'Y' to eof-flag
               end-start
               if ws-en-status = "00"
                   move 'N' to eof-flag
               else
                   move 'Y' to eof-flag
               end-if
               perform until habis
                   read enroll-file next
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if en-npm not = ws-npm
                           move 'Y' to eof-flag
                       else
                           move spaces to data-report-record
                           string 'MINGGU ' delimited by size
                               en-week delimited by size
                               ' SEKSI ' delimited by size
                               en-section delimited by size
                               into data-report-record
                           write data-report-record
                           add 1 to ws-baris-n
                           add 1 to ws-total
                       end-if
                   end-if
               end-perform
               close enroll-file
           end-if.
           perform tulis-kosong.

      *> Comments are keyed on NPM, week and number, so the student's
      *> are read from the first key under the NPM.
       bagian-komentar.
           move 'KOMENTAR INSTRUKTUR' to ws-judul.
           perform judul-bagian.
           open input komentar-file.
           if ws-km-status = "00"
               move spaces to km-key
               move ws-npm to km-npm
               start komentar-file key not < km-key
                   invalid key move 'Y' to eof-flag
               end-start
               if ws-km-status = "00"
                   move 'N' to eof-flag
               else
                   move 'Y' to eof-flag
               end-if
               perform until habis
                   read komentar-file next
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if km-npm not = ws-npm
                           move 'Y' to eof-flag
                       else
                           move komentar-record to data-report-record
                           write data-report-record
                           add 1 to ws-baris-n
                           add 1 to ws-total
                       end-if
                   end-if
               end-perform
               close komentar-file
           end-if.
           perform tulis-kosong.

      *> The student's cases first, then every note filed under one
      *> of those case numbers.
       bagian-sengketa.
           move 'KASUS SENGKETA' to ws-judul.
           perform judul-bagian.
           open input case-file.
           if ws-cs-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read case-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and dc-npm = ws-npm
                       move case-record to data-report-record
                       write data-report-record
                       add 1 to ws-baris-n
                       add 1 to ws-total
                       if ks-count < 50
                           add 1 to ks-count
                           move dc-no to ks-no(ks-count)
                       end-if
                   end-if
               end-perform
               close case-file
           end-if.
           perform tulis-kosong.
           move 'CATATAN KASUS SENGKETA' to ws-judul.
           perform judul-bagian.
           if ks-count > 0
               open input notes-file
               if ws-nt-status = "00"
                   move 'N' to eof-flag
                   perform until habis
                       read notes-file
                           at end move 'Y' to eof-flag
                       end-read
                       if ada-lagi
                           perform varying ks-idx from 1 by 1
                                   until ks-idx > ks-count
                               if nt-no = ks-no(ks-idx)
                                   move notes-record
                                       to data-report-record
                                   write data-report-record
                                   add 1 to ws-baris-n
                                   add 1 to ws-total
                                   move ks-count to ks-idx
                               end-if
                           end-perform
                       end-if
                   end-perform
                   close notes-file
               end-if
           end-if.
           perform tulis-kosong.

      *> Slip blocks as SLIPRNT finds them: from one ==== separator
      *> to the next, kept when the NPM line is the student's.
       bagian-slip.
           perform judul-bagian.
           open input teks-in.
           if ws-tx-status = "00"
               move 0 to blok-count
               move 'N' to ws-blok-cocok
               move 'N' to eof-flag
               perform until habis
                   read teks-in
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if teks-in-record(1:4) = '===='
                           perform tutup-blok
                       end-if
                       if blok-count < 40
                           add 1 to blok-count
                           move teks-in-record to blok-baris(blok-count)
                       end-if
                       if teks-in-record(1:8) = 'NPM   : '
                               and teks-in-record(9:8) = ws-npm
                           move 'Y' to ws-blok-cocok
                       end-if
                   end-if
               end-perform
               perform tutup-blok
               close teks-in
           end-if.
           perform tulis-kosong.

       tutup-blok.
           if blok-count > 0 and ws-blok-cocok = 'Y'
               perform varying blok-idx from 1 by 1
                       until blok-idx > blok-count
                   move blok-baris(blok-idx) to data-report-record
                   write data-report-record
                   add 1 to ws-baris-n
                   add 1 to ws-total
               end-perform
           end-if.
           move 0 to blok-count.
           move 'N' to ws-blok-cocok.
