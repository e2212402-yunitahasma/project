      *> Instructor packet, one run per kelas: the class's own slice
      *> of the roster with activity counts and each student's
      *> instructor comments for the week, this week's exceptions
      *> (out-of-section and late work, less approved make-up work),
      *> the week's at-risk students from RISIKO's history, and the
      *> marks to date from GABMARK and KUISMARK - assembled into one
      *> ordered file per kelas instead of five reports collated by
      *> hand.
      *>   bin/packet <KELAS> [MINGGU]
      *> The week defaults off the term calendar; output goes to
      *> data/PACKET-<kelas>.DAT ready to print, headed by the kelas's
      *> instructor (INSTGET) and logged in DISTMGR's pickup log as
      *> awaiting that instructor. A kelas with no instructor still
      *> gets its packet, flagged on the console and in the header -
      *> run bin/instmnt PERIKSA first to catch those up front.
       identification division.
       program-id. PACKET.
       environment division.
           select packet-out assign to dynamic ws-packet-name
               organization is line sequential
               file status is ws-pk-status.
           select dist-log assign to "data/DIST-LOG.DAT"
               organization is line sequential
               file status is ws-dl-status.
           select komentar-file assign to "data/KOMENTAR.DAT"
               organization is indexed
               access mode is dynamic
               record key is km-key
               file status is ws-kom-status.
           select risk-hist assign to "data/RISK-HIST.DAT"
               organization is line sequential
               file status is ws-rh-status.
           select ringkas-file assign to "data/ACT-SUMMARY.DAT"
               organization is line sequential
               file status is ws-rk-status.
       data division.
       file section.
       fd student-master.
       01 kuisa-mark-record pic x(100).
       fd packet-out.
       01 packet-out-record pic x(100).
       fd dist-log.
           copy DISTLOG.
       fd komentar-file.
           copy KOMEN.
       fd risk-hist.
           copy RISIKO.
       fd ringkas-file.
           copy AKTSUM.
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-gm-status pic xx.
       77  ws-km-status pic xx.
       77  ws-pk-status pic xx.
       77  ws-dl-status pic xx.
       77  ws-rh-status pic xx.
       77  ws-rk-status pic xx.
       77  ws-ringkas pic x.
       77  ws-kor-hasil pic x.
       77  ws-kom-status pic xx.
       77  ws-komentar-ada pic x value 'N'.
       77  ws-risiko-cnt pic 9(4) value 0.
       77  ws-dosen-kode pic x(6).
       77  ws-dosen-nama pic x(30).
       77  ws-dosen-hasil pic x.
       77  ws-sudah-tunggu pic x.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-kelas pic x(5).
       77  rs-count pic 9(3) value 0.
       77  ws-ketemu pic x.
       77  ws-exc-cnt pic 9(4) value 0.
       77  ws-susul-cnt pic 9(4) value 0.
       77  ws-sus-hasil pic x.
       77  ws-mark-cnt pic 9(4) value 0.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
               ws-kelas delimited by space
               '.DAT' delimited by size
               into ws-packet-name.
           call 'INSTGET' using ws-kelas, ws-dosen-kode,
               ws-dosen-nama, ws-dosen-hasil.
           if ws-dosen-hasil not = 'Y'
               display 'PERHATIAN: KELAS ' ws-kelas
                   ' BELUM PUNYA INSTRUKTUR (bin/instmnt)'
           end-if.
           perform hitung-aktivitas.
           open output packet-out.
           move spaces to packet-out-record.
               ' ===' delimited by size
               into packet-out-record.
           write packet-out-record.
           move spaces to packet-out-record.
           if ws-dosen-hasil = 'Y'
               string 'INSTRUKTUR: ' delimited by size
                   ws-dosen-kode delimited by size
                   ' ' delimited by size
                   ws-dosen-nama delimited by size
                   into packet-out-record
           else
               move 'INSTRUKTUR: ** BELUM DITETAPKAN - PENGECUALIAN **'
                   to packet-out-record
           end-if.
           write packet-out-record.
           perform tulis-roster.
           perform tulis-pengecualian.
           perform tulis-risiko.
           perform tulis-nilai.
           close packet-out.
           perform catat-pengambilan.
           display 'PAKET SELESAI, LIHAT ' ws-packet-name.

       selesai.

      *> Raw work counts over the whole term (audit plus the
      *> activity file) - DUPCHK stays the padding investigator.
      *> Taken from the nightly summary when it is current.
       hitung-aktivitas.
           call 'AKTCEK' using ws-ringkas.
           if ws-ringkas = 'Y'
               perform hitung-aktivitas-ringkas
           else
               perform hitung-aktivitas-mentah
           end-if.

       hitung-aktivitas-ringkas.
           open input ringkas-file.
           move 'N' to eof-flag.
           perform until habis
               read ringkas-file
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   perform varying rs-idx from 1 by 1
                           until rs-idx > rs-count
                       if rs-npm(rs-idx) = as-npm
                           add as-dinilai to rs-kerja(rs-idx)
                           add as-latihan to rs-latihan(rs-idx)
                       end-if
                   end-perform
               end-if
           end-perform.
           close ringkas-file.

       hitung-aktivitas-mentah.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
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
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                           perform varying rs-idx from 1 by 1
                                   until rs-idx > rs-count
                               if rs-npm(rs-idx) = aud-npm
           write packet-out-record.
           move '--- ROSTER DAN AKTIVITAS ---' to packet-out-record.
           write packet-out-record.
           open input komentar-file.
           if ws-kom-status = "00"
               move 'Y' to ws-komentar-ada
           end-if.
           perform varying rs-idx from 1 by 1
                   until rs-idx > rs-count
               move spaces to packet-out-record
                   rs-latihan(rs-idx) delimited by size
                   into packet-out-record
               write packet-out-record
               if ws-komentar-ada = 'Y'
                   perform tulis-komentar-mhs
               end-if
           end-perform.
           if ws-komentar-ada = 'Y'
               close komentar-file
           end-if.

      *> The packet week's comments on the student, under the
      *> student's roster line.
       tulis-komentar-mhs.
           move rs-npm(rs-idx) to km-npm.
           move ws-minggu to km-minggu.
           move 0 to km-no.
           start komentar-file key not < km-key
               invalid key move 'Y' to eof-flag
           end-start.
           if ws-kom-status = "00"
               move 'N' to eof-flag
           else
               move 'Y' to eof-flag
           end-if.
           perform until habis
               read komentar-file next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   if km-npm not = rs-npm(rs-idx)
                           or km-minggu not = ws-minggu
                       move 'Y' to eof-flag
                   else
                       move spaces to packet-out-record
                       string '    KOMENTAR ' delimited by size
                           km-penulis delimited by size
                           ' ' delimited by size
                           km-teks delimited by size
                           into packet-out-record
                       write packet-out-record
                   end-if
               end-if
           end-perform.

       tulis-pengecualian.
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 'N' to ws-kor-hasil
                       if aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
      *> Practice, what-if and exam records are out of every grading
      *> count, so they are not instructor exceptions either; nor is
      *> work an audit correction voided.
                       if aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                               and aud-lab-week = ws-minggu
                               and (aud-elig = 'N'
                               or aud-late = 'L')
               move '(TIDAK ADA PENGECUALIAN)' to packet-out-record
               write packet-out-record
           end-if.
           if ws-susul-cnt > 0
               move spaces to packet-out-record
               string '(' delimited by size
                   ws-susul-cnt delimited by size
                   ' RECORD SUSULAN DISETUJUI, BUKAN PENGECUALIAN)'
                   delimited by size
                   into packet-out-record
               write packet-out-record
           end-if.

       tulis-satu-pengecualian.
           move 'N' to ws-ketemu.
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
      *> Make-up work approved through SUSULAN is the missed week's
      *> own work, not an exception; it is only counted.
           if ws-ketemu = 'Y'
               call 'SUSGET' using aud-npm, aud-lab-week,
                   aud-timestamp, ws-sus-hasil
               if ws-sus-hasil = 'S'
                   add 1 to ws-susul-cnt
                   move 'N' to ws-ketemu
               end-if
           end-if.
           if ws-ketemu = 'Y'
               add 1 to ws-exc-cnt
               move spaces to packet-out-record
               write packet-out-record
           end-if.

      *> The roster decides who belongs to the kelas, so a student
      *> moved since RISIKO ran shows in the new kelas's packet.
       tulis-risiko.
           move spaces to packet-out-record.
           write packet-out-record.
           move spaces to packet-out-record.
           string '--- MAHASISWA BERISIKO MINGGU ' delimited by size
               ws-minggu delimited by size
               ' ---' delimited by size
               into packet-out-record.
           write packet-out-record.
           move 0 to ws-risiko-cnt.
           open input risk-hist.
           if ws-rh-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read risk-hist
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and rk-minggu = ws-minggu
                       perform tulis-satu-risiko
                   end-if
               end-perform
               close risk-hist
           end-if.
           if ws-risiko-cnt = 0
               move '(TIDAK ADA MAHASISWA BERISIKO)'
                   to packet-out-record
               write packet-out-record
           end-if.

       tulis-satu-risiko.
           move 'N' to ws-ketemu.
           perform varying rs-idx from 1 by 1
                   until rs-idx > rs-count or ws-ketemu = 'Y'
               if rs-npm(rs-idx) = rk-npm
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'Y'
               set rs-idx down by 1
               add 1 to ws-risiko-cnt
               move spaces to packet-out-record
               string rk-npm delimited by size
                   ' ' delimited by size
                   rs-nama(rs-idx) delimited by size
                   ' SKOR ' delimited by size
                   rk-skor delimited by size
                   into packet-out-record
               if rk-baru-minggu-ini
                   move 'BARU' to packet-out-record(52:4)
               end-if
               move rk-alasan to packet-out-record(57:35)
               write packet-out-record
           end-if.

      *> The mark reports lead with the NPM, so the class's slice is
      *> just the lines whose NPM is on this roster.
       tulis-nilai.
               move kuisa-mark-record to packet-out-record
               write packet-out-record
           end-if.

      *> One TUNGGU line per packet until the desk marks it KIRIM in
      *> DISTMGR; a rerun before pickup does not add a second one.
       catat-pengambilan.
           move 'N' to ws-sudah-tunggu.
           open input dist-log.
           if ws-dl-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read dist-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if dl-report = ws-packet-name
                               and dl-status = 'TUNGGU'
                           move 'Y' to ws-sudah-tunggu
                       end-if
                   end-if
               end-perform
               close dist-log
           end-if.
           if ws-sudah-tunggu = 'N'
               open extend dist-log
               if ws-dl-status = "35"
                   open output dist-log
               end-if
               if ws-dl-status = "00"
                   move spaces to dist-log-record
                   move ws-run-date to dl-date
                   move ws-packet-name to dl-report
                   move 0 to dl-gen
                   move 'INSTRUKTUR' to dl-role
                   move 'TUNGGU' to dl-status
                   move ws-dosen-kode to dl-dosen
                   move ws-dosen-nama to dl-dosen-nama
                   write dist-log-record
                   close dist-log
               end-if
           end-if.
