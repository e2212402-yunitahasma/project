      *> Delivery status for the notices NOTICE sent through the campus
      *> mail/SMS gateway. The gateway's returns come back in
      *> data/NOTICE-RETURN.DAT, one per message:
      *>   <ref>|<status>|<tanggal yyyymmdd>|<keterangan>
      *> <ref> is NOTICE's reference plus the channel letter (E/S).
      *> DELIVERED marks the channel delivered; BOUNCED, FAILED and
      *> REJECTED mark it failed; anything else (QUEUED ...) leaves it
      *> waiting. A delivered channel stays delivered. The statuses
      *> are written back onto data/NOTICE-LOG.DAT, so importing the
      *> same returns twice changes nothing.
      *> Then data/NOTICE-PAPER.DAT lists, per kelas, every student a
      *> notice could not reach electronically - no contact on file,
      *> or every channel used came back failed - who still needs
      *> the paper copy; notices still waiting are only counted.
      *> Run with no argument after each gateway return file; the
      *> report alone is produced when there is no return file.
       identification division.
       program-id. NOTSTAT.
       environment division.
       input-output section.
       file-control.
           select notice-log assign to "data/NOTICE-LOG.DAT"
               organization is line sequential
               file status is ws-nl-status.
           select return-in assign to "data/NOTICE-RETURN.DAT"
               organization is line sequential
               file status is ws-rt-status.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select paper-report assign to "data/NOTICE-PAPER.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd notice-log.
           copy NOTLOG.
       fd return-in.
       01 return-in-record pic x(120).
       fd student-master.
           copy STUMAST.
       fd paper-report.
       01 paper-report-record pic x(100).
       working-storage section.
       77  ws-nl-status pic xx.
       77  ws-rt-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-master-ada pic x value 'N'.
      *> The whole log, loaded for the rewrite; an overflowed load
      *> refuses the rewrite instead of dropping the tail.
       01  log-tabel.
           02 lg-baris pic x(60) occurs 5000 times indexed by lg-idx.
       77  lg-count pic 9(4) value 0.
       77  lg-penuh pic x value 'N'.
       77  ws-ref pic x(13).
       77  ws-rt-status-teks pic x(12).
       77  ws-rt-tgl pic x(8).
       77  ws-rt-ket pic x(60).
       77  ws-baru pic x.
       77  ws-ketemu pic x.
       77  ws-berubah pic x value 'N'.
       77  ws-dibaca pic 9(4) value 0.
       77  ws-dicocokkan pic 9(4) value 0.
       77  ws-tak-cocok pic 9(4) value 0.
       77  ws-diabaikan pic 9(4) value 0.
       77  ws-terkirim pic 9(4) value 0.
       77  ws-menunggu pic 9(4) value 0.
       77  ws-kertas pic 9(4) value 0.
       77  ws-sebab pic x(20).
      *> The students needing paper, grouped per kelas for the report.
       01  kertas-tabel.
           02 kt-item occurs 2000 times indexed by kt-idx.
               03 kt-npm pic x(8).
               03 kt-nama pic x(30).
               03 kt-kelas pic x(5).
               03 kt-type pic x(5).
               03 kt-minggu pic x(4).
               03 kt-tgl pic x(8).
               03 kt-sebab pic x(20).
       77  kt-count pic 9(4) value 0.
       01  kelas-tabel.
           02 kl-kelas pic x(5) occurs 50 times.
       77  kl-count pic 99 value 0.
       77  kl-idx pic 99.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           perform muat-log.
           if lg-count = 0
               display 'data/NOTICE-LOG.DAT KOSONG/TIDAK ADA'
               go to selesai
           end-if.
           perform impor-status.
           if ws-berubah = 'Y'
               if lg-penuh = 'Y'
                   display 'PERHATIAN: NOTICE-LOG.DAT > 5000 BARIS - '
                   display 'STATUS TIDAK DISIMPAN'
               else
                   perform simpan-log
               end-if
           end-if.
           open input student-master.
           if ws-sm-status = "00"
               move 'Y' to ws-master-ada
           end-if.
           perform kumpul-kertas.
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           perform tulis-laporan.
           display 'STATUS DIBACA      : ' ws-dibaca.
           display 'COCOK DENGAN LOG   : ' ws-dicocokkan.
           display 'TIDAK COCOK        : ' ws-tak-cocok.
           display 'PERLU SALINAN KERTAS: ' ws-kertas.
           display 'LIHAT data/NOTICE-PAPER.DAT'.

       selesai.
           stop run.

       muat-log.
           open input notice-log.
           if ws-nl-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read notice-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if lg-count < 5000
                           add 1 to lg-count
                           move notice-log-record to lg-baris(lg-count)
                       else
                           move 'Y' to lg-penuh
                       end-if
                   end-if
               end-perform
               close notice-log
           end-if.

       impor-status.
           open input return-in.
           if ws-rt-status not = "00"
               display 'data/NOTICE-RETURN.DAT TIDAK ADA - '
               display 'HANYA LAPORAN'
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read return-in
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and return-in-record not = spaces
                   add 1 to ws-dibaca
                   perform catat-satu-status
               end-if
           end-perform.
           close return-in.

       catat-satu-status.
           move spaces to ws-ref ws-rt-status-teks ws-rt-tgl ws-rt-ket.
           unstring return-in-record delimited by '|'
               into ws-ref ws-rt-status-teks ws-rt-tgl ws-rt-ket
           end-unstring.
           evaluate ws-rt-status-teks
               when 'DELIVERED'
                   move 'T' to ws-baru
               when 'BOUNCED'
               when 'FAILED'
               when 'REJECTED'
                   move 'G' to ws-baru
               when other
                   add 1 to ws-diabaikan
                   exit paragraph
           end-evaluate.
           if ws-rt-tgl not numeric
               move ws-run-date to ws-rt-tgl
           end-if.
           move 'N' to ws-ketemu.
           perform varying lg-idx from 1 by 1
                   until lg-idx > lg-count or ws-ketemu = 'Y'
               move lg-baris(lg-idx) to notice-log-record
               if nl-kirim-id = ws-ref(1:12)
                       and nl-kirim-id not = spaces
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N'
               add 1 to ws-tak-cocok
               exit paragraph
           end-if.
           set lg-idx down by 1.
           add 1 to ws-dicocokkan.
           evaluate ws-ref(13:1)
               when 'E'
                   if nl-email-st not = 'T'
                       move ws-baru to nl-email-st
                   end-if
               when 'S'
                   if nl-sms-st not = 'T'
                       move ws-baru to nl-sms-st
                   end-if
               when other
                   add 1 to ws-tak-cocok
                   subtract 1 from ws-dicocokkan
                   exit paragraph
           end-evaluate.
           move ws-rt-tgl to nl-status-tgl.
           move notice-log-record to lg-baris(lg-idx).
           move 'Y' to ws-berubah.

       simpan-log.
           open output notice-log.
           perform varying lg-idx from 1 by 1 until lg-idx > lg-count
               move lg-baris(lg-idx) to notice-log-record
               write notice-log-record
           end-perform.
           close notice-log.

      *> Lines from before electronic delivery carry no reference and
      *> were handed out on paper already; they are left out.
       kumpul-kertas.
           perform varying lg-idx from 1 by 1 until lg-idx > lg-count
               move lg-baris(lg-idx) to notice-log-record
               if nl-kirim-id not = spaces
                   perform nilai-satu-notis
               end-if
           end-perform.

       nilai-satu-notis.
           move spaces to ws-sebab.
           evaluate true
               when nl-email-st = 'T' or nl-sms-st = 'T'
                   add 1 to ws-terkirim
               when nl-email-st = space and nl-sms-st = space
                   move 'TANPA KONTAK' to ws-sebab
               when nl-email-st = 'K' or nl-sms-st = 'K'
                   add 1 to ws-menunggu
               when other
                   move 'GAGAL TERKIRIM' to ws-sebab
           end-evaluate.
           if ws-sebab = spaces
               exit paragraph
           end-if.
           add 1 to ws-kertas.
           if kt-count >= 2000
               exit paragraph
           end-if.
           add 1 to kt-count.
           set kt-idx to kt-count.
           move nl-npm to kt-npm(kt-idx).
           move nl-type to kt-type(kt-idx).
           move nl-minggu to kt-minggu(kt-idx).
           move nl-date to kt-tgl(kt-idx).
           move ws-sebab to kt-sebab(kt-idx).
           move 'TIDAK TERDAFTAR' to kt-nama(kt-idx).
           move 'TANPA' to kt-kelas(kt-idx).
           if ws-master-ada = 'Y'
               move nl-npm to sm-npm
               read student-master
                   invalid key continue
               end-read
               if ws-sm-status = "00"
                   move sm-nama to kt-nama(kt-idx)
                   move sm-kelas to kt-kelas(kt-idx)
               end-if
           end-if.
           perform catat-kelas.

       catat-kelas.
           move 'N' to ws-ketemu.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               if kl-kelas(kl-idx) = kt-kelas(kt-idx)
                   move 'Y' to ws-ketemu
               end-if
           end-perform.
           if ws-ketemu = 'N' and kl-count < 50
               add 1 to kl-count
               move kt-kelas(kt-idx) to kl-kelas(kl-count)
           end-if.

       tulis-laporan.
           open output paper-report.
           move spaces to paper-report-record.
           string '=== NOTIS PERLU SALINAN KERTAS - RUN '
                   delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into paper-report-record.
           write paper-report-record.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               move spaces to paper-report-record
               write paper-report-record
               move spaces to paper-report-record
               string '######## KELAS ' delimited by size
                   kl-kelas(kl-idx) delimited by size
                   ' ########' delimited by size
                   into paper-report-record
               write paper-report-record
               perform varying kt-idx from 1 by 1
                       until kt-idx > kt-count
                   if kt-kelas(kt-idx) = kl-kelas(kl-idx)
                       perform tulis-satu-baris
                   end-if
               end-perform
           end-perform.
           if kt-count = 0
               move '(SEMUA NOTIS SAMPAI ATAU MASIH MENUNGGU STATUS)'
                   to paper-report-record
               write paper-report-record
           end-if.
           move spaces to paper-report-record.
           write paper-report-record.
           move spaces to paper-report-record.
           string 'TERKIRIM ' delimited by size
               ws-terkirim delimited by size
               ' MENUNGGU STATUS ' delimited by size
               ws-menunggu delimited by size
               ' PERLU KERTAS ' delimited by size
               ws-kertas delimited by size
               into paper-report-record.
           write paper-report-record.
           if ws-tak-cocok > 0
               move spaces to paper-report-record
               string 'STATUS GATEWAY TANPA NOTIS DI LOG: '
                       delimited by size
                   ws-tak-cocok delimited by size
                   into paper-report-record
               write paper-report-record
           end-if.
           if kt-count < ws-kertas
               move 'PERHATIAN: DAFTAR TERPOTONG DI 2000 BARIS'
                   to paper-report-record
               write paper-report-record
           end-if.
           close paper-report.

       tulis-satu-baris.
           move spaces to paper-report-record.
           string '  ' delimited by size
               kt-npm(kt-idx) delimited by size
               ' ' delimited by size
               kt-nama(kt-idx) delimited by size
               ' ' delimited by size
               kt-type(kt-idx) delimited by size
               ' ' delimited by size
               kt-minggu(kt-idx) delimited by size
               ' ' delimited by size
               kt-tgl(kt-idx) delimited by size
               ' ' delimited by size
               kt-sebab(kt-idx) delimited by size
               into paper-report-record.
           write paper-report-record.
