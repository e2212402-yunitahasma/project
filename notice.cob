      *> Notice generator: turns the problems the suite already
      *> detects into individual printable student notices - work
      *> flagged out-of-section (AUD-ELIG 'N'), a GAGAL verdict from
      *> GABMARK, a master record with no name from DATAQC, a student
      *> newly at risk on RISIKO's latest week (type RISKO) - batched
      *> per kelas for handout at the next session, with names from
      *> the student master and the finding in plain language via
      *> MSGCAT (session language). data/NOTICE-LOG.DAT records what
      *> was issued to whom so nobody is notified twice for the same
      *> finding. A student on cuti or withdrawn (master status C/K)
      *> is not sent a notice for work missed while away; the finding
      *> is held, not logged, so it still notifies on return.
      *> Every notice also goes out electronically to the addresses
      *> on the desk's contact file (data/STU-KONTAK.DAT) as lines of
      *> data/NOTICE-GATEWAY.DAT in the campus mail/SMS gateway's
      *> format, one per channel:
      *>   EMAIL|<alamat>|<ref>|<subjek>|<pesan>
      *>   SMS|<nomor>|<ref>||<pesan>
      *> <ref> is the log's reference plus E/S; NOTSTAT reads the
      *> gateway's returns against it. The printed handout is still
      *> produced for everybody.
       identification division.
       program-id. NOTICE.
       environment division.
           select notice-log assign to "data/NOTICE-LOG.DAT"
               organization is line sequential
               file status is ws-nl-status.
           select student-kontak assign to "data/STU-KONTAK.DAT"
               organization is indexed
               access mode is dynamic
               record key is sk-npm
               file status is ws-sk-status.
           select gateway-out assign to "data/NOTICE-GATEWAY.DAT"
               organization is line sequential
               file status is ws-gw-status.
           select risk-hist assign to "data/RISK-HIST.DAT"
               organization is line sequential
               file status is ws-rh-status.
       data division.
       file section.
       fd audit-file.
       fd notice-out.
       01 notice-out-record pic x(80).
       fd notice-log.
           copy NOTLOG.
       fd student-kontak.
           copy STUKONT.
       fd gateway-out.
       01 gateway-out-record pic x(250).
       fd risk-hist.
           copy RISIKO.
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-gm-status pic xx.
       77  ws-sm-status pic xx.
       77  ws-no-status pic xx.
       77  ws-nl-status pic xx.
       77  ws-sk-status pic xx.
       77  ws-gw-status pic xx.
       77  ws-rh-status pic xx.
       77  ws-rk-minggu pic x(4) value spaces.
       77  ws-kontak-ada pic x value 'N'.
       77  ws-kirim-seq pic 9(4) value 0.
       77  ws-kirim-id pic x(12).
       77  ws-ref pic x(13).
       77  ws-teks-temuan pic x(80).
       77  ws-pesan pic x(160).
       77  ws-elektronik pic 9(4) value 0.
       77  ws-tanpa-kontak pic 9(4) value 0.
       77  ws-run-date pic x(8).
       77  ws-bahasa pic xx value spaces.
       77  ws-hit-gagal pic 9(3).
       77  ws-master-ada pic x value 'N'.
       77  ws-terbit pic 9(4) value 0.
       77  ws-ditahan pic 9(4) value 0.
      *> Notice body text, Indonesian default, swapped by MSGCAT for
      *> the session language the way every screen program does.
       01  mc-nt-judul pic x(46) value
           'JAWABAN DERET GABUT ANDA DINILAI GAGAL'.
       01  mc-nt-regis pic x(46) value
           'DATA REGISTRASI ANDA TIDAK LENGKAP - KE DESK'.
       01  mc-nt-risiko pic x(46) value
           'ANDA BERISIKO TERTINGGAL DI LAB'.
       01  mc-nt-hubungi pic x(46) value
           'HUBUNGI DESK LAB UNTUK TINDAK LANJUT'.
       01  temuan-tabel.
           perform kumpul-elig.
           perform kumpul-gagal.
           perform kumpul-regis.
           perform kumpul-risiko.
           if ws-master-ada = 'Y'
               close student-master
           end-if.
           if tm-count = 0
               display 'TIDAK ADA TEMUAN BARU - TIDAK ADA NOTIS'
               if ws-ditahan > 0
                   display 'DITAHAN STATUS CUTI/KELUAR: ' ws-ditahan
               end-if
               go to selesai
           end-if.
           perform tulis-notis.
           display 'NOTIS DITERBITKAN : ' ws-terbit.
           display 'DIKIRIM ELEKTRONIK: ' ws-elektronik.
           display 'TANPA KONTAK      : ' ws-tanpa-kontak.
           if ws-ditahan > 0
               display 'DITAHAN STATUS CUTI/KELUAR: ' ws-ditahan
           end-if.
           display 'LIHAT data/NOTICE-OUT.DAT'.

       selesai.
               mc-nt-gagal.
           call 'MSGCAT' using ws-bahasa, 'NT-REGIS    ',
               mc-nt-regis.
           call 'MSGCAT' using ws-bahasa, 'NT-RISIKO   ',
               mc-nt-risiko.
           call 'MSGCAT' using ws-bahasa, 'NT-HUBUNGI  ',
               mc-nt-hubungi.

                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if nl-kirim-id(1:8) = ws-run-date
                               and nl-kirim-id(9:4) numeric
                               and nl-kirim-id(9:4) > ws-kirim-seq
                           move nl-kirim-id(9:4) to ws-kirim-seq
                       end-if
                       if tl-count < 500
                           add 1 to tl-count
                           set tl-idx to tl-count
               close qc-report
           end-if.

      *> Only the latest week RISIKO has run matters, and only the
      *> students it marks newly at risk: one still at risk from the
      *> week before was notified then.
       kumpul-risiko.
           open input risk-hist.
           if ws-rh-status not = "00"
               exit paragraph
           end-if.
           move 'N' to eof-flag.
           perform until habis
               read risk-hist
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and rk-minggu > ws-rk-minggu
                   move rk-minggu to ws-rk-minggu
               end-if
           end-perform.
           close risk-hist.
           open input risk-hist.
           move 'N' to eof-flag.
           perform until habis
               read risk-hist
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   if rk-minggu = ws-rk-minggu
                           and rk-baru-minggu-ini
                       move rk-npm to ws-cari-npm
                       move 'RISKO' to ws-cari-type
                       move rk-minggu to ws-cari-minggu
                       perform catat-temuan
                   end-if
               end-if
           end-perform.
           close risk-hist.

      *> One finding per NPM and type: dedupe against both the
      *> issued-notice log and the findings already collected this
      *> run, then pull name and kelas for the handout batching.
           if tm-count >= 500
               exit paragraph
           end-if.
           move '99' to ws-sm-status.
           if ws-master-ada = 'Y'
               move ws-cari-npm to sm-npm
               read student-master
                   invalid key continue
               end-read
               if ws-sm-status = "00" and not sm-aktif
                   add 1 to ws-ditahan
                   exit paragraph
               end-if
           end-if.
           add 1 to tm-count.
           set tm-idx to tm-count.
           move ws-cari-npm to tm-npm(tm-idx).
           move ws-cari-minggu to tm-minggu(tm-idx).
           move 'TIDAK TERDAFTAR' to tm-nama(tm-idx).
           move 'TANPA' to tm-kelas(tm-idx).
           if ws-sm-status = "00"
               move sm-nama to tm-nama(tm-idx)
               move sm-kelas to tm-kelas(tm-idx)
           end-if.
           perform catat-kelas.

           if ws-nl-status = "35"
               open output notice-log
           end-if.
           open input student-kontak.
           if ws-sk-status = "00"
               move 'Y' to ws-kontak-ada
           else
               display 'FILE data/STU-KONTAK.DAT TIDAK ADA - '
               display 'NOTIS HANYA DICETAK'
           end-if.
           open output gateway-out.
           perform varying kl-idx from 1 by 1
                   until kl-idx > kl-count
               move spaces to notice-out-record
           end-perform.
           close notice-out.
           close notice-log.
           close gateway-out.
           if ws-kontak-ada = 'Y'
               close student-kontak
           end-if.

       tulis-satu-notis.
           add 1 to ws-terbit.
               tm-nama(tm-idx) delimited by size
               into notice-out-record.
           write notice-out-record.
           move spaces to ws-teks-temuan.
           evaluate tm-type(tm-idx)
               when 'ELIG '
                   string mc-nt-elig delimited by '  '
                       ' (MGGU ' delimited by size
                       tm-minggu(tm-idx) delimited by size
                       ')' delimited by size
                       into ws-teks-temuan
               when 'GAGAL'
                   move mc-nt-gagal to ws-teks-temuan
               when 'REGIS'
                   move mc-nt-regis to ws-teks-temuan
               when 'RISKO'
                   string mc-nt-risiko delimited by '  '
                       ' (MGGU ' delimited by size
                       tm-minggu(tm-idx) delimited by size
                       ')' delimited by size
                       into ws-teks-temuan
           end-evaluate.
           move ws-teks-temuan to notice-out-record.
           write notice-out-record.
           move mc-nt-hubungi to notice-out-record.
           write notice-out-record.
           move tm-npm(tm-idx) to nl-npm.
           move tm-type(tm-idx) to nl-type.
           move tm-minggu(tm-idx) to nl-minggu.
           perform kirim-elektronik.
           write notice-log-record.

      *> One gateway line per address on file; the log line carries
      *> the reference and which channels were used so NOTSTAT can
      *> match the returns. No address at all leaves the channels
      *> unused - that student is on NOTSTAT's paper list.
       kirim-elektronik.
           add 1 to ws-kirim-seq.
           move ws-run-date to ws-kirim-id(1:8).
           move ws-kirim-seq to ws-kirim-id(9:4).
           move ws-kirim-id to nl-kirim-id.
           move space to nl-email-st.
           move space to nl-sms-st.
           move '99' to ws-sk-status.
           if ws-kontak-ada = 'Y'
               move tm-npm(tm-idx) to sk-npm
               read student-kontak
                   invalid key continue
               end-read
           end-if.
           if ws-sk-status not = "00"
               add 1 to ws-tanpa-kontak
               exit paragraph
           end-if.
           if sk-email = spaces and sk-hp = spaces
               add 1 to ws-tanpa-kontak
               exit paragraph
           end-if.
           add 1 to ws-elektronik.
           move spaces to ws-pesan.
           string 'NPM ' delimited by size
               tm-npm(tm-idx) delimited by size
               ': ' delimited by size
               ws-teks-temuan delimited by '  '
               '. ' delimited by size
               mc-nt-hubungi delimited by '  '
               into ws-pesan.
           if sk-email not = spaces
               move ws-kirim-id to ws-ref
               move 'E' to ws-ref(13:1)
               move spaces to gateway-out-record
               string 'EMAIL|' delimited by size
                   sk-email delimited by space
                   '|' delimited by size
                   ws-ref delimited by size
                   '|' delimited by size
                   mc-nt-judul delimited by '  '
                   '|' delimited by size
                   ws-pesan delimited by '  '
                   into gateway-out-record
               write gateway-out-record
               move 'K' to nl-email-st
           end-if.
           if sk-hp not = spaces
               move ws-kirim-id to ws-ref
               move 'S' to ws-ref(13:1)
               move spaces to gateway-out-record
               string 'SMS|' delimited by size
                   sk-hp delimited by space
                   '|' delimited by size
                   ws-ref delimited by size
                   '||' delimited by size
                   ws-pesan delimited by '  '
                   into gateway-out-record
               write gateway-out-record
               move 'K' to nl-sms-st
           end-if.
