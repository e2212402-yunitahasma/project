      *> Training environment upkeep. Operator practice runs against
      *> training/data, a separate copy of the data directory, so
      *> nobody learns the menus on the production trail; DRIVER
      *> switches a training sign-on into training/ and every program
      *> it launches then resolves data/ and bin/ there.
      *>   bin/latihan SNAPSHOT   builds training/snapshot from the
      *>                          current reference and master files,
      *>                          sanitized: students are renamed
      *>                          'PESERTA LATIHAN nnnnn' (NPMs kept,
      *>                          so ENROLL still matches) and
      *>                          instructor contacts are blanked.
      *>                          Contacts, audit trail, logs, job
      *>                          queue and grades are never copied.
      *>   bin/latihan RESET      puts training/data back to the
      *>                          snapshot, throwing away whatever
      *>                          practice was done since.
      *> Both carry data/LATIHAN.FLAG into the training copy, which is
      *> how LATCEK (and so DWFEED, GRADEEXT and DISTMGR) knows it is
      *> not production. Both are senior-operator functions, run from
      *> the production directory, never from inside training.
      *> USAGE: bin/latihan SNAPSHOT|RESET
       identification division.
       program-id. LATIHAN.
       environment division.
       input-output section.
       file-control.
           select student-master assign to "data/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-npm
               file status is ws-sm-status.
           select snap-student assign to "training/snapshot/STUMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sn-npm
               file status is ws-sn-status.
           select instruktur assign to "data/INSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is im-kode
               file status is ws-im-status.
           select snap-instruktur
               assign to "training/snapshot/INSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is si-kode
               file status is ws-si-status.
           select snap-flag assign to "training/snapshot/LATIHAN.FLAG"
               organization is line sequential
               file status is ws-sf-status.
       data division.
       file section.
       fd student-master.
           copy STUMAST.
       fd snap-student.
       01 snap-student-record.
           05 sn-npm pic x(8).
           05 filler pic x(74).
       fd instruktur.
           copy INSTMAST.
       fd snap-instruktur.
       01 snap-instruktur-record.
           05 si-kode pic x(6).
           05 filler pic x(61).
       fd snap-flag.
       01 snap-flag-record.
           05 sf-tag pic x(7).
           05 filler pic x.
           05 sf-date pic x(8).
           05 filler pic x.
           05 sf-operator pic x(10).
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-sn-status pic xx.
       77  ws-im-status pic xx.
       77  ws-si-status pic xx.
       77  ws-sf-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-cli-arg pic x(20).
       77  ws-cmd pic x(120).
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
       77  ws-opr-hasil pic x.
           88 operator-sah value 'Y'.
       77  ws-lat-hasil pic x.
           88 lingkungan-latihan value 'Y'.
       77  ws-sec-program pic x(10) value 'LATIHAN'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       77  ws-stu-count pic 9(5) value 0.
       77  ws-ins-count pic 9(5) value 0.
       77  ws-ref-idx pic 99.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
      *> Reference files the menus need to behave as they do in
      *> production. Indexed masters may carry companion index
      *> files, hence the copy by name prefix.
       01  ref-nama-isi.
           05 filler pic x(20) value 'KELAS-REF.DAT'.
           05 filler pic x(20) value 'KELAS-DOSEN.DAT'.
           05 filler pic x(20) value 'ENROLL.DAT'.
           05 filler pic x(20) value 'OPERMAST.DAT'.
           05 filler pic x(20) value 'STAMAST.DAT'.
           05 filler pic x(20) value 'STA-BOOKING.DAT'.
           05 filler pic x(20) value 'TERM-CALENDAR.DAT'.
           05 filler pic x(20) value 'RUN-CALENDAR.DAT'.
           05 filler pic x(20) value 'ASSIGN-SCHED.DAT'.
           05 filler pic x(20) value 'SERIES-DEF.DAT'.
           05 filler pic x(20) value 'MSG-CATALOG.DAT'.
           05 filler pic x(20) value 'MSG-FIELD.DAT'.
           05 filler pic x(20) value 'GRADE-WEIGHTS.DAT'.
           05 filler pic x(20) value 'GRADE-BOUNDS.DAT'.
           05 filler pic x(20) value 'KUISA-KEY.DAT'.
           05 filler pic x(20) value 'KUISA-QUIZ.DAT'.
           05 filler pic x(20) value 'KUISA-ITEM.DAT'.
           05 filler pic x(20) value 'NPM-RULES.DAT'.
           05 filler pic x(20) value 'FILE-LIMITS.DAT'.
           05 filler pic x(20) value 'BATCH-WINDOW.DAT'.
           05 filler pic x(20) value 'BATCH-PARAM.DAT'.
           05 filler pic x(20) value 'RISK-WEIGHTS.DAT'.
           05 filler pic x(20) value 'OPRCERT-PARAM.DAT'.
       01  ref-nama-tabel redefines ref-nama-isi.
           05 ref-nama pic x(20) occurs 23 times.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           if ws-cli-arg(1:8) not = 'SNAPSHOT'
                   and ws-cli-arg(1:5) not = 'RESET'
               display 'USAGE: bin/latihan SNAPSHOT|RESET'
               go to selesai
           end-if.
           call 'LATCEK' using ws-lat-hasil.
           if lingkungan-latihan
               display 'SUDAH DI LINGKUNGAN LATIHAN - JALANKAN DARI '
                   'DIREKTORI PRODUKSI'
               go to selesai
           end-if.
           accept ws-operator from environment 'LABOPR'
               on exception move spaces to ws-operator
           end-accept.
           move 1 to ws-opr-level-perlu.
           call 'OPRCHK' using ws-operator, ws-opr-level-perlu,
               ws-opr-hasil.
           if not operator-sah
               display 'LINGKUNGAN LATIHAN HANYA UNTUK OPERATOR SENIOR'
               move 'AKSES-TOLAK' to ws-sec-event
               move 'LATIHAN' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           if ws-cli-arg(1:8) = 'SNAPSHOT'
               perform buat-snapshot
           else
               perform reset-latihan
           end-if.

       selesai.
           stop run.

       buat-snapshot.
           move 'rm -rf training/snapshot && mkdir -p training/snapshot'
               to ws-cmd.
           call 'SYSTEM' using ws-cmd.
           perform varying ws-ref-idx from 1 by 1 until ws-ref-idx > 23
               move spaces to ws-cmd
               string 'cp data/' delimited by size
                   ref-nama(ws-ref-idx) delimited by space
                   '* training/snapshot/ 2>/dev/null' delimited by size
                   into ws-cmd
               call 'SYSTEM' using ws-cmd
           end-perform.
           perform salin-mahasiswa.
           perform salin-instruktur.
           open output snap-flag.
           move spaces to snap-flag-record.
           move 'LATIHAN' to sf-tag.
           move ws-run-date to sf-date.
           move ws-operator to sf-operator.
           write snap-flag-record.
           close snap-flag.
           display 'SNAPSHOT LATIHAN : training/snapshot'.
           display 'MAHASISWA        : ' ws-stu-count.
           display 'INSTRUKTUR       : ' ws-ins-count.
           display 'JALANKAN bin/latihan RESET UNTUK MENGISI '
               'training/data'.
           move 'LAT-SNAPSHOT' to ws-sec-event.
           move spaces to ws-sec-detail.
           string 'MHS ' delimited by size
               ws-stu-count delimited by size
               into ws-sec-detail.
           call 'SECLOG' using ws-sec-program, ws-sec-event,
               ws-operator, ws-sec-detail.

      *> Same NPMs, so enrollments and rosters still line up in
      *> practice; no real name leaves production.
       salin-mahasiswa.
           open input student-master.
           if ws-sm-status not = "00"
               display 'data/STUMAST.DAT TIDAK ADA - DILEWATI'
               exit paragraph
           end-if.
           open output snap-student.
           move 'N' to eof-flag.
           perform until habis
               read student-master next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   add 1 to ws-stu-count
                   move spaces to sm-nama
                   string 'PESERTA LATIHAN ' delimited by size
                       ws-stu-count delimited by size
                       into sm-nama
                   write snap-student-record from student-master-record
               end-if
           end-perform.
           close student-master.
           close snap-student.

       salin-instruktur.
           open input instruktur.
           if ws-im-status not = "00"
               display 'data/INSTMAST.DAT TIDAK ADA - DILEWATI'
               exit paragraph
           end-if.
           open output snap-instruktur.
           move 'N' to eof-flag.
           perform until habis
               read instruktur next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   add 1 to ws-ins-count
                   move spaces to im-kontak
                   write snap-instruktur-record from instruktur-record
               end-if
           end-perform.
           close instruktur.
           close snap-instruktur.

      *> training/bin points back at the production programs, so a
      *> launch from inside training runs the same build.
       reset-latihan.
           open input snap-flag.
           if ws-sf-status not = "00"
               display 'BELUM ADA SNAPSHOT - JALANKAN bin/latihan '
                   'SNAPSHOT'
               exit paragraph
           end-if.
           close snap-flag.
           move spaces to ws-cmd.
           string 'rm -rf training/data' delimited by size
               ' && cp -r training/snapshot training/data'
                   delimited by size
               ' && ln -sfn ../bin training/bin' delimited by size
               into ws-cmd.
           call 'SYSTEM' using ws-cmd.
           display 'training/data DIKEMBALIKAN KE SNAPSHOT'.
           move 'LAT-RESET' to ws-sec-event.
           move spaces to ws-sec-detail.
           call 'SECLOG' using ws-sec-program, ws-sec-event,
               ws-operator, ws-sec-detail.
