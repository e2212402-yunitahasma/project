      *> The queue file itself is rewritten wholesale after every
      *> state change - it is small and a line-sequential REWRITE is
      *> not a thing.
      *> A submission may name up to three prerequisite jobs that
      *> must have a SUKSES line for today in JOB-STATUS.DAT, and a
      *> not-before time (on its submission day). Until both hold it
      *> stays TUNGGU and is passed over; the queue is walked again
      *> after every run, so a prerequisite finishing in this run
      *> releases its dependants straight away. With the argument
      *> TUNGGU the monitor keeps polling once a minute while any job
      *> is still waiting, until the day ends.
       identification division.
       program-id. JOBMON.
       environment division.
           05 jq-operator pic x(10).
           05 filler pic x.
           05 jq-submit-ts pic x(14).
           05 filler pic x.
           05 jq-prasyarat pic x(5) occurs 3 times.
           05 filler pic x.
           05 jq-jam-mulai pic x(6).
       fd job-status.
       01 job-status-record.
           05 js-date pic x(8).
       77  ws-end-ts pic x(14).
       77  ws-outcome pic x(7).
       77  ws-kerjakan pic 9(3) value 0.
       77  ws-cli-arg pic x(40).
       77  ws-tunggu-cnt pic 9(3).
       77  ws-tunggu-mode pic x value 'N'.
       77  ws-jalan-pass pic 9(3).
       77  ws-now-time pic 9(8).
       77  ws-now-date pic x(8).
       77  ws-boleh pic x.
       77  ws-p pic 9.
       77  ws-tidur pic 9(4) comp-5 value 60.
       01  antrian-tabel.
           02 at-item occurs 100 times indexed by at-idx, at-sav.
               03 at-seq pic 9(4).
               03 at-status pic x(7).
               03 at-operator pic x(10).
               03 at-submit-ts pic x(14).
               03 at-prasyarat pic x(5) occurs 3 times.
               03 at-jam-mulai pic x(6).
       77  at-count pic 9(3) value 0.
       77  at-penuh pic x value 'N'.
      *> Jobs with a SUKSES line today in JOB-STATUS.DAT.
       01  sukses-tabel.
           02 sk-job pic x(5) occurs 100 times indexed by sk-idx.
       77  sk-count pic 9(3) value 0.
       77  sk-ketemu pic x.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
           if ws-cli-arg(1:6) = 'TUNGGU'
               move 'Y' to ws-tunggu-mode
           end-if.
           perform muat-antrian.
           if at-count = 0
               display 'ANTRIAN KOSONG - TIDAK ADA YANG DIKERJAKAN'
               display 'PANGKAS data/JOB-QUEUE.DAT DULU'
               go to selesai
           end-if.
           perform kerjakan-antrian.
           perform until ws-tunggu-mode = 'N' or ws-tunggu-cnt = 0
               call 'C$SLEEP' using ws-tidur
               accept ws-now-date from date yyyymmdd
               if ws-now-date not = ws-run-date
                   move 'N' to ws-tunggu-mode
               else
                   perform kerjakan-antrian
               end-if
           end-perform.
           if ws-tunggu-cnt > 0
               display 'JOB MASIH MENUNGGU: ' ws-tunggu-cnt
                   ' (LIHAT ALASANNYA DI JOBQ)'
           end-if.
           display 'MONITOR SELESAI, JOB DIKERJAKAN: ' ws-kerjakan.

       selesai.
                           move jq-status to at-status(at-idx)
                           move jq-operator to at-operator(at-idx)
                           move jq-submit-ts to at-submit-ts(at-idx)
                           move jq-prasyarat(1)
                               to at-prasyarat(at-idx 1)
                           move jq-prasyarat(2)
                               to at-prasyarat(at-idx 2)
                           move jq-prasyarat(3)
                               to at-prasyarat(at-idx 3)
                           move jq-jam-mulai to at-jam-mulai(at-idx)
                       else
                           if jq-seq numeric
                               move 'Y' to at-penuh
               move at-status(at-sav) to jq-status
               move at-operator(at-sav) to jq-operator
               move at-submit-ts(at-sav) to jq-submit-ts
               move at-prasyarat(at-sav 1) to jq-prasyarat(1)
               move at-prasyarat(at-sav 2) to jq-prasyarat(2)
               move at-prasyarat(at-sav 3) to jq-prasyarat(3)
               move at-jam-mulai(at-sav) to jq-jam-mulai
               write job-queue-record
           end-perform.
           close job-queue.

      *> Walks the queue in submission order, again and again while
      *> a walk still ran something, since a finished job may be the
      *> prerequisite a waiting one was held for.
       kerjakan-antrian.
           move 1 to ws-jalan-pass.
           perform until ws-jalan-pass = 0
               move 0 to ws-jalan-pass
               move 0 to ws-tunggu-cnt
               perform muat-sukses-hari-ini
               perform varying at-idx from 1 by 1
                       until at-idx > at-count
                   if at-status(at-idx) = 'ANTRI'
                           or at-status(at-idx) = 'TUNGGU'
                       perform periksa-syarat
                       if ws-boleh = 'Y'
                           perform kerjakan-satu-job
                           add 1 to ws-jalan-pass
                       else
                           add 1 to ws-tunggu-cnt
                           if at-status(at-idx) not = 'TUNGGU'
                               move 'TUNGGU' to at-status(at-idx)
                               perform simpan-antrian
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform.

      *> The not-before time only holds on the day the job was
      *> submitted; a job left over from an earlier day is past it.
       periksa-syarat.
           move 'Y' to ws-boleh.
           if at-jam-mulai(at-idx) numeric
                   and at-submit-ts(at-idx)(1:8) = ws-run-date
               accept ws-now-time from time
               if ws-now-time(1:6) < at-jam-mulai(at-idx)
                   move 'N' to ws-boleh
               end-if
           end-if.
           perform varying ws-p from 1 by 1 until ws-p > 3
               if at-prasyarat(at-idx ws-p) not = spaces
                   move 'N' to sk-ketemu
                   perform varying sk-idx from 1 by 1
                           until sk-idx > sk-count
                       if sk-job(sk-idx) = at-prasyarat(at-idx ws-p)
                           move 'Y' to sk-ketemu
                       end-if
                   end-perform
                   if sk-ketemu = 'N'
                       move 'N' to ws-boleh
                   end-if
               end-if
           end-perform.

       muat-sukses-hari-ini.
           move 0 to sk-count.
           open input job-status.
           if ws-js-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read job-status
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and js-date = ws-run-date
                           and js-outcome = 'SUKSES'
                       perform simpan-sukses
                   end-if
               end-perform
               close job-status
           end-if.

       simpan-sukses.
           move 'N' to sk-ketemu.
           perform varying sk-idx from 1 by 1 until sk-idx > sk-count
               if sk-job(sk-idx) = js-job
                   move 'Y' to sk-ketemu
               end-if
           end-perform.
           if sk-ketemu = 'N' and sk-count < 100
               add 1 to sk-count
               set sk-idx to sk-count
               move js-job to sk-job(sk-idx)
           end-if.

      *> WEEKRPT takes its week off the term calendar when run with
      *> no argument, so the queued form needs none.
       kerjakan-satu-job.
