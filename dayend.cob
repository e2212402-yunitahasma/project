      *>   4. bin/mstbkup EXPORT   the other indexed masters, with
      *>                           the restore catalog
      *>   5. bin/audidx BANGUN    rebuild of the keyed audit mirror
      *>   6. bin/aktsum           nightly activity summary for the
      *>                           count-only reports - last, so
      *>                           the trail it stamps already has
      *>                           the control record
      *> (generation housekeeping runs inside each batch program via
      *> GENMGR, so it needs no step of its own here). Each step is
      *> verified by its return code; only a fully clean run writes
      *> the 'OK' business-date flag in data/DAY-CLOSE.FLAG that
      *> DAYCHK gates the online programs against. A failed run
      *> writes 'BAD' so the next morning warns instead of silently
      *> opening on yesterday's half-closed files. The run is logged
      *> in data/JOB-STATUS.DAT as job DAYEN, start and outcome, in
      *> the same lines LABBATCH writes for its jobs.
       identification division.
       program-id. DAYEND.
       environment division.
           select dayend-report assign to "data/DAYEND-REPORT.DAT"
               organization is line sequential
               file status is ws-rpt-status.
           select job-status assign to "data/JOB-STATUS.DAT"
               organization is line sequential
               file status is ws-js-status.
       data division.
       file section.
       fd close-flag.
           05 cf-date pic x(8).
       fd dayend-report.
       01 dayend-report-record pic x(80).
       fd job-status.
       01 job-status-record.
           05 js-date pic x(8).
           05 filler pic x.
           05 js-job pic x(5).
           05 filler pic x.
           05 js-start pic x(14).
           05 filler pic x.
           05 js-end pic x(14).
           05 filler pic x.
           05 js-outcome pic x(7).
       working-storage section.
       77  ws-cf-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-js-status pic xx.
       77  ws-start-ts pic x(14).
       77  ws-end-ts pic x(14).
       77  ws-outcome pic x(7).
       77  ws-run-date pic x(8).
       77  ws-operator pic x(10).
       77  ws-opr-level-perlu pic 9.
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           accept ws-start-ts(1:8) from date yyyymmdd.
           accept ws-start-ts(9:6) from time.
           move spaces to ws-end-ts.
           move 'MULAI' to ws-outcome.
           perform catat-status-job.
           open output dayend-report.
           move spaces to dayend-report-record.
           string '=== TUTUP HARI - RUN ' delimited by size
           write dayend-report-record.
           perform jalankan-langkah
               varying ws-step from 1 by 1
               until ws-step > 6 or ws-gagal = 'Y'.
           perform tulis-flag.
           close dayend-report.
           accept ws-end-ts(1:8) from date yyyymmdd.
           accept ws-end-ts(9:6) from time.
           if ws-gagal = 'Y'
               move 'GAGAL' to ws-outcome
           else
               move 'SUKSES' to ws-outcome
           end-if.
           perform catat-status-job.
           if ws-gagal = 'Y'
               display 'TUTUP HARI GAGAL - LIHAT data/DAYEND-REPORT.DAT'
           else
               when 3 move 'bin/stubkup EXPORT' to ws-cmd
               when 4 move 'bin/mstbkup EXPORT' to ws-cmd
               when 5 move 'bin/audidx BANGUN' to ws-cmd
               when 6 move 'bin/aktsum' to ws-cmd
           end-evaluate.
           accept ws-ts(1:8) from date yyyymmdd.
           accept ws-ts(9:6) from time.
               ' DITULIS' delimited by size
               into dayend-report-record.
           write dayend-report-record.

       catat-status-job.
           open extend job-status.
           if ws-js-status = "35"
               open output job-status
           end-if.
           move spaces to job-status-record.
           move ws-run-date to js-date.
           move 'DAYEN' to js-job.
           move ws-start-ts to js-start.
           move ws-end-ts to js-end.
           move ws-outcome to js-outcome.
           write job-status-record.
           close job-status.
