      *> Segregation-of-duties report for the lab head: the cases
      *> where one operator both did the work and checked or decided
      *> on it, which REVSAMP, DISPUTE and T2202's what-if refuse at
      *> the point of action but which may predate those checks or
      *> have come in by another route.
      *>   review  - a REVIEW-QUEUE.DAT line marked by the operator
      *>             who entered the sampled record
      *>   sengketa - a closed DISPUTE-CASE.DAT case decided by an
      *>             operator who entered audit records for its NPM
      *>             and week (cases closed before the deciding
      *>             operator was kept are counted, not judged)
      *>   what-if - a 'W' audit record written by the operator of
      *>             the record it was recomputed from
      *> The audit archive is read together with the live file.
      *> USAGE: bin/sodrpt          (LABBATCH job PISAH)
       identification division.
       program-id. SODRPT.
       environment division.
       input-output section.
       file-control.
           select review-queue assign to "data/REVIEW-QUEUE.DAT"
               organization is line sequential
               file status is ws-rq-status.
           select case-file assign to "data/DISPUTE-CASE.DAT"
               organization is line sequential
               file status is ws-cs-status.
           select audit-file assign to dynamic ws-aud-nama
               organization is line sequential
               file status is ws-aud-status.
           select sod-report assign to "data/SOD-REPORT.DAT"
               organization is line sequential
               file status is ws-rpt-status.
       data division.
       file section.
       fd review-queue.
       01 review-queue-record.
           05 rq-status pic x(5).
           05 filler pic x.
           05 rq-minggu pic x(4).
           05 filler pic x.
           05 rq-operator pic x(10).
           05 filler pic x.
           05 rq-npm pic x(8).
           05 filler pic x.
           05 rq-shape pic x(3).
           05 filler pic x.
           05 rq-ts pic x(14).
           05 filler pic x.
           05 rq-reviewer pic x(10).
           05 filler pic x.
           05 rq-note pic x(20).
       fd case-file.
       01 case-record.
           05 dc-no pic 9(4).
           05 filler pic x.
           05 dc-status pic x(4).
           05 filler pic x.
           05 dc-npm pic x(8).
           05 filler pic x.
           05 dc-minggu pic x(4).
           05 filler pic x.
           05 dc-buka-tgl pic x(8).
           05 filler pic x.
           05 dc-tutup-tgl pic x(8).
           05 filler pic x.
           05 dc-klaim pic x(30).
           05 filler pic x.
           05 dc-putusan pic x(30).
           05 filler pic x.
           05 dc-pemutus pic x(10).
       fd audit-file.
           copy T2AUDIT.
       fd sod-report.
       01 sod-report-record pic x(100).
       working-storage section.
       77  ws-rq-status pic xx.
       77  ws-cs-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-rpt-status pic xx.
       77  ws-aud-nama pic x(40).
       77  ws-run-date pic x(8).
       77  ws-lintasan pic 9.
       77  ws-rv-cnt pic 9(5) value 0.
       77  ws-ks-cnt pic 9(5) value 0.
       77  ws-ks-tanpa pic 9(5) value 0.
       77  ws-wf-cnt pic 9(5) value 0.
       77  ws-wf-lepas pic 9(5) value 0.
      *> Closed cases with a known deciding operator.
       01  kasus-tabel.
           02 ks-item occurs 200 times indexed by ks-idx.
               03 ks-no pic 9(4).
               03 ks-npm pic x(8).
               03 ks-minggu pic x(4).
               03 ks-pemutus pic x(10).
               03 ks-konflik pic x.
       77  ks-count pic 9(3) value 0.
       77  ks-penuh pic x value 'N'.
      *> What-if records, matched to their originals on the second
      *> pass over the audit files.
       01  whatif-tabel.
           02 wf-item occurs 500 times indexed by wf-idx.
               03 wf-npm pic x(8).
               03 wf-ref pic x(14).
               03 wf-ts pic x(14).
               03 wf-opr pic x(10).
               03 wf-asal-opr pic x(10).
       77  wf-count pic 9(3) value 0.
       77  wf-penuh pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       procedure division.
       mulai.
           accept ws-run-date from date yyyymmdd.
           open output sod-report.
           move spaces to sod-report-record.
           string '=== LAPORAN PEMISAHAN TUGAS - RUN '
               delimited by size
               ws-run-date delimited by size
               ' ===' delimited by size
               into sod-report-record.
           write sod-report-record.
           perform periksa-review.
           perform muat-kasus.
           move 1 to ws-lintasan.
           perform baca-audit-dua.
           perform tulis-kasus.
           move 2 to ws-lintasan.
           perform baca-audit-dua.
           perform tulis-whatif.
           move spaces to sod-report-record.
           write sod-report-record.
           move spaces to sod-report-record.
           string 'REVIEW: ' delimited by size
               ws-rv-cnt delimited by size
               '  SENGKETA: ' delimited by size
               ws-ks-cnt delimited by size
               '  WHAT-IF: ' delimited by size
               ws-wf-cnt delimited by size
               into sod-report-record.
           write sod-report-record.
           close sod-report.
           display 'REVIEW SENDIRI     : ' ws-rv-cnt.
           display 'SENGKETA SENDIRI   : ' ws-ks-cnt.
           display 'WHAT-IF SENDIRI    : ' ws-wf-cnt.
           display 'LAPORAN SELESAI, LIHAT data/SOD-REPORT.DAT'.

       selesai.
           stop run.

       periksa-review.
           move spaces to sod-report-record.
           write sod-report-record.
           move 'REVIEW OLEH PENCATAT SENDIRI' to sod-report-record.
           write sod-report-record.
           move 'STAT  MGGU OPERATOR   NPM      SHP TIMESTAMP'
               to sod-report-record.
           write sod-report-record.
           open input review-queue.
           if ws-rq-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read review-queue
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if rq-status not = 'BELUM'
                               and rq-reviewer not = spaces
                               and rq-reviewer = rq-operator
                           add 1 to ws-rv-cnt
                           move review-queue-record(1:49)
                               to sod-report-record
                           write sod-report-record
                       end-if
                   end-if
               end-perform
               close review-queue
           end-if.

       muat-kasus.
           open input case-file.
           if ws-cs-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read case-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and dc-status = 'TUTP'
                       if dc-pemutus = spaces
                           add 1 to ws-ks-tanpa
                       else
                           if ks-count < 200
                               add 1 to ks-count
                               set ks-idx to ks-count
                               move dc-no to ks-no(ks-idx)
                               move dc-npm to ks-npm(ks-idx)
                               move dc-minggu to ks-minggu(ks-idx)
                               move dc-pemutus to ks-pemutus(ks-idx)
                               move 'N' to ks-konflik(ks-idx)
                           else
                               move 'Y' to ks-penuh
                           end-if
                       end-if
                   end-if
               end-perform
               close case-file
           end-if.

       baca-audit-dua.
           move 'data/T2202-AUDIT-ARSIP.DAT' to ws-aud-nama.
           perform baca-audit.
           move 'data/T2202-AUDIT.DAT' to ws-aud-nama.
           perform baca-audit.

      *> Pass 1 collects the what-if records and marks the cases;
      *> pass 2 finds each what-if's original by NPM and timestamp.
       baca-audit.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if ws-lintasan = 1
                           perform lintasan-satu
                       else
                           perform lintasan-dua
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.

       lintasan-satu.
           if aud-mode = 'W'
               if wf-count < 500
                   add 1 to wf-count
                   set wf-idx to wf-count
                   move aud-npm to wf-npm(wf-idx)
                   move aud-ref to wf-ref(wf-idx)
                   move aud-timestamp to wf-ts(wf-idx)
                   move aud-operator to wf-opr(wf-idx)
                   move spaces to wf-asal-opr(wf-idx)
               else
                   move 'Y' to wf-penuh
               end-if
           else
               perform varying ks-idx from 1 by 1
                       until ks-idx > ks-count
                   if aud-npm = ks-npm(ks-idx)
                           and aud-operator = ks-pemutus(ks-idx)
                           and (ks-minggu(ks-idx) = spaces
                               or aud-lab-week = ks-minggu(ks-idx))
                       move 'Y' to ks-konflik(ks-idx)
                   end-if
               end-perform
           end-if.

       lintasan-dua.
           if aud-mode not = 'W'
               perform varying wf-idx from 1 by 1
                       until wf-idx > wf-count
                   if aud-npm = wf-npm(wf-idx)
                           and aud-timestamp = wf-ref(wf-idx)
                       move aud-operator to wf-asal-opr(wf-idx)
                   end-if
               end-perform
           end-if.

       tulis-kasus.
           move spaces to sod-report-record.
           write sod-report-record.
           move 'SENGKETA DIPUTUS OLEH PENCATAT RECORD'
               to sod-report-record.
           write sod-report-record.
           move 'KASUS NPM      MGGU PEMUTUS' to sod-report-record.
           write sod-report-record.
           perform varying ks-idx from 1 by 1
                   until ks-idx > ks-count
               if ks-konflik(ks-idx) = 'Y'
                   add 1 to ws-ks-cnt
                   move spaces to sod-report-record
                   string ks-no(ks-idx) delimited by size
                       '  ' delimited by size
                       ks-npm(ks-idx) delimited by size
                       ' ' delimited by size
                       ks-minggu(ks-idx) delimited by size
                       ' ' delimited by size
                       ks-pemutus(ks-idx) delimited by size
                       into sod-report-record
                   write sod-report-record
               end-if
           end-perform.
           if ws-ks-tanpa > 0
               move spaces to sod-report-record
               string 'KASUS DITUTUP TANPA PEMUTUS TERCATAT: '
                   delimited by size
                   ws-ks-tanpa delimited by size
                   into sod-report-record
               write sod-report-record
           end-if.
           if ks-penuh = 'Y'
               move 'PERHATIAN: > 200 KASUS DITUTUP - TIDAK LENGKAP'
                   to sod-report-record
               write sod-report-record
           end-if.

       tulis-whatif.
           move spaces to sod-report-record.
           write sod-report-record.
           move 'WHAT-IF OLEH PENCATAT RECORD ASAL'
               to sod-report-record.
           write sod-report-record.
           move 'NPM      TIMESTAMP W    REF ASAL       OPERATOR'
               to sod-report-record.
           write sod-report-record.
           perform varying wf-idx from 1 by 1
                   until wf-idx > wf-count
               if wf-asal-opr(wf-idx) = spaces
                   add 1 to ws-wf-lepas
               else
                   if wf-asal-opr(wf-idx) = wf-opr(wf-idx)
                       add 1 to ws-wf-cnt
                       move spaces to sod-report-record
                       string wf-npm(wf-idx) delimited by size
                           ' ' delimited by size
                           wf-ts(wf-idx) delimited by size
                           ' ' delimited by size
                           wf-ref(wf-idx) delimited by size
                           ' ' delimited by size
                           wf-opr(wf-idx) delimited by size
                           into sod-report-record
                       write sod-report-record
                   end-if
               end-if
           end-perform.
           if ws-wf-lepas > 0
               move spaces to sod-report-record
               string 'WHAT-IF TANPA RECORD ASAL DI FILE: '
                   delimited by size
                   ws-wf-lepas delimited by size
                   into sod-report-record
               write sod-report-record
           end-if.
           if wf-penuh = 'Y'
               move 'PERHATIAN: > 500 RECORD WHAT-IF - TIDAK LENGKAP'
                   to sod-report-record
               write sod-report-record
           end-if.
