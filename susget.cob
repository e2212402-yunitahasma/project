      *> Shared approved-request lookup, in the spirit of WEEKCAL:
      *> answers whether a student's lab week is covered by an
      *> approved make-up or excused absence in data/SUSULAN.DAT, so
      *> LATECHK, GRADEEXT, PACKET and LABATTN stop flagging work and
      *> absences a senior operator has already approved. The term is
      *> LABTERM when the desk has set it; otherwise the latest term
      *> on file. The file is loaded once per run.
      *> Called with the audit record's timestamp, a make-up answers
      *> 'S' only for work written up to the make-up week's cutoff on
      *> the term calendar (any time when the calendar lacks that
      *> week); called with ls-timestamp = spaces it answers for the
      *> week as a whole.
      *> Result: 'S' approved make-up, 'I' approved excused absence,
      *> 'N' nothing approved (or no file).
       identification division.
       program-id. SUSGET.
       environment division.
       input-output section.
       file-control.
           select susulan-file assign to "data/SUSULAN.DAT"
               organization is line sequential
               file status is ws-su-status.
       data division.
       file section.
       fd susulan-file.
           copy SUSULAN.
       working-storage section.
       77  ws-su-status pic xx.
       77  ws-dimuat pic x value 'N'.
       77  ws-term pic x(6).
       77  ws-term-pakai pic x(6).
       77  ws-kal-tgl pic x(8).
       77  ws-kal-hasil pic x.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  sah-tabel.
           05 st-item occurs 500 times indexed by st-idx.
               10 st-npm pic x(8).
               10 st-minggu pic x(4).
               10 st-jenis pic x.
               10 st-cutoff pic x(14).
       77  st-count pic 9(3) value 0.
       linkage section.
       01  ls-npm pic x(8).
       01  ls-minggu pic x(4).
       01  ls-timestamp pic x(14).
       01  ls-hasil pic x.
       procedure division using ls-npm, ls-minggu, ls-timestamp,
           ls-hasil.
       mulai.
           if ws-dimuat = 'N'
               perform muat-susulan
               move 'Y' to ws-dimuat
           end-if
           move 'N' to ls-hasil
           perform varying st-idx from 1 by 1
                   until st-idx > st-count or ls-hasil not = 'N'
               if st-npm(st-idx) = ls-npm
                       and st-minggu(st-idx) = ls-minggu
                   if st-jenis(st-idx) = 'I'
                       move 'I' to ls-hasil
                   else
                       if ls-timestamp = spaces
                               or st-cutoff(st-idx) = spaces
                               or ls-timestamp <= st-cutoff(st-idx)
                           move 'S' to ls-hasil
                       end-if
                   end-if
               end-if
           end-perform
           goback.

      *> Two passes: the term to use, then that term's approved lines.
       muat-susulan.
           accept ws-term from environment 'LABTERM'
               on exception move spaces to ws-term
           end-accept
           move ws-term to ws-term-pakai
           if ws-term = spaces
               open input susulan-file
               if ws-su-status = "00"
                   move 'N' to eof-flag
                   perform until habis
                       read susulan-file
                           at end move 'Y' to eof-flag
                       end-read
                       if ada-lagi and su-term > ws-term-pakai
                           move su-term to ws-term-pakai
                       end-if
                   end-perform
                   close susulan-file
               end-if
           end-if
           open input susulan-file
           if ws-su-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read susulan-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       if su-status = 'SAH ' and su-term = ws-term-pakai
                               and st-count < 500
                           perform catat-sah
                       end-if
                   end-if
               end-perform
               close susulan-file
           end-if.

       catat-sah.
           add 1 to st-count
           set st-idx to st-count
           move su-npm to st-npm(st-idx)
           move su-minggu to st-minggu(st-idx)
           move su-jenis to st-jenis(st-idx)
           move spaces to st-cutoff(st-idx)
           if su-susulan
               move spaces to ws-kal-tgl
               call 'WEEKCAL' using ws-kal-tgl, su-minggu-susul,
                   st-cutoff(st-idx), ws-kal-hasil
               if ws-kal-hasil not = 'Y'
                   move spaces to st-cutoff(st-idx)
               end-if
           end-if.
