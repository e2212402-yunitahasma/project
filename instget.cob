      *> Shared kelas-to-instructor lookup, in the spirit of KELASCHK:
      *> PACKET, GRADECALC and DISTMGR CALL here instead of reading
      *> the assignment file themselves. The term is LABTERM when the
      *> desk has set it; otherwise the kelas's latest term on file
      *> (term codes sort in date order, e.g. 2025-1 < 2025-2).
      *> Result: 'Y' instructor found (code and name returned), 'N'
      *> no assignment or the files are not set up - the caller
      *> reports that kelas as an exception.
       identification division.
       program-id. INSTGET.
       environment division.
       input-output section.
       file-control.
           select kelas-dosen assign to "data/KELAS-DOSEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-key
               file status is ws-kd-status.
           select instruktur assign to "data/INSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is im-kode
               file status is ws-im-status.
       data division.
       file section.
       fd kelas-dosen.
           copy KLSDOSEN.
       fd instruktur.
           copy INSTMAST.
       working-storage section.
       01  ws-kd-status pic xx.
       01  ws-im-status pic xx.
       01  ws-term pic x(6).
       01  ws-term-pakai pic x(6).
       01  ws-kode-pakai pic x(6).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       linkage section.
       01  ls-kelas pic x(5).
       01  ls-kode pic x(6).
       01  ls-nama pic x(30).
       01  ls-hasil pic x.
       procedure division using ls-kelas, ls-kode, ls-nama, ls-hasil.
       mulai.
           move 'N' to ls-hasil
           move spaces to ls-kode
           move spaces to ls-nama
           accept ws-term from environment 'LABTERM'
               on exception move spaces to ws-term
           end-accept
           open input kelas-dosen
           if ws-kd-status not = "00"
               goback
           end-if
           move spaces to ws-term-pakai
           move spaces to ws-kode-pakai
           move 'N' to eof-flag
           perform until habis
               read kelas-dosen next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and kd-kelas = ls-kelas
                   if ws-term = spaces
                       if kd-term > ws-term-pakai
                           move kd-term to ws-term-pakai
                           move kd-kode-dosen to ws-kode-pakai
                       end-if
                   else
                       if kd-term = ws-term
                           move kd-term to ws-term-pakai
                           move kd-kode-dosen to ws-kode-pakai
                       end-if
                   end-if
               end-if
           end-perform
           close kelas-dosen
           if ws-kode-pakai = spaces
               goback
           end-if
           move 'Y' to ls-hasil
           move ws-kode-pakai to ls-kode
           move '(TIDAK ADA DI MASTER)' to ls-nama
           open input instruktur
           if ws-im-status = "00"
               move ws-kode-pakai to im-kode
               read instruktur
                   invalid key move "23" to ws-im-status
               end-read
               if ws-im-status = "00"
                   move im-nama to ls-nama
               end-if
               close instruktur
           end-if
           goback.
