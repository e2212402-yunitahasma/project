      *> Shared training-environment check, in the spirit of AKTCEK:
      *> answers whether this run is working on the training copy of
      *> the data directory rather than production. A training data
      *> directory always carries data/LATIHAN.FLAG (seeded by
      *> bin/latihan SNAPSHOT and copied in on every RESET), and a
      *> DRIVER training sign-on exports LABTRAIN=Y to everything it
      *> launches; either one is enough. DWFEED, GRADEEXT and DISTMGR
      *> call it and refuse to run, so practice work never leaves the
      *> lab through the warehouse feed, the grade extract or the
      *> distribution log.
      *> Result: 'Y' training, 'N' production.
       identification division.
       program-id. LATCEK.
       environment division.
       input-output section.
       file-control.
           select latihan-flag assign to "data/LATIHAN.FLAG"
               organization is line sequential
               file status is ws-lf-status.
       data division.
       file section.
       fd latihan-flag.
       01 latihan-flag-record pic x(40).
       working-storage section.
       77  ws-lf-status pic xx.
       77  ws-labtrain pic x.
       linkage section.
       01  ls-hasil pic x.
       procedure division using ls-hasil.
       mulai.
           move 'N' to ls-hasil
           move spaces to ws-labtrain
           accept ws-labtrain from environment 'LABTRAIN'
               on exception move spaces to ws-labtrain
           end-accept
           if ws-labtrain = 'Y'
               move 'Y' to ls-hasil
               goback
           end-if
           open input latihan-flag
           if ws-lf-status = "00"
               move 'Y' to ls-hasil
               close latihan-flag
           end-if
           goback.
