      *> Make-up session / excused absence request (data/SUSULAN.DAT),
      *> one line per request, kept through SUSULAN. SU-STATUS AJU
      *> while it waits for a senior operator, SAH once approved, TOLK
      *> when refused. SU-JENIS 'S' is a make-up: the missed week's
      *> work done later, up to the cutoff of SU-MINGGU-SUSUL, still
      *> labelled with the missed week. 'I' is an excused absence
      *> (SU-MINGGU-SUSUL blank). Only SAH lines are seen by SUSGET,
      *> which LATECHK, GRADEEXT, PACKET and LABATTN call.
       01 SUSULAN-RECORD.
           05 SU-NO           PIC 9(4).
           05 FILLER          PIC X.
           05 SU-STATUS       PIC X(4).
           05 FILLER          PIC X.
           05 SU-TERM         PIC X(6).
           05 FILLER          PIC X.
           05 SU-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 SU-MINGGU       PIC X(4).
           05 FILLER          PIC X.
           05 SU-JENIS        PIC X.
               88 SU-SUSULAN  VALUE 'S'.
               88 SU-IZIN     VALUE 'I'.
           05 FILLER          PIC X.
           05 SU-MINGGU-SUSUL PIC X(4).
           05 FILLER          PIC X.
      *> Reason (sick, family, ...) and the evidence seen for it -
      *> letter number, clinic note reference.
           05 SU-ALASAN       PIC X(30).
           05 FILLER          PIC X.
           05 SU-BUKTI        PIC X(20).
           05 FILLER          PIC X.
           05 SU-TGL-AJU      PIC X(8).
           05 FILLER          PIC X.
           05 SU-PEMOHON      PIC X(10).
           05 FILLER          PIC X.
           05 SU-TGL-PUTUS    PIC X(8).
           05 FILLER          PIC X.
           05 SU-PENYETUJU    PIC X(10).
