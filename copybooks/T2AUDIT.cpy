      *>   keliling KLN/KSG/KPP/KTR/KPS
      *>   volume   VKB/VBL/VTB
      *>   komposit KMP (one record per compound figure)
      *>   poligon  PLG (polygon from its vertex coordinates)
      *> IN1/IN2/IN3 hold whichever dimensions that shape used
      *> (unused dimensions are ZERO). For KMP the dimensions carry
      *> the component list instead: the integer digits of AUD-IN1
      *> are the component shapes in order (1=LIN 2=SEG 3=PPJ 4=TRP
      *> 5=SQR) and AUD-IN2's digits the operations (1=tambah
      *> 2=kurang); AUD-OHASIL is the summed result, and each
      *> component's own dimensions are in data/T2202-KOMP.DAT
      *> (T2KOMP) under the same NPM and AUD-TIMESTAMP. For PLG AUD-IN1
      *> is the vertex count, AUD-IN2 the perimeter and AUD-OHASIL the
      *> area; the vertices themselves are in data/T2202-POLI.DAT
      *> (T2POLI) under the same NPM and AUD-TIMESTAMP.
       01 AUDIT-RECORD.
           05 AUD-NPM         PIC X(8).
           05 AUD-SHAPE       PIC X(3).
      *> side (GRADEEXT, DUPCHK, STUTRANS, WEEKRPT) leaves such
      *> records out, SHAPSTAT reports them separately. 'W' marks an
      *> operator what-if recompute during reconciliation - also out
      *> of every grading count. 'U' is an assessed exam answer:
      *> the dimensions were issued by T2202, not typed, and the mark
      *> reaches GRADECALC through UJIAN-SCORE.DAT, so the lab-work
      *> counts leave these out as well. Space is graded work.
           05 AUD-MODE        PIC X.
      *> For a what-if record ('W'), the AUD-TIMESTAMP of the audit
      *> record it was recomputed from, so a dispute answer carries a
      *> trail back to the original. For an exam record ('U'), the
      *> time the exam sitting started, the same on every answer of
      *> it and on its UJIAN-SCORE.DAT line. Spaces otherwise.
           05 AUD-REF         PIC X(14).
      *> Station the session was bound to at DRIVER sign-on (LABSTA),
      *> so a corrupt write traces to the terminal it came from.
           05 AUD-STATION     PIC X(4).
      *> Exam records ('U') only: the result the student typed and
      *> the verdict - 'B' within tolerance, 'S' outside it, 'T'
      *> typed after the time limit. AUD-OHASIL holds the expected
      *> result. ZERO/space on every other record.
           05 AUD-JAWAB       PIC 99999V99.
           05 AUD-VONIS       PIC X.
      *> Correction records, written only by AUDKOR once a senior
      *> operator has approved the correction: 'B' reverses (voids)
      *> the record whose AUD-TIMESTAMP is in AUD-KOR-REF under the
      *> same AUD-NPM - every other field is the original's image.
      *> 'G' is the replacement a reassignment writes straight after
      *> its 'B': the original's image under the new NPM and/or lab
      *> week, AUD-KOR-REF again the original's timestamp, which is
      *> the time the work was really done. Both carry the time of
      *> the correction in AUD-TIMESTAMP and the approver in
      *> AUD-OPERATOR. Readers leave 'B' records out, and leave out
      *> any record KORGET reports reversed. Space on every other
      *> record.
           05 AUD-KOREKSI     PIC X.
               88 AUD-BATAL   VALUE 'B'.
               88 AUD-GANTI   VALUE 'G'.
           05 AUD-KOR-REF     PIC X(14).
