      *> Series definition (data/SERIES-DEF.DAT), one line per series
      *> the instructor has described, chosen for a week through the
      *> series column of the assignment schedule (see DERGET):
      *>   GAB01  GABUT 0000/0000 PB 0002 0001 +- 99 Y**2/Y BERGANTI
      *> DD-PROGRAM is the exercise it is written for (GABUT, IA19B,
      *> IA20A); DERVAL checks it against that program's fields.
      *> First term: DD-AWAL-NUM/DD-AWAL-DEN, or 0000/0000 to take
      *> term 1 from the rule like every later term. Term I by
      *> DD-ATURAN with parameters DD-A and DD-B:
      *>   PB  I**A / I**B             PG  I**A odd I, I**B even I
      *>   RB  1 / A**I (A zero: the week's base, default 3)
      *>   AR  A + (I-1)*B             GE  A * B**(I-1)
      *> DD-TANDA is the sign pattern: its first character combines
      *> the odd terms into the running result, the second the even
      *> ones, each one of + - * /. A sum starts from 0 and a product
      *> from 1, so term 1 under '-' enters negated. DD-MAKS is the
      *> longest series (N) the definition may be run to. A line
      *> starting with '*' is the instructor's note and is skipped.
       01 DERET-DEF-RECORD.
           05 DD-KODE         PIC X(6).
           05 FILLER          PIC X.
           05 DD-PROGRAM      PIC X(5).
           05 FILLER          PIC X.
           05 DD-AWAL-NUM     PIC 9(4).
           05 FILLER          PIC X.
           05 DD-AWAL-DEN     PIC 9(4).
           05 FILLER          PIC X.
           05 DD-ATURAN       PIC XX.
               88 DD-PANGKAT-BAGI  VALUE 'PB'.
               88 DD-PANGKAT-GILIR VALUE 'PG'.
               88 DD-RESIPROKAL    VALUE 'RB'.
               88 DD-ARITMETIKA    VALUE 'AR'.
               88 DD-GEOMETRI      VALUE 'GE'.
               88 DD-ATURAN-SAH    VALUE 'PB' 'PG' 'RB' 'AR' 'GE'.
           05 FILLER          PIC X.
           05 DD-A            PIC 9(4).
           05 FILLER          PIC X.
           05 DD-B            PIC 9(4).
           05 FILLER          PIC X.
           05 DD-TANDA.
               10 DD-TANDA-GANJIL PIC X.
               10 DD-TANDA-GENAP  PIC X.
           05 FILLER          PIC X.
           05 DD-MAKS         PIC 99.
           05 FILLER          PIC X.
           05 DD-KETERANGAN   PIC X(30).
