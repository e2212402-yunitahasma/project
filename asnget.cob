      *> kelas '*    ' applies to every kelas; an exact kelas entry
      *> wins over the '*' entry. param2 is for programs that need a
      *> second figure (IA20A's base); others leave it zero.
      *> Program UJIAN is T2202's exam: param1 the number of
      *> questions (1-5), param2 the time limit in minutes.
      *> An optional sixth column names the instructor's series for
      *> the week (SERIES-DEF.DAT); DERGET reads it, not this lookup.
      *> Result: 'Y' assignment found, 'N' schedule missing or no
      *> entry, so a site without the file keeps prompting as before.
       identification division.
           05 as-param1 pic 9(4).
           05 filler pic x.
           05 as-param2 pic 9(4).
           05 filler pic x.
           05 as-deret pic x(6).
       working-storage section.
       77  ws-as-status pic xx.
       77  ws-dimuat pic x value 'N'.
