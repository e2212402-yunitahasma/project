      *> Message catalog line, data/MSG-CATALOG.DAT: language, message
      *> id and text, '|'-separated so the file stays readable by eye.
      *> MSGCAT reads it; MSGMNT is the only program that writes it.
       01 MSG-CATALOG-RECORD.
           05 MC-LANG         PIC XX.
           05 FILLER          PIC X.
           05 MC-ID           PIC X(12).
           05 FILLER          PIC X.
           05 MC-TEKS         PIC X(46).
