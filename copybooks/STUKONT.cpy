      *> Student contact record, kept at the desk through KONTMNT and
      *> keyed on the NPM like the student master. NOTICE sends each
      *> notice to every address on file here through the campus
      *> mail/SMS gateway; a student with no record is reached on
      *> paper only.
       01 STUDENT-KONTAK-RECORD.
           05 SK-NPM          PIC X(8).
           05 SK-EMAIL        PIC X(40).
           05 SK-HP           PIC X(15).
      *> Date and operator of the last change, for the desk's audit.
           05 SK-TGL          PIC X(8).
           05 SK-OPERATOR     PIC X(10).
