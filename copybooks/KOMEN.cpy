      *> Instructor comment on a student's lab work, keyed on NPM and
      *> lab week plus a running number within the week, kept through
      *> KOMENMNT at the desk or loaded in bulk from the instructors'
      *> file. STUTRANS prints them under the student's transcript,
      *> PACKET under the student's roster line for the packet week,
      *> and KIOSK shows the student-visible ones ('Y').
       01 KOMENTAR-RECORD.
           05 KM-KEY.
               10 KM-NPM      PIC X(8).
               10 KM-MINGGU   PIC X(4).
               10 KM-NO       PIC 99.
      *> Date entered and the instructor who made the observation.
           05 KM-TGL          PIC X(8).
           05 KM-PENULIS      PIC X(10).
           05 KM-LIHAT        PIC X.
               88 KM-UNTUK-MAHASISWA VALUE 'Y'.
           05 KM-TEKS         PIC X(60).
