      *> Instructor master record. IM-KODE is the only spelling of an
      *> instructor the suite accepts when a kelas is assigned; an
      *> instructor who leaves stays on file with IM-STATUS 'N' so a
      *> past term's assignment still resolves to a name.
       01 INSTRUKTUR-RECORD.
           05 IM-KODE         PIC X(6).
           05 IM-NAMA         PIC X(30).
           05 IM-STATUS       PIC X.
               88 IM-AKTIF    VALUE 'A'.
               88 IM-NONAKTIF VALUE 'N'.
      *> Room/extension or mail address the desk uses to reach them.
           05 IM-KONTAK       PIC X(30).
