      *> Kelas-to-instructor assignment, one record per term and
      *> kelas (term code as TERMSNAP writes it, e.g. 2025-1). The
      *> kelas is a KELAS-REF code, the instructor an INSTMAST code;
      *> INSTGET resolves a kelas to its instructor for the current
      *> term (LABTERM), or the latest term on file when unset.
       01 KELAS-DOSEN-RECORD.
           05 KD-KEY.
               10 KD-TERM     PIC X(6).
               10 KD-KELAS    PIC X(5).
           05 KD-KODE-DOSEN   PIC X(6).
      *> Date and operator of the last (re)assignment.
           05 KD-TGL-TETAP    PIC X(8).
           05 KD-OPERATOR     PIC X(10).
