        01 WS-SM-STATUS PIC XX.
        01 WS-NPM-SESI PIC X(8).
        01 WS-NAMA-SESI PIC X(30).
        01 WS-SESI-TOLAK PIC X VALUE 'N'.
        01 WS-NPM-DONE PIC X VALUE 'N'.
        01 WS-ACT-PROGRAM PIC X(8) VALUE 'GABUT'.
        01 WS-ACT-DETAIL PIC X(20).
        01 WS-ASN-P2 PIC 9(4).
        01 WS-ASN-HASIL PIC X.
            88 ASN-ADA VALUE 'Y'.
      *> The series itself: GABUT's own Y**2/Y unless the week's
      *> schedule names an instructor's series (DERGET).
            COPY DERDEF.
        01 WS-DER-KODE PIC X(6).
        01 WS-DER-BASIS PIC 9(4) VALUE 0.
        01 WS-DER-HASIL PIC X.
            88 DERET-ADA VALUE 'Y'.
            88 DERET-DITOLAK VALUE 'T'.
        01 WS-DER-ALASAN PIC X(30).
        01 WS-SUKU-I PIC 9(3).
        01 WS-SUKU-NUM PIC 9(9).
        01 WS-SUKU-DEN PIC 9(9).
        01 WS-SUKU-OP PIC X.
        01 WS-SUKU-HASIL PIC X.
        01 WS-FIO-FILE PIC X(30).
        01 WS-FIO-OP PIC X(8).
        01 WS-FIO-KRITIS PIC X.
            MOVE WS-KELAS-SESI TO WS-ASN-KELAS.
            CALL 'ASNGET' USING WS-LAB-WEEK, WS-ASN-KELAS, 'GABUT',
                WS-ASN-P1, WS-ASN-P2, WS-ASN-HASIL.
            PERFORM PILIH-DERET.
            IF DERET-ADA
                DISPLAY (4, 3) 'DERET : ', DD-KODE, ' ', DD-KETERANGAN
            END-IF.
            IF DERET-DITOLAK
                DISPLAY (4, 3) 'DERET ', WS-DER-KODE, ' DITOLAK: ',
                    WS-DER-ALASAN
            END-IF.
            IF ASN-ADA AND WS-ASN-P1 > 0 AND WS-ASN-P1 <= DD-MAKS
                MOVE WS-ASN-P1 TO ANGKA
                DISPLAY (3, 3) "BATAS DARI JADWAL : ", ANGKA
            ELSE
                PERFORM TERIMA-BATAS
            END-IF.
            MOVE 5 TO LIN.
            MOVE 3 TO KOL.
            PERFORM AWAL-JUMLAH.
            PERFORM CEK VARYING Y FROM 1 BY 1 UNTIL Y > ANGKA.
            MOVE JUMLAH TO JUMLAH2.
            ADD 2 TO LIN.
            DISPLAY (LIN, 3) JUMLAH2.
            STRING 'DERET N=' DELIMITED BY SIZE
                ANGKA DELIMITED BY SIZE
                INTO WS-ACT-DETAIL.
            IF DERET-ADA
                MOVE DD-KODE TO WS-ACT-DETAIL(1:6)
            END-IF.
            PERFORM CATAT-AKTIVITAS.
            GO TO TANYA.

        TERIMA-BATAS.
            PERFORM WITH TEST AFTER
                    UNTIL ANGKA NUMERIC AND ANGKA > 0
                        AND ANGKA <= DD-MAKS
                DISPLAY (3, 3) "MASUKKAN BATAS :   "
                ACCEPT ANGKA
                IF NOT (ANGKA NUMERIC AND ANGKA > 0
                        AND ANGKA <= DD-MAKS)
                    MOVE ANGKA TO WS-LOG-VALUE
                    MOVE 'ANGKA' TO WS-ERR-FIELD
                    CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                        WS-LOG-VALUE
                END-IF
            END-PERFORM.

      *> The built-in series goes in first; DERGET only replaces it
      *> with a scheduled series that passed validation. A refused
      *> one is logged so the instructor finds out before marking.
        PILIH-DERET.
            MOVE SPACES TO DERET-DEF-RECORD.
            MOVE 'BAWAAN' TO DD-KODE.
            MOVE 'GABUT' TO DD-PROGRAM.
            MOVE 0 TO DD-AWAL-NUM.
            MOVE 0 TO DD-AWAL-DEN.
            MOVE 'PB' TO DD-ATURAN.
            MOVE 2 TO DD-A.
            MOVE 1 TO DD-B.
            MOVE '+-' TO DD-TANDA.
            MOVE 99 TO DD-MAKS.
            MOVE 'Y**2/Y BERGANTI TANDA' TO DD-KETERANGAN.
            CALL 'DERGET' USING WS-LAB-WEEK, WS-ASN-KELAS, 'GABUT',
                WS-DER-BASIS, DERET-DEF-RECORD, WS-DER-KODE,
                WS-DER-HASIL, WS-DER-ALASAN.
            IF DERET-DITOLAK
                MOVE WS-DER-KODE TO WS-LOG-VALUE
                MOVE 'DERET' TO WS-ERR-FIELD
                CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                    WS-LOG-VALUE
            END-IF.

      *> A sum starts from 0 and a product from 1, so term 1 enters
      *> the result under the odd sign like every other odd term.
        AWAL-JUMLAH.
            IF DD-TANDA-GANJIL = '*' OR DD-TANDA-GANJIL = '/'
                MOVE 1 TO JUMLAH
            ELSE
                MOVE 0 TO JUMLAH
            END-IF.

        AMBIL-SUKU.
            MOVE Y TO WS-SUKU-I.
            CALL 'DERSUK' USING DERET-DEF-RECORD, WS-SUKU-I,
                WS-DER-BASIS, WS-SUKU-NUM, WS-SUKU-DEN, WS-SUKU-OP,
                WS-SUKU-HASIL.
            MOVE WS-SUKU-NUM TO NUM.
            MOVE WS-SUKU-DEN TO DENUM.

        GABUNG-SUKU.
            EVALUATE WS-SUKU-OP
                WHEN '+'
                    COMPUTE JUMLAH = JUMLAH + (NUM / DENUM)
                WHEN '-'
                    COMPUTE JUMLAH = JUMLAH - (NUM / DENUM)
                WHEN '*'
                    COMPUTE JUMLAH = JUMLAH * NUM / DENUM
                WHEN '/'
                    COMPUTE JUMLAH = JUMLAH * DENUM / NUM
            END-EVALUATE.

        TULIS-DERET-BATCH.
            MOVE SPACES TO GABUT-OUT-RECORD.
            IF DERET-DITOLAK
                STRING 'DERET ' DELIMITED BY SIZE
                    WS-DER-KODE DELIMITED BY SIZE
                    ' DITOLAK: ' DELIMITED BY SIZE
                    WS-DER-ALASAN DELIMITED BY SIZE
                    INTO GABUT-OUT-RECORD
                WRITE GABUT-OUT-RECORD
                MOVE SPACES TO GABUT-OUT-RECORD
            END-IF.
            STRING 'DERET: ' DELIMITED BY SIZE
                DD-KODE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                DD-KETERANGAN DELIMITED BY SIZE
                INTO GABUT-OUT-RECORD.
            WRITE GABUT-OUT-RECORD.

        BATCH-GABUT.
            PERFORM BATCH-GABUT-CORE.
            IF WS-IN-STATUS NOT = "00"
            MOVE SPACES TO WS-ASN-KELAS.
            CALL 'ASNGET' USING WS-LAB-WEEK, WS-ASN-KELAS, 'GABUT',
                WS-ASN-P1, WS-ASN-P2, WS-ASN-HASIL.
            PERFORM PILIH-DERET.
            IF ASN-ADA AND WS-ASN-P1 > 0 AND WS-ASN-P1 <= DD-MAKS
                PERFORM BATCH-DARI-JADWAL
            ELSE
                PERFORM BATCH-DARI-FILE
                WS-OPERATOR DELIMITED BY SIZE
                INTO GABUT-OUT-RECORD.
            WRITE GABUT-OUT-RECORD.
            PERFORM TULIS-DERET-BATCH.
            MOVE 'BATAS DARI JADWAL MINGGU INI' TO GABUT-OUT-RECORD.
            WRITE GABUT-OUT-RECORD.
            MOVE WS-ASN-P1 TO ANGKA.
                    WS-OPERATOR DELIMITED BY SIZE
                    INTO GABUT-OUT-RECORD
                WRITE GABUT-OUT-RECORD
                PERFORM TULIS-DERET-BATCH
                MOVE 'N' TO EOF-FLAG
                PERFORM UNTIL HABIS
                    READ GABUT-IN INTO ANGKA
                        AT END MOVE 'Y' TO EOF-FLAG
                    END-READ
                    IF ADA-LAGI
                        IF ANGKA NUMERIC AND ANGKA > 0
                                AND ANGKA <= DD-MAKS
                            PERFORM TULIS-BATCH-GABUT
                        ELSE
                            MOVE ANGKA TO WS-LOG-VALUE
                            MOVE 'ANGKA' TO WS-ERR-FIELD
                            CALL 'ERRLOG' USING WS-ERR-PROGRAM,
                                WS-ERR-FIELD, WS-LOG-VALUE
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE GABUT-IN
            END-IF.

        TULIS-BATCH-GABUT.
            PERFORM AWAL-JUMLAH.
            PERFORM CEK-BATCH VARYING Y FROM 1 BY 1 UNTIL Y > ANGKA.
            MOVE JUMLAH TO JUMLAH2.
            MOVE SPACES TO GABUT-OUT-RECORD.
            STRING 'ANGKA = ' DELIMITED BY SIZE
            WRITE GABUT-OUT-RECORD.

        CEK-BATCH.
            PERFORM AMBIL-SUKU.
            PERFORM GABUNG-SUKU.

        SETUP-HEADER.
            MOVE 'GABUT' TO WS-PROGRAM-NAME.
            ACCEPT WS-LABTRAIN FROM ENVIRONMENT 'LABTRAIN'
                ON EXCEPTION MOVE SPACE TO WS-LABTRAIN
            END-ACCEPT.
            IF LINGKUNGAN-LATIHAN
                MOVE '*** LATIHAN - BUKAN DATA PRODUKSI ***'
                    TO WS-LATIHAN
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE.
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'LABOPR'
                ON EXCEPTION MOVE SPACES TO WS-OPERATOR
      *> right student in the activity file; an NPM missing from the
      *> master is still recorded (registration is T2202's business).
        TERIMA-NPM-SESI.
            MOVE 'Y' TO WS-SESI-TOLAK.
            PERFORM UNTIL WS-SESI-TOLAK = 'N'
                PERFORM TERIMA-NPM-SATU
            END-PERFORM.
      *> A student on cuti or withdrawn is refused at the door and
      *> the prompt comes back for the next NPM; their status, not
      *> a missing name, is what the desk is told.
        TERIMA-NPM-SATU.
            MOVE 'N' TO WS-SESI-TOLAK.
            PERFORM WITH TEST AFTER UNTIL WS-NPM-SESI NUMERIC
                DISPLAY (4, 3) 'NPM : '
                ACCEPT WS-NPM-SESI
                END-READ
                IF WS-SM-STATUS = "00"
                    MOVE SM-NAMA TO WS-NAMA-SESI
                    IF NOT SM-AKTIF
                        PERFORM TOLAK-STATUS-SESI
                    END-IF
                    MOVE SM-KELAS TO WS-KELAS-SESI
                END-IF
                CLOSE STUDENT-MASTER
                DISPLAY (7, 3) 'AKTIVITAS TETAP DICATAT'
            END-IF.

        TOLAK-STATUS-SESI.
            MOVE 'Y' TO WS-SESI-TOLAK.
            IF SM-CUTI
                DISPLAY (9, 2) 'MAHASISWA CUTI SEJAK ', SM-TGL-STATUS
            ELSE
                DISPLAY (9, 2) 'MAHASISWA KELUAR SEJAK ', SM-TGL-STATUS
            END-IF.
            DISPLAY (10, 2) 'SIGN-IN DITOLAK - HUBUNGI DESK LAB'.
            MOVE WS-NPM-SESI TO WS-LOG-VALUE.
            MOVE 'NPM-STATUS' TO WS-ERR-FIELD.
            CALL 'ERRLOG' USING WS-ERR-PROGRAM, WS-ERR-FIELD,
                WS-LOG-VALUE.
            STOP 'TEKAN ENTER UNTUK MELANJUTKAN'.
            DISPLAY HAPUS-LAYAR.
            DISPLAY LAYAR-RUN-HEADER.

        CATAT-AKTIVITAS.
            CALL 'AKTLOG' USING WS-ACT-PROGRAM, WS-NPM-SESI,
                WS-ACT-DETAIL, WS-LAB-WEEK, WS-OPERATOR.
        SELESAI.
            STOP RUN.

      *> Term 1 shows its sign only when it enters negated or
      *> inverted; every later term is preceded by its sign.
        CEK.
            PERFORM AMBIL-SUKU.

            IF Y > 1 OR WS-SUKU-OP = '-' OR WS-SUKU-OP = '/'
                IF NOT SENYAP-AKTIF
                    DISPLAY (LIN, KOL) ' ', WS-SUKU-OP, ' '
                END-IF
                ADD 3 TO KOL
            END-IF.

            PERFORM GABUNG-SUKU.
            MOVE NUM TO NUM2.
            MOVE DENUM TO DENUM2.
            IF NOT SENYAP-AKTIF
