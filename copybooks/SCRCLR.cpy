           02 LINE 1 COLUMN 50 PIC X(10) FROM WS-OPERATOR.
           02 LINE 1 COLUMN 63 VALUE 'MINGGU:'.
           02 LINE 1 COLUMN 71 PIC X(4) FROM WS-LAB-WEEK.
           02 LINE 24 COLUMN 2 PIC X(40) FROM WS-LATIHAN.
