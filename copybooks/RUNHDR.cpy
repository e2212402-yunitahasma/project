           02 WS-RUN-DATE     PIC X(8).
           02 WS-OPERATOR     PIC X(10).
           02 WS-LAB-WEEK     PIC X(4) VALUE SPACES.
      *> Training banner: spaces in production; SETUP-HEADER fills it
      *> when DRIVER exported LABTRAIN=Y for a training sign-on.
           02 WS-LABTRAIN     PIC X VALUE SPACE.
               88 LINGKUNGAN-LATIHAN VALUE 'Y'.
           02 WS-LATIHAN      PIC X(40) VALUE SPACES.
