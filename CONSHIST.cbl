
       FD  ARQ-MOVIMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-MOVIMENTO                PIC X(400).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD.
