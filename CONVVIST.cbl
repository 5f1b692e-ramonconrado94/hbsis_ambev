           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       WORKING-STORAGE                 SECTION.

           MOVE FD-SEQ-OPERADOR        TO FD-VIS-OPERADOR
           MOVE ZEROS                  TO FD-VIS-LATITUDE
                                       FD-VIS-LONGITUDE
                                       FD-VIS-HORA-CHECKIN
           MOVE FD-SEQ-COD-VENDEDOR    TO FD-VIS-VEND-EXECUTOR
           MOVE 'N'                    TO FD-VIS-SUBSTITUTO

