           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       WORKING-STORAGE                 SECTION.

