               88 BOOKPRDT-REG-ATIVO                       VALUE 'A'.
               88 BOOKPRDT-REG-INATIVO                     VALUE 'I'.
           10 BOOKPRDT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKPRDT-REG-PESO-KG     PIC 9(005)V9(003)   VALUE ZEROS.
           10 BOOKPRDT-REG-VOLUME-M3   PIC 9(003)V9(004)   VALUE ZEROS.
           10 BOOKPRDT-REG-COD-CATEGORIA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKPRDT-REG-COD-MARCA   PIC 9(004)          VALUE ZEROS.
           10 BOOKPRDT-REG-EMBALAGEM   PIC X(001)          VALUE SPACES.
               88 BOOKPRDT-REG-EMB-LATA                    VALUE 'L'.
               88 BOOKPRDT-REG-EMB-LONG-NECK               VALUE 'N'.
               88 BOOKPRDT-REG-EMB-GARRAFA                 VALUE 'G'.
               88 BOOKPRDT-REG-EMB-BARRIL                  VALUE 'B'.
               88 BOOKPRDT-REG-EMB-PET                     VALUE 'P'.
               88 BOOKPRDT-REG-EMB-OUTRAS                  VALUE 'O'.
