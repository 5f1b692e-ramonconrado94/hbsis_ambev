                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKXROT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKXROT-REG-QTD-PARADAS PIC 9(005)          VALUE ZEROS.
           10 BOOKXROT-REG-QTD-SUGESTOES
                                       PIC 9(005)          VALUE ZEROS.
