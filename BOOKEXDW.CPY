       05  BOOKEXDW-CTRL.
           10 BOOKEXDW-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKEXDW-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKEXDW-REG.
           10 BOOKEXDW-REG-DATA-NEGOCIO
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKEXDW-REG-MODO-DIMENSAO
                                       PIC X(001)          VALUE 'A'.
               88 BOOKEXDW-DIMENSAO-COMPLETA               VALUE 'C'.
               88 BOOKEXDW-DIMENSAO-ALTERACOES             VALUE 'A'.
           10 BOOKEXDW-REG-REENVIO     PIC X(001)          VALUE 'N'.
               88 BOOKEXDW-REENVIAR                        VALUE 'S'.
           10 BOOKEXDW-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKEXDW-REG-QTD-VISITAS PIC 9(007)          VALUE ZEROS.
           10 BOOKEXDW-REG-QTD-ITENS   PIC 9(007)          VALUE ZEROS.
           10 BOOKEXDW-REG-QTD-CARTEIRA
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKEXDW-REG-QTD-AUSENCIAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKEXDW-REG-QTD-DIMENSOES
                                       PIC 9(007)          VALUE ZEROS.
