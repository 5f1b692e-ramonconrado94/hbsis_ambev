       05  BOOKPROS-CTRL.
           10 BOOKPROS-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPROS-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPROS-REG.
           10 BOOKPROS-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKPROS-REG-COD-PROSPECT
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPROS-REG-NOME        PIC X(040)          VALUE SPACES.
           10 BOOKPROS-REG-LATITUDE    PIC S9(003)V9(008)  VALUE ZEROS.
           10 BOOKPROS-REG-LONGITUDE   PIC S9(003)V9(008)  VALUE ZEROS.
           10 BOOKPROS-REG-VOLUME-POTENCIAL
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPROS-REG-COD-VEND-ORIGEM
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKPROS-REG-CONTATO     PIC X(040)          VALUE SPACES.
           10 BOOKPROS-REG-TELEFONE    PIC X(015)          VALUE SPACES.
           10 BOOKPROS-REG-STATUS      PIC X(001)          VALUE SPACES.
               88 BOOKPROS-NOVO                            VALUE 'N'.
               88 BOOKPROS-VISITADO                        VALUE 'V'.
               88 BOOKPROS-QUALIFICADO                     VALUE 'Q'.
               88 BOOKPROS-CONVERTIDO                      VALUE 'C'.
               88 BOOKPROS-PERDIDO                         VALUE 'P'.
           10 BOOKPROS-REG-MOTIVO-PERDA
                                       PIC X(040)          VALUE SPACES.
           10 BOOKPROS-REG-DATA-MOVIMENTO
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKPROS-REG-DATA-CADASTRO
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKPROS-REG-DATA-CONVERSAO
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKPROS-REG-COD-CLIENTE PIC 9(007)          VALUE ZEROS.
           10 BOOKPROS-REG-CNPJ        PIC 9(014)          VALUE ZEROS.
           10 BOOKPROS-REG-REGIAO      PIC 9(003)          VALUE ZEROS.
           10 BOOKPROS-REG-OPERADOR    PIC X(010)          VALUE SPACES.
