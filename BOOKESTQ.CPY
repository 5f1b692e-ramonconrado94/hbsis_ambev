       05  BOOKESTQ-CTRL.
           10 BOOKESTQ-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKESTQ-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKESTQ-REG.
           10 BOOKESTQ-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKESTQ-ENTRADA                         VALUE 'E'.
               88 BOOKESTQ-AJUSTE                          VALUE 'A'.
               88 BOOKESTQ-RESERVA                         VALUE 'R'.
               88 BOOKESTQ-LIBERACAO                       VALUE 'L'.
               88 BOOKESTQ-SEPARACAO                       VALUE 'S'.
               88 BOOKESTQ-PESQUISA                        VALUE 'P'.
               88 BOOKESTQ-BAIXA                           VALUE 'B'.
           10 BOOKESTQ-REG-COD-PRODUTO PIC 9(005)          VALUE ZEROS.
           10 BOOKESTQ-REG-QUANTIDADE  PIC 9(009)          VALUE ZEROS.
           10 BOOKESTQ-REG-SINAL       PIC X(001)          VALUE '+'.
               88 BOOKESTQ-SINAL-POSITIVO                  VALUE '+'.
               88 BOOKESTQ-SINAL-NEGATIVO                  VALUE '-'.
           10 BOOKESTQ-REG-JA-SEPARADO PIC X(001)          VALUE 'N'.
               88 BOOKESTQ-ITEM-SEPARADO                   VALUE 'S'.
           10 BOOKESTQ-REG-NUM-PEDIDO  PIC 9(007)          VALUE ZEROS.
           10 BOOKESTQ-REG-MOTIVO      PIC X(040)          VALUE SPACES.
           10 BOOKESTQ-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKESTQ-REG-QTD-DISPONIVEL
                                       PIC 9(009)          VALUE ZEROS.
           10 BOOKESTQ-REG-QTD-RESERVADA
                                       PIC 9(009)          VALUE ZEROS.
           10 BOOKESTQ-REG-QTD-SEPARADA
                                       PIC 9(009)          VALUE ZEROS.
           10 BOOKESTQ-REG-DATA-ULT-MOVTO
                                       PIC 9(008)          VALUE ZEROS.
