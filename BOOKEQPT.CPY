       05  BOOKEQPT-CTRL.
           10 BOOKEQPT-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKEQPT-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKEQPT-REG.
           10 BOOKEQPT-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKEQPT-INCLUSAO                        VALUE 'I'.
               88 BOOKEQPT-ALTERACAO                       VALUE 'A'.
               88 BOOKEQPT-MOVIMENTACAO                    VALUE 'M'.
               88 BOOKEQPT-CONFIRMACAO                     VALUE 'C'.
               88 BOOKEQPT-BAIXA                           VALUE 'B'.
               88 BOOKEQPT-PESQUISA                        VALUE 'P'.
           10 BOOKEQPT-REG-NUM-ATIVO   PIC 9(007)          VALUE ZEROS.
           10 BOOKEQPT-REG-TIPO        PIC X(001)          VALUE SPACES.
               88 BOOKEQPT-REG-GELADEIRA                   VALUE 'G'.
               88 BOOKEQPT-REG-CHOPEIRA                    VALUE 'C'.
               88 BOOKEQPT-REG-EXPOSITOR                   VALUE 'D'.
               88 BOOKEQPT-REG-OUTRO                       VALUE 'O'.
           10 BOOKEQPT-REG-NUM-SERIE   PIC X(020)          VALUE SPACES.
           10 BOOKEQPT-REG-DESCRICAO   PIC X(030)          VALUE SPACES.
           10 BOOKEQPT-REG-COD-CLIENTE PIC 9(007)          VALUE ZEROS.
           10 BOOKEQPT-REG-DATA-INSTALACAO
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKEQPT-REG-STATUS      PIC X(001)          VALUE SPACES.
               88 BOOKEQPT-REG-EM-CLIENTE                  VALUE 'C'.
               88 BOOKEQPT-REG-EM-DEPOSITO                 VALUE 'D'.
               88 BOOKEQPT-REG-EM-MANUTENCAO               VALUE 'M'.
               88 BOOKEQPT-REG-BAIXADO                     VALUE 'B'.
           10 BOOKEQPT-REG-SITUACAO    PIC X(001)          VALUE SPACES.
               88 BOOKEQPT-REG-FUNCIONANDO                 VALUE 'F'.
               88 BOOKEQPT-REG-DEFEITO                     VALUE 'D'.
               88 BOOKEQPT-REG-NAO-ENCONTRADO              VALUE 'N'.
           10 BOOKEQPT-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKEQPT-REG-COD-VENDEDOR
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKEQPT-REG-MOTIVO      PIC X(040)          VALUE SPACES.
           10 BOOKEQPT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKEQPT-REG-DATA-ULT-CONFIRM
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKEQPT-REG-COD-CLIENTE-ANT
                                       PIC 9(007)          VALUE ZEROS.
