       05  BOOKRECB-CTRL.
           10 BOOKRECB-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRECB-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRECB-REG.
           10 BOOKRECB-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKRECB-REG-COD-VEND    PIC 9(005)          VALUE ZEROS.
           10 BOOKRECB-REG-COD-CLIENTE PIC 9(007)          VALUE ZEROS.
           10 BOOKRECB-REG-DATA-VISITA PIC 9(008)          VALUE ZEROS.
           10 BOOKRECB-REG-FORMA-PAGTO PIC X(001)          VALUE SPACES.
               88 BOOKRECB-FORMA-DINHEIRO                  VALUE 'D'.
               88 BOOKRECB-FORMA-CHEQUE                    VALUE 'C'.
               88 BOOKRECB-FORMA-PIX                       VALUE 'P'.
               88 BOOKRECB-FORMA-VALIDA                    VALUE 'D'
                                                           'C' 'P'.
           10 BOOKRECB-REG-VALOR       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-NUM-DOCUMENTO
                                       PIC X(015)          VALUE SPACES.
           10 BOOKRECB-REG-TITULO-1    PIC X(015)          VALUE SPACES.
           10 BOOKRECB-REG-TITULO-2    PIC X(015)          VALUE SPACES.
           10 BOOKRECB-REG-TITULO-3    PIC X(015)          VALUE SPACES.
           10 BOOKRECB-REG-DECL-DINHEIRO
                                       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-DECL-CHEQUE PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-DECL-PIX    PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRECB-REG-SEQ-RECEB   PIC 9(003)          VALUE ZEROS.
           10 BOOKRECB-REG-VALOR-APLICADO
                                       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-VALOR-SEM-TITULO
                                       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKRECB-REG-SITUACAO    PIC X(001)          VALUE SPACES.
               88 BOOKRECB-SIT-CONCILIADO                  VALUE 'C'.
               88 BOOKRECB-SIT-DIVERGENTE                  VALUE 'D'.
