                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKVIST-REG-VEND-SUBST-2
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKVIST-REG-HORA-CHECKIN
                                       PIC 9(006)          VALUE ZEROS.
           10 BOOKVIST-REG-NUM-ATIVO  PIC 9(007)          VALUE ZEROS.
           10 BOOKVIST-REG-SITUACAO-ATIVO
                                       PIC X(001)          VALUE SPACES.
               88 BOOKVIST-ATIVO-FUNCIONANDO               VALUE 'F'.
               88 BOOKVIST-ATIVO-DEFEITO                   VALUE 'D'.
               88 BOOKVIST-ATIVO-NAO-ENCONTRADO            VALUE 'N'.
           10 BOOKVIST-REG-COD-PERGUNTA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKVIST-REG-DESC-PERGUNTA
                                       PIC X(040)          VALUE SPACES.
           10 BOOKVIST-REG-PESO-PERGUNTA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKVIST-REG-RESPOSTA   PIC X(001)          VALUE SPACES.
               88 BOOKVIST-RESP-CONFORME                   VALUE 'S'.
               88 BOOKVIST-RESP-NAO-CONFORME               VALUE 'N'.
               88 BOOKVIST-RESP-NAO-SE-APLICA              VALUE 'X'.
