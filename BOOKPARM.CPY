       05  BOOKPARM-CTRL.
           10 BOOKPARM-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPARM-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPARM-REG.
           10 BOOKPARM-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKPARM-INCLUIR                         VALUE 'I'.
               88 BOOKPARM-ALTERAR                         VALUE 'A'.
               88 BOOKPARM-EXCLUIR                         VALUE 'E'.
               88 BOOKPARM-PESQUISAR                       VALUE 'P'.
               88 BOOKPARM-CONSULTAR-VIGENTE               VALUE 'C'.
               88 BOOKPARM-LISTAR-PROXIMO                  VALUE 'L'.
           10 BOOKPARM-REG-PROGRAMA    PIC X(008)          VALUE SPACES.
           10 BOOKPARM-REG-NOME        PIC X(020)          VALUE SPACES.
           10 BOOKPARM-REG-VALOR       PIC X(060)          VALUE SPACES.
           10 BOOKPARM-REG-TIPO        PIC X(001)          VALUE SPACES.
               88 BOOKPARM-TIPO-NUMERICO                   VALUE 'N'.
               88 BOOKPARM-TIPO-DATA                       VALUE 'D'.
               88 BOOKPARM-TIPO-TEXTO                      VALUE 'T'.
               88 BOOKPARM-TIPO-INDICADOR                  VALUE 'S'.
               88 BOOKPARM-TIPO-PASSO-LOTE                 VALUE 'J'.
           10 BOOKPARM-REG-VALOR-MINIMO
                                       PIC 9(010)V9(008)   VALUE ZEROS.
           10 BOOKPARM-REG-VALOR-MAXIMO
                                       PIC 9(010)V9(008)   VALUE ZEROS.
           10 BOOKPARM-REG-DATA-VALIDADE
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKPARM-REG-DESCRICAO   PIC X(040)          VALUE SPACES.
           10 BOOKPARM-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKPARM-REG-VALOR-NUM   PIC 9(010)V9(008)   VALUE ZEROS.
           10 BOOKPARM-REG-DATA-HORA-ALT
                                       PIC 9(014)          VALUE ZEROS.
