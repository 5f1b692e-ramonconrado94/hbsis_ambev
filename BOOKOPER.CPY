               88 BOOKOPER-PERFIL-CONSULTA                 VALUE '1'.
               88 BOOKOPER-PERFIL-ATUALIZA                 VALUE '2'.
               88 BOOKOPER-PERFIL-ADMIN                    VALUE '3'.
               88 BOOKOPER-PERFIL-SUPERVISOR               VALUE '4'.
           10 BOOKOPER-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKOPER-REG-NOVA-SENHA  PIC X(010)          VALUE SPACES.
           10 BOOKOPER-REG-EVENTO      PIC X(001)          VALUE SPACES.
               88 BOOKOPER-EVENTO-LOGOUT                   VALUE 'S'.
               88 BOOKOPER-EVENTO-NEGADO                   VALUE 'N'.
           10 BOOKOPER-REG-DETALHE     PIC X(040)          VALUE SPACES.
