               88 BOOKPEDI-CANCEL-ERRO-DIGITACAO           VALUE 'E'.
               88 BOOKPEDI-CANCEL-SEM-ESTOQUE              VALUE 'F'.
               88 BOOKPEDI-CANCEL-OUTRO                    VALUE 'O'.
           10 BOOKPEDI-REG-COD-PROMOCAO
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKPEDI-REG-DESCONTO-PROMO
                                       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKPEDI-REG-ORIGEM      PIC X(001)          VALUE SPACES.
               88 BOOKPEDI-ORIGEM-PORTAL                   VALUE 'W'.
