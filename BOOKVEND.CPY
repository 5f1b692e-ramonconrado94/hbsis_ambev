               88 BOOKVEND-REG-ATIVO                       VALUE 'A'.
               88 BOOKVEND-REG-SUSPENSO                    VALUE 'S'.
               88 BOOKVEND-REG-DESLIGADO                   VALUE 'T'.
           10 BOOKVEND-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
