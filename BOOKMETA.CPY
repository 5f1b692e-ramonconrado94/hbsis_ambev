           10 BOOKMETA-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKMETA-REG-META-VALOR  PIC 9(011)V9(002)   VALUE ZEROS.
           10 BOOKMETA-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKMETA-REG-PREVISAO-VALOR
                                       PIC 9(011)V9(002)   VALUE ZEROS.
           10 BOOKMETA-REG-PREVISAO-QTD
                                       PIC 9(009)          VALUE ZEROS.
           10 BOOKMETA-REG-PREVISAO-SITUACAO
                                       PIC X(001)          VALUE SPACES.
               88 BOOKMETA-PREVISAO-ENCONTRADA             VALUE 'S'.
               88 BOOKMETA-PREVISAO-AUSENTE                VALUE 'N'.
