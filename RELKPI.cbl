           05 FD-KPI-VALOR-RECEITA     PIC 9(013)V9(002).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-NAO-ATRIB     PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-VISITADOS-30  PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-SEM-VISITA-90 PIC 9(007).

       FD  ARQ-TENDENCIA
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-MESES         PIC 9(003)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKKPIR.CPY'.
           CLOSE ARQ-KPI
                                       ARQ-TENDENCIA

           IF BOOKKPIR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELKPI.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "RELKPI"               TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKKPIR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKKPIR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
