
       FD  ARQ-MOVIMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-MOVIMENTO                PIC X(400).

       FD  ARQ-ARQUIVO-MORTO
           LABEL RECORD                IS STANDARD.
       01  FD-ARQUIVO-MORTO            PIC X(400).

       FD  ARQ-TRABALHO
           LABEL RECORD                IS STANDARD.
       01  FD-TRABALHO                 PIC X(400).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.
       77  WS-RECULTVI                 PIC X(008)          VALUE
                                                           'RECULTVI'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       01  WS-LINK-RECULTVI.
           COPY 'BOOKRULV.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKARQV.CPY'.
           PERFORM 2500-GRAVAR-RESUMO-ARQUIVO
           MOVE WS-QTD-ARQUIVADOS      TO BOOKARQV-REG-QTD-VISITAS

           IF BOOKARQV-REG-QTD-VISITAS GREATER ZEROS
             PERFORM 2700-RECONSTRUIR-ULTIMA-VISITA
           END-IF

           MOVE ZEROS                  TO BOOKARQV-CTRL-COD
           MOVE "ARQUIVAMENTO CONCLUIDO COM SUCESSO"
                                       TO BOOKARQV-CTRL-MSG
           .
       2620-99-FIM.                    EXIT.

       2700-RECONSTRUIR-ULTIMA-VISITA  SECTION.

           INITIALIZE                  WS-LINK-RECULTVI

           SET BOOKRULV-RECONSTRUIR    TO TRUE
           MOVE BOOKARQV-REG-OPERADOR  TO BOOKRULV-REG-OPERADOR

           CALL WS-RECULTVI            USING WS-LINK-RECULTVI

           IF BOOKRULV-CTRL-COD        NOT EQUAL ZEROS
             MOVE 2                    TO BOOKARQV-CTRL-COD
             MOVE "ERRO NA RECONSTRUCAO DO ARQUIVO ULTVISIT"
                                       TO BOOKARQV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2700-99-FIM.                    EXIT.

       2500-GRAVAR-RESUMO-ARQUIVO      SECTION.

           MOVE WS-QTD-LIDOS           TO WS-RES-QTD-LIDOS

           CLOSE ARQ-RESUMO

           IF BOOKARQV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "ARQUIVAR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "ARQUIVAR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKARQV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKARQV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
