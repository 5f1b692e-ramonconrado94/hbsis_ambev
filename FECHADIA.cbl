           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VER-VEREDICTO         PIC X(008)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKFDIA.CPY'.

           CLOSE ARQ-FECHAMENTO

           IF BOOKFDIA-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "FECHADIA.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "FECHADIA"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKFDIA-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKFDIA-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
