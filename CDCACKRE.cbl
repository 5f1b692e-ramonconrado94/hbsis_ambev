           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REENVIADOS    PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCDCA.CPY'.

       3000-FINALIZAR                  SECTION.

           IF BOOKCDCA-CTRL-COD        EQUAL ZEROS AND
              BOOKCDCA-RECONCILIAR
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "CDCRECON.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "CDCACKRE"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCDCA-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCDCA-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
