           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CMT-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCOMP.CPY'.
                                       ARQ-GERACAO-ATU
                                       ARQ-COMPARACAO

           IF BOOKCOMP-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "COMPCART.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "COMPCART"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCOMP-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCOMP-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
