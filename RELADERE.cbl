               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-ROTEIRO
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-NAO-VISIT     PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKADER.CPY'.
                                       TO BOOKADER-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
             IF BOOKADER-REG-COD-SUPERVISOR
                                       GREATER ZEROS AND
                FD-VEND-COD-SUPERVISOR NOT EQUAL
                                       BOOKADER-REG-COD-SUPERVISOR
               MOVE 1                  TO BOOKADER-CTRL-COD
               MOVE "VENDEDOR FORA DA EQUIPE DO SUPERVISOR"
                                       TO BOOKADER-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF

             PERFORM 2100-APURAR-VENDEDOR
           ELSE

       2050-APURAR-PROXIMO-VENDEDOR    SECTION.

           IF BOOKADER-REG-COD-SUPERVISOR
                                       EQUAL ZEROS OR
              FD-VEND-COD-SUPERVISOR   EQUAL
                                       BOOKADER-REG-COD-SUPERVISOR
             PERFORM 2100-APURAR-VENDEDOR
           END-IF

           PERFORM 1140-LER-ARQ-VENDEDOR


           PERFORM 1160-FECHAR-ARQUIVOS

           IF BOOKADER-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELADERE.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELADERE"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKADER-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKADER-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
