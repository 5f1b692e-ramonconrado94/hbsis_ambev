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

       FD  ARQ-PRODUTIVIDADE
           LABEL RECORD                IS STANDARD.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-VEND-CREDITADO           PIC 9(005)          VALUE ZEROS.
       77  WS-QTD-VISITAS-EQUIPE       PIC 9(007)          VALUE ZEROS.

       01  WS-ANO-MES-VISITA           PIC 9(006)          VALUE ZEROS.

           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPROD.CPY'.
                                       UNTIL WS-FS-ARQ-VEND
                                       EQUAL '10'

           IF BOOKPROD-REG-COD-SUPERVISOR
                                       GREATER ZEROS
             MOVE WS-QTD-VISITAS-EQUIPE
                                       TO BOOKPROD-REG-QTD-VISITAS
           END-IF

           MOVE BOOKPROD-REG-ANO-MES   TO WS-TRL-ANO-MES
           MOVE BOOKPROD-REG-QTD-VISITAS
                                       TO WS-TRL-QTD-VISITAS

           MOVE FD-VEND-COD-VENDEDOR   TO WS-IDX-VEND

           IF (WS-PRD-QTD-VISITAS (WS-IDX-VEND)
                                       GREATER ZEROS OR
               FD-VEND-META-VISITAS    GREATER ZEROS) AND
              (BOOKPROD-REG-COD-SUPERVISOR
                                       EQUAL ZEROS OR
               FD-VEND-COD-SUPERVISOR  EQUAL
                                       BOOKPROD-REG-COD-SUPERVISOR)

             ADD 1                     TO BOOKPROD-REG-QTD-VENDEDORES
             IF BOOKPROD-REG-COD-SUPERVISOR
                                       GREATER ZEROS
               ADD WS-PRD-QTD-VISITAS (WS-IDX-VEND)
                                       TO WS-QTD-VISITAS-EQUIPE
             END-IF

             MOVE FD-VEND-COD-VENDEDOR TO WS-PRD-COD-VEND
             MOVE FD-VEND-NOME         TO WS-PRD-NOME

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKPROD-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELPRODU.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELPRODU"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKPROD-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKPROD-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
