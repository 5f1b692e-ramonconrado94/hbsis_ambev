                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT OPTIONAL ARQ-DEVOLUCAO
                                       ASSIGN TO DISK "DEVOLUCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-DEV-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DEVOLUCAO.

           SELECT ARQ-VENDEDOR         ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
               88 FD-PEH-CAPTADO                           VALUE 'C'.
               88 FD-PEH-CONFIRMADO                        VALUE 'F'.
               88 FD-PEH-CANCELADO                         VALUE 'X'.
               88 FD-PEH-FATURADO                          VALUE 'N'.
           05 FD-PEH-MOTIVO-CANCEL     PIC X(001).
           05 FD-PEH-DATA-CANCEL       PIC 9(008).
           05 FD-PEH-OPER-CANCEL       PIC X(010).
           05 FD-PEH-OPERADOR          PIC X(010).
           05 FD-PEH-DATA-SEPARACAO    PIC 9(008).
           05 FD-PEH-DATA-CONFIRMACAO  PIC 9(008).
           05 FD-PEH-DATA-ENVIO-FAT    PIC 9(008).
           05 FD-PEH-NUM-NF            PIC 9(009).
           05 FD-PEH-SERIE-NF          PIC X(003).
           05 FD-PEH-DATA-EMISSAO-NF   PIC 9(008).
           05 FD-PEH-DATA-REJEICAO-FAT PIC 9(008).
           05 FD-PEH-MOTIVO-REJEICAO   PIC X(040).
           05 FD-PEH-DATA-ENTREGA      PIC 9(008).

       FD  ARQ-DEVOLUCAO
           LABEL RECORD                IS STANDARD.
       01  FD-DEVOLUCAO.
           05 FD-DEV-CHAVE.
               10 FD-DEV-NUM-PEDIDO    PIC 9(007).
               10 FD-DEV-SEQ-ITEM      PIC 9(003).
               10 FD-DEV-SEQ-DEVOL     PIC 9(003).
           05 FD-DEV-COD-CLIENTE       PIC 9(007).
           05 FD-DEV-COD-VENDEDOR      PIC 9(005).
           05 FD-DEV-COD-PRODUTO       PIC 9(005).
           05 FD-DEV-DATA-DEVOLUCAO    PIC 9(008).
           05 FD-DEV-QUANTIDADE        PIC 9(005).
           05 FD-DEV-VALOR             PIC 9(009)V9(002).
           05 FD-DEV-MOTIVO            PIC X(001).
               88 FD-DEV-TRANSPORTE                        VALUE 'T'.
           05 FD-DEV-ANO-MES-DEDUCAO   PIC 9(006).
           05 FD-DEV-DATA-HORA         PIC 9(014).
           05 FD-DEV-OPERADOR          PIC X(010).

       FD  ARQ-VENDEDOR
           LABEL RECORD                IS STANDARD.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-COMISSAO
           LABEL RECORD                IS STANDARD.
       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-DEVOLUCAO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-COMISSAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FOLHA             PIC X(002)          VALUE SPACES.

       77  WS-MES-JA-PROCESSADO        PIC X(001)          VALUE 'N'.
       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-MES-FECHADO              PIC X(001)          VALUE 'N'.

       01  WS-ANO-MES-PEDIDO           PIC 9(006)          VALUE ZEROS.
       01  WS-VALOR-COMISSAO           PIC 9(011)V9(002)   VALUE ZEROS.
       01  WS-TOTAL-COMISSAO           PIC 9(011)V9(002)   VALUE ZEROS.
       01  WS-VALOR-LIQUIDO            PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-ANO-MES-TRANSPORTE       PIC 9(006)          VALUE ZEROS.
       01  WS-ANO-MES-TRANSPORTE-R     REDEFINES WS-ANO-MES-TRANSPORTE.
           05 WS-TRP-ANO               PIC 9(004).
           05 WS-TRP-MES               PIC 9(002).

       01  WS-SEQ-TRANSPORTE           PIC 9(006)          VALUE ZEROS.
       01  WS-SEQ-TRANSPORTE-R         REDEFINES WS-SEQ-TRANSPORTE.
           05 WS-TRP-SEQ-ITEM          PIC 9(003).
           05 WS-TRP-SEQ-DEVOL         PIC 9(003).

       01  WS-TAB-VENDA-VENDEDOR.
           05 WS-VND-VALOR             PIC 9(011)V9(002)
                                       OCCURS 99999 TIMES.

       01  WS-TAB-DEVOL-VENDEDOR.
           05 WS-VND-DEVOLVIDO         PIC 9(011)V9(002)
                                       OCCURS 99999 TIMES.

       01  WS-COMISSAO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PCT-COMISSAO      PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-COMISSAO    PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-DEVOLVIDO   PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-COMISSAO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FTR-TOTAL-COMISSAO    PIC 9(011)V9(002)   VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCOMI.CPY'.

           PERFORM 1107-ZERAR-TABELA-VENDAS
           PERFORM 1110-ABRIR-ARQ-PEDHDR
           PERFORM 1115-ABRIR-ARQ-DEVOLUCAO
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-COMISSAO
           PERFORM 1140-ABRIR-ARQ-FOLHA
           PERFORM                     UNTIL WS-IDX-VEND
                                       GREATER 99999
             MOVE ZEROS                TO WS-VND-VALOR (WS-IDX-VEND)
                                       WS-VND-DEVOLVIDO (WS-IDX-VEND)
             ADD 1                     TO WS-IDX-VEND
           END-PERFORM

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-DEVOLUCAO        SECTION.

           OPEN I-O ARQ-DEVOLUCAO

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCOMI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKCOMI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR
           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-DEVOLUCAO          SECTION.

           READ ARQ-DEVOLUCAO          NEXT RECORD

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCOMI-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKCOMI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1157-GRAVAR-ARQ-DEVOLUCAO       SECTION.

           WRITE FD-DEVOLUCAO

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCOMI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKCOMI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1157-99-FIM.                    EXIT.

       1160-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD
       1195-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-PEDHDR
                                       ARQ-DEVOLUCAO
                                       ARQ-VENDEDOR
                                       ARQ-COMISSAO
                                       ARQ-FOLHA
                                       EQUAL '10'
           END-IF

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS
             PERFORM 1155-LER-ARQ-DEVOLUCAO
             PERFORM 2150-ACUMULAR-DEVOLUCAO
                                       UNTIL WS-FS-ARQ-DEVOLUCAO
                                       EQUAL '10'
           END-IF

           PERFORM 1160-LER-ARQ-VENDEDOR

           PERFORM 2200-APURAR-COMISSAO-VENDEDOR
           MOVE WS-FOLHA-TRAILER       TO FD-FOL-LINHA
           PERFORM 1180-GRAVAR-ARQ-FOLHA

           PERFORM 2300-TRANSPORTAR-DEVOLUCOES

           PERFORM 1190-GRAVAR-FECHAMENTO

           MOVE WS-TOTAL-COMISSAO      TO BOOKCOMI-REG-VALOR-TOTAL
           .
       2100-99-FIM.                    EXIT.

       2150-ACUMULAR-DEVOLUCAO         SECTION.

           IF FD-DEV-ANO-MES-DEDUCAO   EQUAL BOOKCOMI-REG-ANO-MES
             ADD FD-DEV-VALOR          TO WS-VND-DEVOLVIDO
                                       (FD-DEV-COD-VENDEDOR)
           END-IF

           PERFORM 1155-LER-ARQ-DEVOLUCAO

           .
       2150-99-FIM.                    EXIT.

       2200-APURAR-COMISSAO-VENDEDOR   SECTION.

           MOVE FD-VEND-COD-VENDEDOR   TO WS-IDX-VEND

           IF WS-VND-DEVOLVIDO (WS-IDX-VEND)
                                       GREATER
                                       WS-VND-VALOR (WS-IDX-VEND)
             MOVE ZEROS                TO WS-VALOR-LIQUIDO
           ELSE
             COMPUTE WS-VALOR-LIQUIDO  = WS-VND-VALOR (WS-IDX-VEND)
                                       - WS-VND-DEVOLVIDO (WS-IDX-VEND)
           END-IF

           IF WS-VND-VALOR (WS-IDX-VEND)
                                       GREATER ZEROS OR
              WS-VND-DEVOLVIDO (WS-IDX-VEND)
                                       GREATER ZEROS
             ADD 1                     TO BOOKCOMI-REG-QTD-VENDEDORES

             COMPUTE WS-VALOR-COMISSAO = WS-VALOR-LIQUIDO
                                       * FD-VEND-PCT-COMISSAO / 100

             ADD WS-VALOR-COMISSAO     TO WS-TOTAL-COMISSAO
                                       TO WS-DET-VALOR-VENDIDO
             MOVE FD-VEND-PCT-COMISSAO TO WS-DET-PCT-COMISSAO
             MOVE WS-VALOR-COMISSAO    TO WS-DET-VALOR-COMISSAO
             MOVE WS-VND-DEVOLVIDO (WS-IDX-VEND)
                                       TO WS-DET-VALOR-DEVOLVIDO
             MOVE WS-COMISSAO-DET      TO FD-COM-LINHA
             PERFORM 1170-GRAVAR-ARQ-COMISSAO

           .
       2200-99-FIM.                    EXIT.

       2300-TRANSPORTAR-DEVOLUCOES     SECTION.

           PERFORM 2310-APURAR-MES-TRANSPORTE
           PERFORM 2330-OBTER-SEQ-TRANSPORTE

           MOVE 1                      TO WS-IDX-VEND

           PERFORM                     UNTIL WS-IDX-VEND
                                       GREATER 99999
             IF WS-VND-DEVOLVIDO (WS-IDX-VEND)
                                       GREATER
                                       WS-VND-VALOR (WS-IDX-VEND)
               PERFORM 2340-GRAVAR-TRANSPORTE
             END-IF
             ADD 1                     TO WS-IDX-VEND
           END-PERFORM

           .
       2300-99-FIM.                    EXIT.

       2310-APURAR-MES-TRANSPORTE      SECTION.

           MOVE BOOKCOMI-REG-ANO-MES   TO WS-ANO-MES-TRANSPORTE
           MOVE 'S'                    TO WS-MES-FECHADO

           PERFORM                     UNTIL WS-MES-FECHADO
                                       EQUAL 'N'
             IF WS-TRP-MES             EQUAL 12
               ADD 1                   TO WS-TRP-ANO
               MOVE 1                  TO WS-TRP-MES
             ELSE
               ADD 1                   TO WS-TRP-MES
             END-IF
             PERFORM 2320-VERIFICAR-MES-FECHADO
           END-PERFORM

           .
       2310-99-FIM.                    EXIT.

       2320-VERIFICAR-MES-FECHADO      SECTION.

           MOVE 'N'                    TO WS-MES-FECHADO

           OPEN INPUT ARQ-FECHAMENTO

           IF WS-FS-ARQ-FECHAMENTO     EQUAL ZEROS
             PERFORM 1106-LER-ARQ-FECHAMENTO
             PERFORM                   UNTIL WS-FS-ARQ-FECHAMENTO
                                       NOT EQUAL ZEROS OR
                                       WS-MES-FECHADO EQUAL 'S'
               IF FD-FEC-ANO-MES       EQUAL WS-ANO-MES-TRANSPORTE
                 MOVE 'S'              TO WS-MES-FECHADO
               END-IF
               PERFORM 1106-LER-ARQ-FECHAMENTO
             END-PERFORM

             CLOSE ARQ-FECHAMENTO
           END-IF

           .
       2320-99-FIM.                    EXIT.

       2330-OBTER-SEQ-TRANSPORTE       SECTION.

           MOVE ZEROS                  TO WS-SEQ-TRANSPORTE

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR '10'
             MOVE ZEROS                TO FD-DEV-CHAVE

             START ARQ-DEVOLUCAO       KEY IS NOT LESS FD-DEV-CHAVE

             IF WS-FS-ARQ-DEVOLUCAO    EQUAL ZEROS
               PERFORM 1155-LER-ARQ-DEVOLUCAO
               PERFORM                 UNTIL WS-FS-ARQ-DEVOLUCAO
                                       NOT EQUAL ZEROS OR
                                       FD-DEV-NUM-PEDIDO NOT EQUAL
                                       ZEROS
                 MOVE FD-DEV-SEQ-ITEM  TO WS-TRP-SEQ-ITEM
                 MOVE FD-DEV-SEQ-DEVOL TO WS-TRP-SEQ-DEVOL
                 PERFORM 1155-LER-ARQ-DEVOLUCAO
               END-PERFORM
             END-IF
           END-IF

           .
       2330-99-FIM.                    EXIT.

       2340-GRAVAR-TRANSPORTE          SECTION.

           ADD 1                       TO WS-SEQ-TRANSPORTE

           INITIALIZE                  FD-DEVOLUCAO
           MOVE ZEROS                  TO FD-DEV-NUM-PEDIDO
           MOVE WS-TRP-SEQ-ITEM        TO FD-DEV-SEQ-ITEM
           MOVE WS-TRP-SEQ-DEVOL       TO FD-DEV-SEQ-DEVOL
           MOVE WS-IDX-VEND            TO FD-DEV-COD-VENDEDOR
           COMPUTE FD-DEV-DATA-DEVOLUCAO
                                       = WS-ANO-MES-TRANSPORTE * 100 + 1
           COMPUTE FD-DEV-VALOR        = WS-VND-DEVOLVIDO (WS-IDX-VEND)
                                       - WS-VND-VALOR (WS-IDX-VEND)
           SET FD-DEV-TRANSPORTE       TO TRUE
           MOVE WS-ANO-MES-TRANSPORTE  TO FD-DEV-ANO-MES-DEDUCAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-DEV-DATA-HORA
           MOVE BOOKCOMI-REG-OPERADOR  TO FD-DEV-OPERADOR

           PERFORM 1157-GRAVAR-ARQ-DEVOLUCAO

           .
       2340-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1195-FECHAR-ARQUIVOS

           IF BOOKCOMI-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "COMISSAO.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "CALCCOMI"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCOMI-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCOMI-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
