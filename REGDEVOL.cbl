       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. REGDEVOL.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-DEVOLUCAO
                                       ASSIGN TO DISK "DEVOLUCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-DEV-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DEVOLUCAO.

           SELECT ARQ-PEDIDO           ASSIGN TO DISK "PEDIDO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PED-CHAVE
                  ALTERNATE RECORD KEY IS FD-PED-COD-VENDEDOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDIDO.

           SELECT ARQ-PEDHDR           ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-FECHAMENTO       ASSIGN TO DISK "COMIFECH.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FECHAMENTO.


       DATA                            DIVISION.
       FILE                            SECTION.

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
               88 FD-DEV-AVARIA                            VALUE 'A'.
               88 FD-DEV-VENCIDO                           VALUE 'V'.
               88 FD-DEV-ITEM-ERRADO                       VALUE 'E'.
               88 FD-DEV-OUTRO                             VALUE 'O'.
           05 FD-DEV-ANO-MES-DEDUCAO   PIC 9(006).
           05 FD-DEV-DATA-HORA         PIC 9(014).
           05 FD-DEV-OPERADOR          PIC X(010).

       FD  ARQ-PEDIDO
           LABEL RECORD                IS STANDARD.
       01  FD-PEDIDO.
           05 FD-PED-CHAVE.
               10 FD-PED-NUM-PEDIDO    PIC 9(007).
               10 FD-PED-SEQ-ITEM      PIC 9(003).
           05 FD-PED-COD-CLIENTE       PIC 9(007).
           05 FD-PED-COD-VENDEDOR      PIC 9(005).
           05 FD-PED-DATA-VISITA       PIC 9(008).
           05 FD-PED-COD-PRODUTO       PIC 9(005).
           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

       FD  ARQ-PEDHDR
           LABEL RECORD                IS STANDARD.
       01  FD-PEDHDR.
           05 FD-PEH-NUM-PEDIDO        PIC 9(007).
           05 FD-PEH-DATA-PEDIDO       PIC 9(008).
           05 FD-PEH-COD-CLIENTE       PIC 9(007).
           05 FD-PEH-COD-VENDEDOR      PIC 9(005).
           05 FD-PEH-VALOR-TOTAL       PIC 9(011)V9(002).
           05 FD-PEH-QTD-ITENS         PIC 9(003).
           05 FD-PEH-STATUS            PIC X(001).
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

       FD  ARQ-FECHAMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-FECHAMENTO.
           05 FD-FEC-ANO-MES           PIC 9(006).
           05 FILLER                   PIC X(001).
           05 FD-FEC-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-FEC-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-DEVOLUCAO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FECHAMENTO        PIC X(002)          VALUE SPACES.

       77  WS-QTD-JA-DEVOLVIDA         PIC 9(007)          VALUE ZEROS.
       77  WS-ULTIMA-SEQ-DEVOL         PIC 9(003)          VALUE ZEROS.
       77  WS-MES-FECHADO              PIC X(001)          VALUE 'N'.

       77  WS-CRUDESTQ                 PIC X(008)          VALUE
                                                           'CRUDESTQ'.

       01  WS-ANO-MES-DEDUCAO          PIC 9(006)          VALUE ZEROS.
       01  WS-ANO-MES-DEDUCAO-R        REDEFINES WS-ANO-MES-DEDUCAO.
           05 WS-DED-ANO               PIC 9(004).
           05 WS-DED-MES               PIC 9(002).

       01  WS-LINK-CRUDESTQ.
           COPY 'BOOKESTQ.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKDEVL.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-DEVOLUCAO
           PERFORM 1120-ABRIR-ARQ-PEDIDO
           PERFORM 1125-ABRIR-ARQ-PEDHDR
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-DEVOLUCAO        SECTION.

           OPEN I-O ARQ-DEVOLUCAO

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDEVL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKDEVL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDEVL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKDEVL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDEVL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKDEVL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-GRAVAR-ARQ-DEVOLUCAO       SECTION.

           WRITE FD-DEVOLUCAO

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDEVL-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKDEVL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-LER-ARQ-DEVOLUCAO          SECTION.

           READ ARQ-DEVOLUCAO          NEXT RECORD

           .
       1135-99-FIM.                    EXIT.

       1140-LER-ARQ-FECHAMENTO         SECTION.

           READ ARQ-FECHAMENTO

           .
       1140-99-FIM.                    EXIT.

       1150-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-DEVOLUCAO
                                       ARQ-PEDIDO
                                       ARQ-PEDHDR
           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKDEVL-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN OTHER
               MOVE 1                  TO BOOKDEVL-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKDEVL-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           PERFORM 2110-VALIDAR-DADOS

           IF BOOKDEVL-CTRL-COD        EQUAL ZEROS
             PERFORM 2120-LOCALIZAR-PEDIDO
           END-IF

           IF BOOKDEVL-CTRL-COD        EQUAL ZEROS
             PERFORM 2130-LOCALIZAR-ITEM
           END-IF

           IF BOOKDEVL-CTRL-COD        EQUAL ZEROS
             PERFORM 2140-TOTALIZAR-DEVOLVIDO

             IF WS-QTD-JA-DEVOLVIDA + BOOKDEVL-REG-QUANTIDADE
                                       GREATER FD-PED-QUANTIDADE
               MOVE 1                  TO BOOKDEVL-CTRL-COD
               MOVE "QUANTIDADE ACIMA DO SALDO DO ITEM"
                                       TO BOOKDEVL-CTRL-MSG
             END-IF
           END-IF

           IF BOOKDEVL-CTRL-COD        EQUAL ZEROS
             PERFORM 2150-APURAR-MES-DEDUCAO
             PERFORM 2160-GRAVAR-DEVOLUCAO
           END-IF

           IF BOOKDEVL-CTRL-COD        EQUAL ZEROS AND
              BOOKDEVL-MOTIVO-ITEM-ERRADO
             PERFORM 2170-RETORNAR-ESTOQUE
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2110-VALIDAR-DADOS              SECTION.

           IF BOOKDEVL-REG-NUM-PEDIDO  EQUAL ZEROS OR
              BOOKDEVL-REG-SEQ-ITEM    EQUAL ZEROS
             MOVE 1                    TO BOOKDEVL-CTRL-COD
             MOVE "PEDIDO E ITEM OBRIGATORIOS"
                                       TO BOOKDEVL-CTRL-MSG
           ELSE
             IF BOOKDEVL-REG-QUANTIDADE
                                       EQUAL ZEROS
               MOVE 1                  TO BOOKDEVL-CTRL-COD
               MOVE "QUANTIDADE INVALIDA"
                                       TO BOOKDEVL-CTRL-MSG
             ELSE
               IF NOT BOOKDEVL-MOTIVO-VALIDO
                 MOVE 1                TO BOOKDEVL-CTRL-COD
                 MOVE "MOTIVO DA DEVOLUCAO INVALIDO"
                                       TO BOOKDEVL-CTRL-MSG
               END-IF
             END-IF
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2120-LOCALIZAR-PEDIDO           SECTION.

           MOVE BOOKDEVL-REG-NUM-PEDIDO
                                       TO FD-PEH-NUM-PEDIDO
           READ ARQ-PEDHDR             RECORD INTO FD-PEDHDR
                                       KEY IS FD-PEH-NUM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKDEVL-CTRL-COD
             MOVE "PEDIDO NAO ENCONTRADO"
                                       TO BOOKDEVL-CTRL-MSG
           ELSE
             IF FD-PEH-CANCELADO
               MOVE 1                  TO BOOKDEVL-CTRL-COD
               MOVE "PEDIDO CANCELADO NAO ACEITA DEVOLUCAO"
                                       TO BOOKDEVL-CTRL-MSG
             END-IF
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-LOCALIZAR-ITEM             SECTION.

           MOVE BOOKDEVL-REG-NUM-PEDIDO
                                       TO FD-PED-NUM-PEDIDO
           MOVE BOOKDEVL-REG-SEQ-ITEM  TO FD-PED-SEQ-ITEM
           READ ARQ-PEDIDO             RECORD INTO FD-PEDIDO
                                       KEY IS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKDEVL-CTRL-COD
             MOVE "ITEM NAO ENCONTRADO NO PEDIDO"
                                       TO BOOKDEVL-CTRL-MSG
           ELSE
             MOVE FD-PED-COD-PRODUTO   TO BOOKDEVL-REG-COD-PRODUTO
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2140-TOTALIZAR-DEVOLVIDO        SECTION.

           MOVE ZEROS                  TO WS-QTD-JA-DEVOLVIDA
                                       WS-ULTIMA-SEQ-DEVOL

           IF WS-FS-ARQ-DEVOLUCAO      NOT EQUAL '05'
             MOVE BOOKDEVL-REG-NUM-PEDIDO
                                       TO FD-DEV-NUM-PEDIDO
             MOVE BOOKDEVL-REG-SEQ-ITEM
                                       TO FD-DEV-SEQ-ITEM
             MOVE ZEROS                TO FD-DEV-SEQ-DEVOL

             START ARQ-DEVOLUCAO       KEY IS NOT LESS FD-DEV-CHAVE

             IF WS-FS-ARQ-DEVOLUCAO    EQUAL ZEROS
               PERFORM 1135-LER-ARQ-DEVOLUCAO
               PERFORM                 UNTIL WS-FS-ARQ-DEVOLUCAO
                                       NOT EQUAL ZEROS OR
                                       FD-DEV-NUM-PEDIDO NOT EQUAL
                                       BOOKDEVL-REG-NUM-PEDIDO OR
                                       FD-DEV-SEQ-ITEM NOT EQUAL
                                       BOOKDEVL-REG-SEQ-ITEM
                 ADD FD-DEV-QUANTIDADE TO WS-QTD-JA-DEVOLVIDA
                 MOVE FD-DEV-SEQ-DEVOL TO WS-ULTIMA-SEQ-DEVOL
                 PERFORM 1135-LER-ARQ-DEVOLUCAO
               END-PERFORM
             END-IF
           END-IF

           .
       2140-99-FIM.                    EXIT.

       2150-APURAR-MES-DEDUCAO         SECTION.

           MOVE FD-PEH-DATA-PEDIDO (1:6)
                                       TO WS-ANO-MES-DEDUCAO

           PERFORM 2151-VERIFICAR-MES-FECHADO

           PERFORM                     UNTIL WS-MES-FECHADO
                                       EQUAL 'N'
             IF WS-DED-MES             EQUAL 12
               ADD 1                   TO WS-DED-ANO
               MOVE 1                  TO WS-DED-MES
             ELSE
               ADD 1                   TO WS-DED-MES
             END-IF
             PERFORM 2151-VERIFICAR-MES-FECHADO
           END-PERFORM

           .
       2150-99-FIM.                    EXIT.

       2151-VERIFICAR-MES-FECHADO      SECTION.

           MOVE 'N'                    TO WS-MES-FECHADO

           OPEN INPUT ARQ-FECHAMENTO

           IF WS-FS-ARQ-FECHAMENTO     EQUAL ZEROS
             PERFORM 1140-LER-ARQ-FECHAMENTO
             PERFORM                   UNTIL WS-FS-ARQ-FECHAMENTO
                                       NOT EQUAL ZEROS OR
                                       WS-MES-FECHADO EQUAL 'S'
               IF FD-FEC-ANO-MES       EQUAL WS-ANO-MES-DEDUCAO
                 MOVE 'S'              TO WS-MES-FECHADO
               END-IF
               PERFORM 1140-LER-ARQ-FECHAMENTO
             END-PERFORM

             CLOSE ARQ-FECHAMENTO
           END-IF

           .
       2151-99-FIM.                    EXIT.

       2160-GRAVAR-DEVOLUCAO           SECTION.

           MOVE BOOKDEVL-REG-NUM-PEDIDO
                                       TO FD-DEV-NUM-PEDIDO
           MOVE BOOKDEVL-REG-SEQ-ITEM  TO FD-DEV-SEQ-ITEM
           COMPUTE FD-DEV-SEQ-DEVOL    = WS-ULTIMA-SEQ-DEVOL + 1
           MOVE FD-PEH-COD-CLIENTE     TO FD-DEV-COD-CLIENTE
           MOVE FD-PEH-COD-VENDEDOR    TO FD-DEV-COD-VENDEDOR
           MOVE FD-PED-COD-PRODUTO     TO FD-DEV-COD-PRODUTO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-DEV-DATA-DEVOLUCAO
           MOVE BOOKDEVL-REG-QUANTIDADE
                                       TO FD-DEV-QUANTIDADE
           COMPUTE FD-DEV-VALOR ROUNDED
                                       = FD-PED-VALOR
                                       * BOOKDEVL-REG-QUANTIDADE
                                       / FD-PED-QUANTIDADE
           MOVE BOOKDEVL-REG-MOTIVO    TO FD-DEV-MOTIVO
           MOVE WS-ANO-MES-DEDUCAO     TO FD-DEV-ANO-MES-DEDUCAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-DEV-DATA-HORA
           MOVE BOOKDEVL-REG-OPERADOR  TO FD-DEV-OPERADOR

           PERFORM 1130-GRAVAR-ARQ-DEVOLUCAO

           MOVE FD-DEV-SEQ-DEVOL       TO BOOKDEVL-REG-SEQ-DEVOL
           MOVE FD-DEV-VALOR           TO BOOKDEVL-REG-VALOR
           MOVE FD-DEV-ANO-MES-DEDUCAO TO BOOKDEVL-REG-ANO-MES-DEDUCAO

           MOVE ZEROS                  TO BOOKDEVL-CTRL-COD
           MOVE "DEVOLUCAO REGISTRADA COM SUCESSO"
                                       TO BOOKDEVL-CTRL-MSG

           .
       2160-99-FIM.                    EXIT.

       2170-RETORNAR-ESTOQUE           SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'E'                    TO BOOKESTQ-REG-SERVICO
           MOVE FD-DEV-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE FD-DEV-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE FD-DEV-NUM-PEDIDO      TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "DEVOLUCAO DE CLIENTE" TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKDEVL-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        NOT EQUAL ZEROS
             MOVE "DEVOLUCAO REGISTRADA SEM RETORNO AO ESTOQUE"
                                       TO BOOKDEVL-CTRL-MSG
           END-IF

           .
       2170-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1150-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
