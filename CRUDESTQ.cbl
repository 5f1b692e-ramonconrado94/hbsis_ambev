       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDESTQ.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-ESTOQUE ASSIGN TO DISK "ESTOQUE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-EST-COD-PRODUTO
                  LOCK MODE            IS MANUAL
                  WITH LOCK ON RECORD
                  FILE STATUS          IS WS-FS-ARQ-ESTOQUE.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT ARQ-MOVTO-ESTOQUE    ASSIGN TO DISK "ESTMOVTO.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MOVTO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-ESTOQUE
           LABEL RECORD                IS STANDARD.
       01  FD-ESTOQUE.
           05 FD-EST-COD-PRODUTO       PIC 9(005).
           05 FD-EST-QTD-DISPONIVEL    PIC 9(009).
           05 FD-EST-QTD-RESERVADA     PIC 9(009).
           05 FD-EST-QTD-SEPARADA      PIC 9(009).
           05 FD-EST-DATA-ULT-MOVTO    PIC 9(008).
           05 FD-EST-OPERADOR          PIC X(010).

       FD  ARQ-PRODUTO
           LABEL RECORD                IS STANDARD.
       01  FD-PRODUTO.
           05 FD-PROD-CODIGO           PIC 9(005).
           05 FD-PROD-DESCRICAO        PIC X(040).
           05 FD-PROD-UNIDADE          PIC X(003).
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       FD  ARQ-MOVTO-ESTOQUE
           LABEL RECORD                IS STANDARD.
       01  FD-MOVTO-ESTOQUE.
           05 FD-MOV-TIPO              PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-COD-PRODUTO       PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-SINAL             PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-QUANTIDADE        PIC 9(009).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-NUM-PEDIDO        PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-ESTOQUE           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MOVTO             PIC X(002)          VALUE SPACES.

       77  WS-QTD-MOVIMENTADA          PIC 9(009)          VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKESTQ.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKESTQ-CTRL-COD
           MOVE SPACES                 TO BOOKESTQ-CTRL-MSG

           PERFORM 1110-ABRIR-ARQ-ESTOQUE
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           PERFORM 1130-ABRIR-ARQ-MOVTO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-ESTOQUE          SECTION.

           OPEN I-O ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTQ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTQ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKESTQ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-MOVTO            SECTION.

           OPEN EXTEND ARQ-MOVTO-ESTOQUE

           IF WS-FS-ARQ-MOVTO          EQUAL '05' OR '35'
             OPEN OUTPUT ARQ-MOVTO-ESTOQUE
           END-IF

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTQ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO MOVIMENTO DE ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-ESTOQUE            SECTION.

           MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-EST-COD-PRODUTO
           READ ARQ-ESTOQUE            RECORD INTO FD-ESTOQUE
                                       WITH LOCK
                                       KEY IS FD-EST-COD-PRODUTO

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-ESTOQUE         SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-EST-DATA-ULT-MOVTO
           MOVE BOOKESTQ-REG-OPERADOR  TO FD-EST-OPERADOR

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS
             REWRITE FD-ESTOQUE
           ELSE
             WRITE FD-ESTOQUE
           END-IF

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS
             PERFORM 1160-GRAVAR-ARQ-MOVTO
             PERFORM 2900-DEVOLVER-SALDO
           ELSE
             MOVE 2                    TO BOOKESTQ-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           END-IF

           UNLOCK ARQ-ESTOQUE

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-MOVTO           SECTION.

           INITIALIZE                  FD-MOVTO-ESTOQUE
           MOVE BOOKESTQ-REG-SERVICO   TO FD-MOV-TIPO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-MOV-DATA-HORA
           MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-MOV-COD-PRODUTO
           MOVE BOOKESTQ-REG-SINAL     TO FD-MOV-SINAL
           MOVE WS-QTD-MOVIMENTADA     TO FD-MOV-QUANTIDADE
           MOVE BOOKESTQ-REG-NUM-PEDIDO
                                       TO FD-MOV-NUM-PEDIDO
           MOVE BOOKESTQ-REG-MOTIVO    TO FD-MOV-MOTIVO
           MOVE BOOKESTQ-REG-OPERADOR  TO FD-MOV-OPERADOR

           WRITE FD-MOVTO-ESTOQUE

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTQ-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-ESTOQUE
                                       ARQ-PRODUTO
                                       ARQ-MOVTO-ESTOQUE
           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKESTQ-REG-QUANTIDADE
                                       TO WS-QTD-MOVIMENTADA

           EVALUATE TRUE
             WHEN BOOKESTQ-ENTRADA
               PERFORM 2100-REGISTRAR-ENTRADA
             WHEN BOOKESTQ-AJUSTE
               PERFORM 2200-AJUSTAR-SALDO
             WHEN BOOKESTQ-RESERVA
               PERFORM 2300-RESERVAR
             WHEN BOOKESTQ-LIBERACAO
               PERFORM 2400-LIBERAR-RESERVA
             WHEN BOOKESTQ-SEPARACAO
               PERFORM 2500-SEPARAR
             WHEN BOOKESTQ-PESQUISA
               PERFORM 2600-PESQUISAR
             WHEN BOOKESTQ-BAIXA
               PERFORM 2700-BAIXAR-SEPARADO
             WHEN OTHER
               MOVE 1                  TO BOOKESTQ-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKESTQ-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-REGISTRAR-ENTRADA          SECTION.

           MOVE '+'                    TO BOOKESTQ-REG-SINAL

           PERFORM 2110-VALIDAR-PRODUTO

           IF BOOKESTQ-CTRL-COD        EQUAL ZEROS
             PERFORM 1140-LER-ARQ-ESTOQUE

             IF WS-FS-ARQ-ESTOQUE      NOT EQUAL ZEROS
               MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-EST-COD-PRODUTO
               MOVE ZEROS              TO FD-EST-QTD-DISPONIVEL
                                       FD-EST-QTD-RESERVADA
                                       FD-EST-QTD-SEPARADA
             END-IF

             ADD WS-QTD-MOVIMENTADA    TO FD-EST-QTD-DISPONIVEL

             PERFORM 1150-GRAVAR-ARQ-ESTOQUE

             IF BOOKESTQ-CTRL-COD      EQUAL ZEROS
               MOVE "ENTRADA DE ESTOQUE REGISTRADA"
                                       TO BOOKESTQ-CTRL-MSG
             END-IF
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-VALIDAR-PRODUTO            SECTION.

           MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-PROD-CODIGO
           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO NAO CADASTRADO"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             IF WS-QTD-MOVIMENTADA     EQUAL ZEROS
               MOVE 1                  TO BOOKESTQ-CTRL-COD
               MOVE "QUANTIDADE INVALIDA"
                                       TO BOOKESTQ-CTRL-MSG
             END-IF
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2200-AJUSTAR-SALDO              SECTION.

           PERFORM 2110-VALIDAR-PRODUTO

           IF BOOKESTQ-CTRL-COD        NOT EQUAL ZEROS
             CONTINUE
           ELSE
           IF NOT BOOKESTQ-SINAL-POSITIVO AND
              NOT BOOKESTQ-SINAL-NEGATIVO
             MOVE 1                    TO BOOKESTQ-CTRL-COD
             MOVE "SINAL DO AJUSTE DEVE SER + OU -"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
           IF BOOKESTQ-REG-MOTIVO      EQUAL SPACES
             MOVE 1                    TO BOOKESTQ-CTRL-COD
             MOVE "MOTIVO DO AJUSTE OBRIGATORIO"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             PERFORM 1140-LER-ARQ-ESTOQUE

             IF WS-FS-ARQ-ESTOQUE      NOT EQUAL ZEROS
               MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-EST-COD-PRODUTO
               MOVE ZEROS              TO FD-EST-QTD-DISPONIVEL
                                       FD-EST-QTD-RESERVADA
                                       FD-EST-QTD-SEPARADA
             END-IF

             IF BOOKESTQ-SINAL-NEGATIVO AND
                WS-QTD-MOVIMENTADA     GREATER FD-EST-QTD-DISPONIVEL
               MOVE 1                  TO BOOKESTQ-CTRL-COD
               MOVE "AJUSTE MAIOR QUE O SALDO DISPONIVEL"
                                       TO BOOKESTQ-CTRL-MSG
               UNLOCK ARQ-ESTOQUE
             ELSE
               IF BOOKESTQ-SINAL-NEGATIVO
                 SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-DISPONIVEL
               ELSE
                 ADD WS-QTD-MOVIMENTADA
                                       TO FD-EST-QTD-DISPONIVEL
               END-IF

               PERFORM 1150-GRAVAR-ARQ-ESTOQUE

               IF BOOKESTQ-CTRL-COD    EQUAL ZEROS
                 MOVE "AJUSTE DE ESTOQUE REGISTRADO"
                                       TO BOOKESTQ-CTRL-MSG
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2300-RESERVAR                   SECTION.

           MOVE '-'                    TO BOOKESTQ-REG-SINAL

           PERFORM 1140-LER-ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO SEM SALDO EM ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             IF WS-QTD-MOVIMENTADA     GREATER FD-EST-QTD-DISPONIVEL
               MOVE 1                  TO BOOKESTQ-CTRL-COD
               MOVE "QUANTIDADE ACIMA DO ESTOQUE DISPONIVEL"
                                       TO BOOKESTQ-CTRL-MSG
               PERFORM 2900-DEVOLVER-SALDO
               UNLOCK ARQ-ESTOQUE
             ELSE
               SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-DISPONIVEL
               ADD WS-QTD-MOVIMENTADA  TO FD-EST-QTD-RESERVADA

               PERFORM 1150-GRAVAR-ARQ-ESTOQUE

               IF BOOKESTQ-CTRL-COD    EQUAL ZEROS
                 MOVE "ESTOQUE RESERVADO PARA O PEDIDO"
                                       TO BOOKESTQ-CTRL-MSG
               END-IF
             END-IF
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2400-LIBERAR-RESERVA            SECTION.

           MOVE '+'                    TO BOOKESTQ-REG-SINAL

           PERFORM 1140-LER-ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        NOT EQUAL ZEROS
             MOVE 3                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO SEM SALDO EM ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             IF BOOKESTQ-ITEM-SEPARADO
               IF WS-QTD-MOVIMENTADA   GREATER FD-EST-QTD-SEPARADA
                 MOVE FD-EST-QTD-SEPARADA
                                       TO WS-QTD-MOVIMENTADA
               END-IF
               SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-SEPARADA
             ELSE
               IF WS-QTD-MOVIMENTADA   GREATER FD-EST-QTD-RESERVADA
                 MOVE FD-EST-QTD-RESERVADA
                                       TO WS-QTD-MOVIMENTADA
               END-IF
               SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-RESERVADA
             END-IF

             ADD WS-QTD-MOVIMENTADA    TO FD-EST-QTD-DISPONIVEL

             PERFORM 1150-GRAVAR-ARQ-ESTOQUE

             IF BOOKESTQ-CTRL-COD      EQUAL ZEROS
               MOVE "RESERVA DE ESTOQUE LIBERADA"
                                       TO BOOKESTQ-CTRL-MSG
             END-IF
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2500-SEPARAR                    SECTION.

           MOVE '-'                    TO BOOKESTQ-REG-SINAL

           PERFORM 1140-LER-ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        NOT EQUAL ZEROS
             MOVE 3                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO SEM SALDO EM ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             IF WS-QTD-MOVIMENTADA     GREATER FD-EST-QTD-RESERVADA
               MOVE FD-EST-QTD-RESERVADA
                                       TO WS-QTD-MOVIMENTADA
             END-IF

             SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-RESERVADA
             ADD WS-QTD-MOVIMENTADA    TO FD-EST-QTD-SEPARADA

             PERFORM 1150-GRAVAR-ARQ-ESTOQUE

             IF BOOKESTQ-CTRL-COD      EQUAL ZEROS
               MOVE "ESTOQUE SEPARADO PARA O PEDIDO"
                                       TO BOOKESTQ-CTRL-MSG
             END-IF
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2600-PESQUISAR                  SECTION.

           MOVE BOOKESTQ-REG-COD-PRODUTO
                                       TO FD-EST-COD-PRODUTO
           READ ARQ-ESTOQUE            RECORD INTO FD-ESTOQUE
                                       KEY IS FD-EST-COD-PRODUTO

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS
             PERFORM 2900-DEVOLVER-SALDO
             MOVE ZEROS                TO BOOKESTQ-CTRL-COD
             MOVE "SALDO DE ESTOQUE ENCONTRADO"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKESTQ-REG-QTD-DISPONIVEL
                                       BOOKESTQ-REG-QTD-RESERVADA
                                       BOOKESTQ-REG-QTD-SEPARADA
                                       BOOKESTQ-REG-DATA-ULT-MOVTO
             MOVE 3                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO SEM SALDO EM ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           END-IF

           .
       2600-99-FIM.                    EXIT.

       2700-BAIXAR-SEPARADO            SECTION.

           MOVE '-'                    TO BOOKESTQ-REG-SINAL

           PERFORM 1140-LER-ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        NOT EQUAL ZEROS
             MOVE 3                    TO BOOKESTQ-CTRL-COD
             MOVE "PRODUTO SEM SALDO EM ESTOQUE"
                                       TO BOOKESTQ-CTRL-MSG
           ELSE
             IF WS-QTD-MOVIMENTADA     GREATER FD-EST-QTD-SEPARADA
               MOVE 3                  TO BOOKESTQ-CTRL-COD
               MOVE "QUANTIDADE ACIMA DO ESTOQUE SEPARADO"
                                       TO BOOKESTQ-CTRL-MSG
               PERFORM 2900-DEVOLVER-SALDO
               UNLOCK ARQ-ESTOQUE
             ELSE
               SUBTRACT WS-QTD-MOVIMENTADA
                                       FROM FD-EST-QTD-SEPARADA

               PERFORM 1150-GRAVAR-ARQ-ESTOQUE

               IF BOOKESTQ-CTRL-COD    EQUAL ZEROS
                 MOVE "ESTOQUE SEPARADO BAIXADO NA EXPEDICAO"
                                       TO BOOKESTQ-CTRL-MSG
               END-IF
             END-IF
           END-IF

           .
       2700-99-FIM.                    EXIT.

       2900-DEVOLVER-SALDO             SECTION.

           MOVE FD-EST-QTD-DISPONIVEL  TO BOOKESTQ-REG-QTD-DISPONIVEL
           MOVE FD-EST-QTD-RESERVADA   TO BOOKESTQ-REG-QTD-RESERVADA
           MOVE FD-EST-QTD-SEPARADA    TO BOOKESTQ-REG-QTD-SEPARADA
           MOVE FD-EST-DATA-ULT-MOVTO  TO BOOKESTQ-REG-DATA-ULT-MOVTO
           MOVE WS-QTD-MOVIMENTADA     TO BOOKESTQ-REG-QUANTIDADE

           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
