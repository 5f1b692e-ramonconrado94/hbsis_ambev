       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDCUST.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CUSTO   ASSIGN TO DISK "CUSTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CUS-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CUSTO.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-CUSTO
           LABEL RECORD                IS STANDARD.
       01  FD-CUSTO.
           05 FD-CUS-CHAVE.
               10 FD-CUS-COD-PRODUTO   PIC 9(005).
               10 FD-CUS-DATA-INICIO   PIC 9(008).
           05 FD-CUS-DATA-FIM          PIC 9(008).
           05 FD-CUS-CUSTO-UNITARIO    PIC 9(009)V9(002).
           05 FD-CUS-OPERADOR          PIC X(010).

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

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CUSTO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCUST.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-CUSTO
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CUSTO            SECTION.

           OPEN I-O ARQ-CUSTO

           IF WS-FS-ARQ-CUSTO          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCUST-CTRL-COD
             MOVE "ERRO NA ABERTURA DA TABELA DE CUSTOS"
                                       TO BOOKCUST-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCUST-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKCUST-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKCUST-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKCUST-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKCUST-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKCUST-REG-COD-PRODUTO
                                       TO FD-PROD-CODIGO
           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKCUST-CTRL-COD
             MOVE "PRODUTO NAO CADASTRADO"
                                       TO BOOKCUST-CTRL-MSG
           ELSE
             IF BOOKCUST-REG-CUSTO-UNITARIO
                                       EQUAL ZEROS
               MOVE 1                  TO BOOKCUST-CTRL-COD
               MOVE "CUSTO UNITARIO OBRIGATORIO"
                                       TO BOOKCUST-CTRL-MSG
             ELSE
               IF BOOKCUST-REG-DATA-FIM
                                       GREATER ZEROS AND
                  BOOKCUST-REG-DATA-FIM
                                       LESS BOOKCUST-REG-DATA-INICIO
                 MOVE 1                TO BOOKCUST-CTRL-COD
                 MOVE "DATA FINAL ANTERIOR A DATA INICIAL"
                                       TO BOOKCUST-CTRL-MSG
               ELSE
                 MOVE BOOKCUST-REG-COD-PRODUTO
                                       TO FD-CUS-COD-PRODUTO
                 MOVE BOOKCUST-REG-DATA-INICIO
                                       TO FD-CUS-DATA-INICIO
                 MOVE BOOKCUST-REG-DATA-FIM
                                       TO FD-CUS-DATA-FIM
                 MOVE BOOKCUST-REG-CUSTO-UNITARIO
                                       TO FD-CUS-CUSTO-UNITARIO
                 MOVE BOOKCUST-REG-OPERADOR
                                       TO FD-CUS-OPERADOR

                 WRITE FD-CUSTO

                 IF WS-FS-ARQ-CUSTO    EQUAL ZEROS
                   MOVE ZEROS          TO BOOKCUST-CTRL-COD
                   MOVE "CUSTO CADASTRADO COM SUCESSO"
                                       TO BOOKCUST-CTRL-MSG
                 ELSE IF WS-FS-ARQ-CUSTO
                                       EQUAL '22'
                   MOVE 1              TO BOOKCUST-CTRL-COD
                   MOVE "CUSTO JA CADASTRADO PARA A DATA"
                                       TO BOOKCUST-CTRL-MSG
                 ELSE
                   MOVE 2              TO BOOKCUST-CTRL-COD
                   MOVE "ERRO NA GRAVACAO DA TABELA DE CUSTOS"
                                       TO BOOKCUST-CTRL-MSG
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKCUST-REG-COD-PRODUTO
                                       TO FD-CUS-COD-PRODUTO
           MOVE BOOKCUST-REG-DATA-INICIO
                                       TO FD-CUS-DATA-INICIO
           READ ARQ-CUSTO              RECORD INTO FD-CUSTO
                                       KEY IS FD-CUS-CHAVE

           IF WS-FS-ARQ-CUSTO          EQUAL ZEROS
             DELETE ARQ-CUSTO          RECORD

             IF WS-FS-ARQ-CUSTO        EQUAL ZEROS
               MOVE ZEROS              TO BOOKCUST-CTRL-COD
               MOVE "CUSTO EXCLUIDO COM SUCESSO"
                                       TO BOOKCUST-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKCUST-CTRL-COD
               MOVE "ERRO NA EXCLUSAO DA TABELA DE CUSTOS"
                                       TO BOOKCUST-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKCUST-CTRL-COD
             MOVE "CUSTO NAO ENCONTRADO"
                                       TO BOOKCUST-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKCUST-REG-COD-PRODUTO
                                       TO FD-CUS-COD-PRODUTO
           MOVE BOOKCUST-REG-DATA-INICIO
                                       TO FD-CUS-DATA-INICIO
           READ ARQ-CUSTO              RECORD INTO FD-CUSTO
                                       KEY IS FD-CUS-CHAVE

           IF WS-FS-ARQ-CUSTO          EQUAL ZEROS
             MOVE FD-CUS-DATA-FIM      TO BOOKCUST-REG-DATA-FIM
             MOVE FD-CUS-CUSTO-UNITARIO
                                       TO BOOKCUST-REG-CUSTO-UNITARIO
             MOVE ZEROS                TO BOOKCUST-CTRL-COD
             MOVE "CUSTO ENCONTRADO"   TO BOOKCUST-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKCUST-CTRL-COD
             MOVE "CUSTO NAO ENCONTRADO"
                                       TO BOOKCUST-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CUSTO
                                       ARQ-PRODUTO

           GOBACK

           .
       3000-99-FIM.                    EXIT.
