
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDPROM.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PROMOCAO
                                       ASSIGN TO DISK "PROMOCAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRM-CODIGO
                  ALTERNATE RECORD KEY IS FD-PRM-COD-PRODUTO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PROMOCAO.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PROMOCAO
           LABEL RECORD                IS STANDARD.
       01  FD-PROMOCAO.
           05 FD-PRM-CODIGO            PIC 9(005).
           05 FD-PRM-DESCRICAO         PIC X(040).
           05 FD-PRM-TIPO              PIC X(001).
               88 FD-PRM-QUANTIDADE                        VALUE 'Q'.
               88 FD-PRM-MIX                               VALUE 'M'.
           05 FD-PRM-DATA-INICIO       PIC 9(008).
           05 FD-PRM-DATA-FIM          PIC 9(008).
           05 FD-PRM-REGIAO            PIC 9(003).
           05 FD-PRM-FILIAL            PIC 9(004).
           05 FD-PRM-COD-PRODUTO       PIC 9(005).
           05 FD-PRM-QTD-MINIMA        PIC 9(005).
           05 FD-PRM-PCT-DESCONTO      PIC 9(003)V9(002).
           05 FD-PRM-PRECO-FIXO        PIC 9(009)V9(002).
           05 FD-PRM-PRODUTO-MIX       PIC 9(005).
           05 FD-PRM-STATUS            PIC X(001).
               88 FD-PRM-ATIVA                             VALUE 'A'.
               88 FD-PRM-INATIVA                           VALUE 'I'.
           05 FD-PRM-OPERADOR          PIC X(010).

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

       77  WS-FS-ARQ-PROMOCAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPROM.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-PROMOCAO
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PROMOCAO         SECTION.

           OPEN I-O ARQ-PROMOCAO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPROM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROMOCOES"
                                       TO BOOKPROM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPROM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKPROM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKPROM-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKPROM-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKPROM-REG-CODIGO    TO FD-PRM-CODIGO
           READ ARQ-PROMOCAO           RECORD INTO FD-PROMOCAO
                                       KEY IS FD-PRM-CODIGO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS
             MOVE 1                    TO BOOKPROM-CTRL-COD
             MOVE "PROMOCAO JA CADASTRADA"
                                       TO BOOKPROM-CTRL-MSG
           ELSE
             PERFORM 2150-VALIDAR-PROMOCAO

             IF BOOKPROM-CTRL-COD      EQUAL ZEROS
               PERFORM 2160-MOVER-DADOS-PROMOCAO

               WRITE FD-PROMOCAO

               IF WS-FS-ARQ-PROMOCAO   EQUAL ZEROS
                 MOVE ZEROS            TO BOOKPROM-CTRL-COD
                 MOVE "PROMOCAO CADASTRADA COM SUCESSO"
                                       TO BOOKPROM-CTRL-MSG
               ELSE
                 MOVE 2                TO BOOKPROM-CTRL-COD
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROMOCOES"
                                       TO BOOKPROM-CTRL-MSG
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2150-VALIDAR-PROMOCAO           SECTION.

           MOVE ZEROS                  TO BOOKPROM-CTRL-COD

           IF BOOKPROM-REG-QTD-MINIMA  EQUAL ZEROS
             MOVE 1                    TO BOOKPROM-REG-QTD-MINIMA
           END-IF

           IF BOOKPROM-REG-STATUS      EQUAL SPACES
             SET BOOKPROM-REG-ATIVA    TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN BOOKPROM-REG-CODIGO  EQUAL ZEROS
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "CODIGO DA PROMOCAO OBRIGATORIO"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-REG-DESCRICAO
                                       EQUAL SPACES
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "DESCRICAO DA PROMOCAO OBRIGATORIA"
                                       TO BOOKPROM-CTRL-MSG
             WHEN NOT BOOKPROM-TIPO-QUANTIDADE AND
                  NOT BOOKPROM-TIPO-MIX
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "TIPO DEVE SER Q (QUANTIDADE) OU M (MIX)"
                                       TO BOOKPROM-CTRL-MSG
             WHEN NOT BOOKPROM-REG-ATIVA AND
                  NOT BOOKPROM-REG-INATIVA
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "STATUS DEVE SER A OU I"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-REG-DATA-FIM
                                       GREATER ZEROS AND
                  BOOKPROM-REG-DATA-FIM
                                       LESS BOOKPROM-REG-DATA-INICIO
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "DATA FINAL ANTERIOR A DATA INICIAL"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-REG-PCT-DESCONTO
                                       EQUAL ZEROS AND
                  BOOKPROM-REG-PRECO-FIXO
                                       EQUAL ZEROS
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "INFORME PERCENTUAL OU PRECO FIXO"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-REG-PCT-DESCONTO
                                       GREATER ZEROS AND
                  BOOKPROM-REG-PRECO-FIXO
                                       GREATER ZEROS
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "INFORME SOMENTE PERCENTUAL OU PRECO FIXO"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-REG-PCT-DESCONTO
                                       NOT LESS 100
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "PERCENTUAL DE DESCONTO INVALIDO"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-TIPO-MIX AND
                 (BOOKPROM-REG-PRODUTO-MIX
                                       EQUAL ZEROS OR
                  BOOKPROM-REG-PRODUTO-MIX
                                       EQUAL BOOKPROM-REG-COD-PRODUTO)
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "PRODUTO DO MIX INVALIDO"
                                       TO BOOKPROM-CTRL-MSG
             WHEN BOOKPROM-TIPO-QUANTIDADE AND
                  BOOKPROM-REG-PRODUTO-MIX
                                       GREATER ZEROS
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "PROMOCAO DE QUANTIDADE NAO USA MIX"
                                       TO BOOKPROM-CTRL-MSG
           END-EVALUATE

           IF BOOKPROM-CTRL-COD        EQUAL ZEROS
             INITIALIZE                WS-LINK-VALIDATA
             MOVE BOOKPROM-REG-DATA-INICIO
                                       TO BOOKVDAT-REG-DATA
             MOVE 'S'                  TO BOOKVDAT-REG-ACEITA-FUTURO

             CALL WS-VALIDATA          USING WS-LINK-VALIDATA

             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE 1                  TO BOOKPROM-CTRL-COD
               MOVE "DATA INICIAL INVALIDA"
                                       TO BOOKPROM-CTRL-MSG
             END-IF
           END-IF

           IF BOOKPROM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPROM-REG-COD-PRODUTO
                                       TO FD-PROD-CODIGO
             PERFORM 2155-VALIDAR-PRODUTO
           END-IF

           IF BOOKPROM-CTRL-COD        EQUAL ZEROS AND
              BOOKPROM-TIPO-MIX
             MOVE BOOKPROM-REG-PRODUTO-MIX
                                       TO FD-PROD-CODIGO
             PERFORM 2155-VALIDAR-PRODUTO
           END-IF

           .
       2150-99-FIM.                    EXIT.

       2155-VALIDAR-PRODUTO            SECTION.

           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPROM-CTRL-COD
             MOVE "PRODUTO NAO CADASTRADO"
                                       TO BOOKPROM-CTRL-MSG
           END-IF

           .
       2155-99-FIM.                    EXIT.

       2160-MOVER-DADOS-PROMOCAO       SECTION.

           MOVE BOOKPROM-REG-CODIGO    TO FD-PRM-CODIGO
           MOVE BOOKPROM-REG-DESCRICAO TO FD-PRM-DESCRICAO
           MOVE BOOKPROM-REG-TIPO      TO FD-PRM-TIPO
           MOVE BOOKPROM-REG-DATA-INICIO
                                       TO FD-PRM-DATA-INICIO
           MOVE BOOKPROM-REG-DATA-FIM  TO FD-PRM-DATA-FIM
           MOVE BOOKPROM-REG-REGIAO    TO FD-PRM-REGIAO
           MOVE BOOKPROM-REG-FILIAL    TO FD-PRM-FILIAL
           MOVE BOOKPROM-REG-COD-PRODUTO
                                       TO FD-PRM-COD-PRODUTO
           MOVE BOOKPROM-REG-QTD-MINIMA
                                       TO FD-PRM-QTD-MINIMA
           MOVE BOOKPROM-REG-PCT-DESCONTO
                                       TO FD-PRM-PCT-DESCONTO
           MOVE BOOKPROM-REG-PRECO-FIXO
                                       TO FD-PRM-PRECO-FIXO
           MOVE BOOKPROM-REG-PRODUTO-MIX
                                       TO FD-PRM-PRODUTO-MIX
           MOVE BOOKPROM-REG-STATUS    TO FD-PRM-STATUS
           MOVE BOOKPROM-REG-OPERADOR  TO FD-PRM-OPERADOR

           .
       2160-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKPROM-REG-CODIGO    TO FD-PRM-CODIGO
           READ ARQ-PROMOCAO           RECORD INTO FD-PROMOCAO
                                       KEY IS FD-PRM-CODIGO

           IF WS-FS-ARQ-PROMOCAO       NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPROM-CTRL-COD
             MOVE "PROMOCAO NAO ENCONTRADA"
                                       TO BOOKPROM-CTRL-MSG
           ELSE
             PERFORM 2150-VALIDAR-PROMOCAO

             IF BOOKPROM-CTRL-COD      EQUAL ZEROS
               PERFORM 2160-MOVER-DADOS-PROMOCAO

               REWRITE FD-PROMOCAO

               IF WS-FS-ARQ-PROMOCAO   EQUAL ZEROS
                 MOVE ZEROS            TO BOOKPROM-CTRL-COD
                 MOVE "PROMOCAO ALTERADA COM SUCESSO"
                                       TO BOOKPROM-CTRL-MSG
               ELSE
                 MOVE 2                TO BOOKPROM-CTRL-COD
                 MOVE "ERRO NA ALTERACAO DO ARQUIVO DE PROMOCOES"
                                       TO BOOKPROM-CTRL-MSG
               END-IF
             END-IF
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKPROM-REG-CODIGO    TO FD-PRM-CODIGO
           READ ARQ-PROMOCAO           RECORD INTO FD-PROMOCAO
                                       KEY IS FD-PRM-CODIGO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS
             DELETE ARQ-PROMOCAO       RECORD

             IF WS-FS-ARQ-PROMOCAO     EQUAL ZEROS
               MOVE ZEROS              TO BOOKPROM-CTRL-COD
               MOVE "PROMOCAO EXCLUIDA COM SUCESSO"
                                       TO BOOKPROM-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKPROM-CTRL-COD
               MOVE "ERRO NA EXCLUSAO DO ARQUIVO DE PROMOCOES"
                                       TO BOOKPROM-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKPROM-CTRL-COD
             MOVE "PROMOCAO NAO ENCONTRADA"
                                       TO BOOKPROM-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKPROM-REG-CODIGO    TO FD-PRM-CODIGO
           READ ARQ-PROMOCAO           RECORD INTO FD-PROMOCAO
                                       KEY IS FD-PRM-CODIGO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS
             MOVE FD-PRM-DESCRICAO     TO BOOKPROM-REG-DESCRICAO
             MOVE FD-PRM-TIPO          TO BOOKPROM-REG-TIPO
             MOVE FD-PRM-DATA-INICIO   TO BOOKPROM-REG-DATA-INICIO
             MOVE FD-PRM-DATA-FIM      TO BOOKPROM-REG-DATA-FIM
             MOVE FD-PRM-REGIAO        TO BOOKPROM-REG-REGIAO
             MOVE FD-PRM-FILIAL        TO BOOKPROM-REG-FILIAL
             MOVE FD-PRM-COD-PRODUTO   TO BOOKPROM-REG-COD-PRODUTO
             MOVE FD-PRM-QTD-MINIMA    TO BOOKPROM-REG-QTD-MINIMA
             MOVE FD-PRM-PCT-DESCONTO  TO BOOKPROM-REG-PCT-DESCONTO
             MOVE FD-PRM-PRECO-FIXO    TO BOOKPROM-REG-PRECO-FIXO
             MOVE FD-PRM-PRODUTO-MIX   TO BOOKPROM-REG-PRODUTO-MIX
             MOVE FD-PRM-STATUS        TO BOOKPROM-REG-STATUS
             MOVE ZEROS                TO BOOKPROM-CTRL-COD
             MOVE "PROMOCAO ENCONTRADA"
                                       TO BOOKPROM-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKPROM-CTRL-COD
             MOVE "PROMOCAO NAO ENCONTRADA"
                                       TO BOOKPROM-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PROMOCAO
                                       ARQ-PRODUTO

           GOBACK

           .
       3000-99-FIM.                    EXIT.
