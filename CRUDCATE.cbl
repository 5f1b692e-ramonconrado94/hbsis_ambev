       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDCATE.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CATEGORIA
                                       ASSIGN TO DISK "CATEGORIA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CAT-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CATEGORIA.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-CATEGORIA
           LABEL RECORD                IS STANDARD.
       01  FD-CATEGORIA.
           05 FD-CAT-CODIGO            PIC 9(003).
           05 FD-CAT-DESCRICAO         PIC X(040).
           05 FD-CAT-STATUS            PIC X(001).
               88 FD-CAT-ATIVA                             VALUE 'A'.
               88 FD-CAT-INATIVA                           VALUE 'I'.
           05 FD-CAT-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CATEGORIA         PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCATE.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-CATEGORIA
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CATEGORIA        SECTION.

           OPEN I-O ARQ-CATEGORIA

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCATE-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CATEGORIA"
                                       TO BOOKCATE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKCATE-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKCATE-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKCATE-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKCATE-REG-CODIGO    TO FD-CAT-CODIGO
           READ ARQ-CATEGORIA          RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS
             MOVE 1                    TO BOOKCATE-CTRL-COD
             MOVE "CATEGORIA JA CADASTRADA"
                                       TO BOOKCATE-CTRL-MSG
           ELSE
             IF BOOKCATE-REG-CODIGO    EQUAL ZEROS
               MOVE 1                  TO BOOKCATE-CTRL-COD
               MOVE "CODIGO DA CATEGORIA OBRIGATORIO"
                                       TO BOOKCATE-CTRL-MSG
             ELSE
               IF BOOKCATE-REG-DESCRICAO
                                       EQUAL SPACES
                 MOVE 1                TO BOOKCATE-CTRL-COD
                 MOVE "DESCRICAO DA CATEGORIA OBRIGATORIA"
                                       TO BOOKCATE-CTRL-MSG
               ELSE
                 MOVE BOOKCATE-REG-CODIGO
                                       TO FD-CAT-CODIGO
                 MOVE BOOKCATE-REG-DESCRICAO
                                       TO FD-CAT-DESCRICAO
                 SET  FD-CAT-ATIVA     TO TRUE
                 MOVE BOOKCATE-REG-OPERADOR
                                       TO FD-CAT-OPERADOR

                 WRITE FD-CATEGORIA

                 IF WS-FS-ARQ-CATEGORIA
                                       EQUAL ZEROS
                   MOVE ZEROS          TO BOOKCATE-CTRL-COD
                   MOVE "CATEGORIA CADASTRADA COM SUCESSO"
                                       TO BOOKCATE-CTRL-MSG
                 ELSE
                   MOVE 2              TO BOOKCATE-CTRL-COD
                   MOVE "ERRO NA GRAVACAO DAS CATEGORIAS"
                                       TO BOOKCATE-CTRL-MSG
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKCATE-REG-CODIGO    TO FD-CAT-CODIGO
           READ ARQ-CATEGORIA          RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS
             IF BOOKCATE-REG-DESCRICAO NOT EQUAL SPACES
               MOVE BOOKCATE-REG-DESCRICAO
                                       TO FD-CAT-DESCRICAO
             END-IF
             IF BOOKCATE-REG-STATUS    EQUAL 'A' OR 'I'
               MOVE BOOKCATE-REG-STATUS
                                       TO FD-CAT-STATUS
             END-IF
             MOVE BOOKCATE-REG-OPERADOR
                                       TO FD-CAT-OPERADOR

             REWRITE FD-CATEGORIA

             IF WS-FS-ARQ-CATEGORIA    EQUAL ZEROS
               MOVE ZEROS              TO BOOKCATE-CTRL-COD
               MOVE "CATEGORIA ALTERADA COM SUCESSO"
                                       TO BOOKCATE-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKCATE-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS CATEGORIAS"
                                       TO BOOKCATE-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKCATE-CTRL-COD
             MOVE "CATEGORIA NAO ENCONTRADA"
                                       TO BOOKCATE-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKCATE-REG-CODIGO    TO FD-CAT-CODIGO
           READ ARQ-CATEGORIA          RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS
             SET  FD-CAT-INATIVA       TO TRUE
             MOVE BOOKCATE-REG-OPERADOR
                                       TO FD-CAT-OPERADOR

             REWRITE FD-CATEGORIA

             IF WS-FS-ARQ-CATEGORIA    EQUAL ZEROS
               MOVE ZEROS              TO BOOKCATE-CTRL-COD
               MOVE "CATEGORIA EXCLUIDA COM SUCESSO"
                                       TO BOOKCATE-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKCATE-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS CATEGORIAS"
                                       TO BOOKCATE-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKCATE-CTRL-COD
             MOVE "CATEGORIA NAO ENCONTRADA"
                                       TO BOOKCATE-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKCATE-REG-CODIGO    TO FD-CAT-CODIGO
           READ ARQ-CATEGORIA          RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS
             MOVE FD-CAT-DESCRICAO     TO BOOKCATE-REG-DESCRICAO
             MOVE FD-CAT-STATUS        TO BOOKCATE-REG-STATUS
             MOVE ZEROS                TO BOOKCATE-CTRL-COD
             MOVE "CATEGORIA ENCONTRADA"
                                       TO BOOKCATE-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKCATE-CTRL-COD
             MOVE "CATEGORIA NAO ENCONTRADA"
                                       TO BOOKCATE-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CATEGORIA

           GOBACK

           .
       3000-99-FIM.                    EXIT.
