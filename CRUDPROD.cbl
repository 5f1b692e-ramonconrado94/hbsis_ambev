                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT OPTIONAL ARQ-CATEGORIA
                                       ASSIGN TO DISK "CATEGORIA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CAT-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CATEGORIA.

           SELECT OPTIONAL ARQ-MARCA   ASSIGN TO DISK "MARCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MAR-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MARCA.


       DATA                            DIVISION.
       FILE                            SECTION.
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       FD  ARQ-CATEGORIA
           LABEL RECORD                IS STANDARD.
       01  FD-CATEGORIA.
           05 FD-CAT-CODIGO            PIC 9(003).
           05 FD-CAT-DESCRICAO         PIC X(040).
           05 FD-CAT-STATUS            PIC X(001).
               88 FD-CAT-ATIVA                             VALUE 'A'.
               88 FD-CAT-INATIVA                           VALUE 'I'.
           05 FD-CAT-OPERADOR          PIC X(010).

       FD  ARQ-MARCA
           LABEL RECORD                IS STANDARD.
       01  FD-MARCA.
           05 FD-MAR-CODIGO            PIC 9(004).
           05 FD-MAR-DESCRICAO         PIC X(040).
           05 FD-MAR-FABRICANTE        PIC X(040).
           05 FD-MAR-STATUS            PIC X(001).
               88 FD-MAR-ATIVA                             VALUE 'A'.
               88 FD-MAR-INATIVA                           VALUE 'I'.
           05 FD-MAR-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CATEGORIA         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MARCA             PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-PRODUTO
           PERFORM 1120-ABRIR-ARQ-CATEGORIA
           PERFORM 1130-ABRIR-ARQ-MARCA
           .
       1000-99-FIM.                    EXIT.

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CATEGORIA        SECTION.

           OPEN INPUT ARQ-CATEGORIA

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPRDT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CATEGORIA"
                                       TO BOOKPRDT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-MARCA            SECTION.

           OPEN INPUT ARQ-MARCA

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPRDT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE MARCAS"
                                       TO BOOKPRDT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKPRDT-REG-SERVICO
           .
       2000-99-FIM.                    EXIT.

       2050-VALIDAR-CLASSIFICACAO      SECTION.

           MOVE ZEROS                  TO BOOKPRDT-CTRL-COD

           IF BOOKPRDT-REG-SERVICO     EQUAL 'I' AND
              BOOKPRDT-REG-COD-CATEGORIA
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "CATEGORIA DO PRODUTO OBRIGATORIA"
                                       TO BOOKPRDT-CTRL-MSG
           ELSE IF BOOKPRDT-REG-SERVICO
                                       EQUAL 'I' AND
              BOOKPRDT-REG-COD-MARCA   EQUAL ZEROS
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "MARCA DO PRODUTO OBRIGATORIA"
                                       TO BOOKPRDT-CTRL-MSG
           ELSE IF BOOKPRDT-REG-SERVICO
                                       EQUAL 'I' AND
              BOOKPRDT-REG-EMBALAGEM   EQUAL SPACES
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "TIPO DE EMBALAGEM OBRIGATORIO"
                                       TO BOOKPRDT-CTRL-MSG
           ELSE IF BOOKPRDT-REG-EMBALAGEM
                                       NOT EQUAL SPACES AND
              NOT BOOKPRDT-REG-EMB-LATA AND
              NOT BOOKPRDT-REG-EMB-LONG-NECK AND
              NOT BOOKPRDT-REG-EMB-GARRAFA AND
              NOT BOOKPRDT-REG-EMB-BARRIL AND
              NOT BOOKPRDT-REG-EMB-PET AND
              NOT BOOKPRDT-REG-EMB-OUTRAS
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "TIPO DE EMBALAGEM INVALIDO"
                                       TO BOOKPRDT-CTRL-MSG
           ELSE
             IF BOOKPRDT-REG-COD-CATEGORIA
                                       GREATER ZEROS
               PERFORM 2060-VERIFICAR-CATEGORIA
             END-IF
             IF BOOKPRDT-CTRL-COD      EQUAL ZEROS AND
                BOOKPRDT-REG-COD-MARCA GREATER ZEROS
               PERFORM 2070-VERIFICAR-MARCA
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       2050-99-FIM.                    EXIT.

       2060-VERIFICAR-CATEGORIA        SECTION.

           MOVE BOOKPRDT-REG-COD-CATEGORIA
                                       TO FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      NOT EQUAL '35'
             READ ARQ-CATEGORIA        RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO
           END-IF

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS AND
              FD-CAT-ATIVA
             CONTINUE
           ELSE
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "CATEGORIA NAO CADASTRADA OU INATIVA"
                                       TO BOOKPRDT-CTRL-MSG
           END-IF
           .
       2060-99-FIM.                    EXIT.

       2070-VERIFICAR-MARCA            SECTION.

           MOVE BOOKPRDT-REG-COD-MARCA TO FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          NOT EQUAL '35'
             READ ARQ-MARCA            RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO
           END-IF

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS AND
              FD-MAR-ATIVA
             CONTINUE
           ELSE
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "MARCA NAO CADASTRADA OU INATIVA"
                                       TO BOOKPRDT-CTRL-MSG
           END-IF
           .
       2070-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKPRDT-REG-CODIGO    TO FD-PROD-CODIGO
                 MOVE "DESCRICAO DO PRODUTO OBRIGATORIA"
                                       TO BOOKPRDT-CTRL-MSG
               ELSE
                 PERFORM 2050-VALIDAR-CLASSIFICACAO

                 IF BOOKPRDT-CTRL-COD  EQUAL ZEROS
                   MOVE BOOKPRDT-REG-CODIGO
                                       TO FD-PROD-CODIGO
                   MOVE BOOKPRDT-REG-DESCRICAO
                                       TO FD-PROD-DESCRICAO
                   MOVE BOOKPRDT-REG-UNIDADE
                                       TO FD-PROD-UNIDADE
                   SET  FD-PROD-ATIVO  TO TRUE
                   MOVE BOOKPRDT-REG-PESO-KG
                                       TO FD-PROD-PESO-KG
                   MOVE BOOKPRDT-REG-VOLUME-M3
                                       TO FD-PROD-VOLUME-M3
                   MOVE BOOKPRDT-REG-COD-CATEGORIA
                                       TO FD-PROD-COD-CATEGORIA
                   MOVE BOOKPRDT-REG-COD-MARCA
                                       TO FD-PROD-COD-MARCA
                   MOVE BOOKPRDT-REG-EMBALAGEM
                                       TO FD-PROD-EMBALAGEM

                   WRITE FD-PRODUTO

                   IF WS-FS-ARQ-PRODUTO
                                       EQUAL ZEROS
                     MOVE ZEROS        TO BOOKPRDT-CTRL-COD
                     MOVE "PRODUTO CADASTRADO COM SUCESSO"
                                       TO BOOKPRDT-CTRL-MSG
                   ELSE
                     MOVE 2            TO BOOKPRDT-CTRL-COD
                     MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PRODUTOS"
                                       TO BOOKPRDT-CTRL-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             PERFORM 2050-VALIDAR-CLASSIFICACAO
           END-IF

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPRDT-CTRL-COD
             MOVE "PRODUTO NAO ENCONTRADO"
                                       TO BOOKPRDT-CTRL-MSG
           ELSE IF BOOKPRDT-CTRL-COD   EQUAL ZEROS
             IF BOOKPRDT-REG-DESCRICAO NOT EQUAL SPACES
               MOVE BOOKPRDT-REG-DESCRICAO
                                       TO FD-PROD-DESCRICAO
               MOVE BOOKPRDT-REG-STATUS
                                       TO FD-PROD-STATUS
             END-IF
             IF BOOKPRDT-REG-PESO-KG   GREATER ZEROS
               MOVE BOOKPRDT-REG-PESO-KG
                                       TO FD-PROD-PESO-KG
             END-IF
             IF BOOKPRDT-REG-VOLUME-M3 GREATER ZEROS
               MOVE BOOKPRDT-REG-VOLUME-M3
                                       TO FD-PROD-VOLUME-M3
             END-IF
             IF BOOKPRDT-REG-COD-CATEGORIA
                                       GREATER ZEROS
               MOVE BOOKPRDT-REG-COD-CATEGORIA
                                       TO FD-PROD-COD-CATEGORIA
             END-IF
             IF BOOKPRDT-REG-COD-MARCA GREATER ZEROS
               MOVE BOOKPRDT-REG-COD-MARCA
                                       TO FD-PROD-COD-MARCA
             END-IF
             IF BOOKPRDT-REG-EMBALAGEM NOT EQUAL SPACES
               MOVE BOOKPRDT-REG-EMBALAGEM
                                       TO FD-PROD-EMBALAGEM
             END-IF

             REWRITE FD-PRODUTO

               MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE PRODUTOS"
                                       TO BOOKPRDT-CTRL-MSG
             END-IF
           END-IF
           END-IF
           .
       2200-99-FIM.                    EXIT.
             MOVE FD-PROD-DESCRICAO    TO BOOKPRDT-REG-DESCRICAO
             MOVE FD-PROD-UNIDADE      TO BOOKPRDT-REG-UNIDADE
             MOVE FD-PROD-STATUS       TO BOOKPRDT-REG-STATUS
             MOVE FD-PROD-PESO-KG      TO BOOKPRDT-REG-PESO-KG
             MOVE FD-PROD-VOLUME-M3    TO BOOKPRDT-REG-VOLUME-M3
             MOVE FD-PROD-COD-CATEGORIA
                                       TO BOOKPRDT-REG-COD-CATEGORIA
             MOVE FD-PROD-COD-MARCA    TO BOOKPRDT-REG-COD-MARCA
             MOVE FD-PROD-EMBALAGEM    TO BOOKPRDT-REG-EMBALAGEM
             MOVE ZEROS                TO BOOKPRDT-CTRL-COD
             MOVE "PRODUTO ENCONTRADO" TO BOOKPRDT-CTRL-MSG
           ELSE
       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PRODUTO
                                       ARQ-CATEGORIA
                                       ARQ-MARCA

           GOBACK

