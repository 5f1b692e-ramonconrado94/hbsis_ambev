       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDMARC.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-MARCA   ASSIGN TO DISK "MARCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MAR-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MARCA.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       77  WS-FS-ARQ-MARCA             PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKMARC.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-MARCA
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-MARCA            SECTION.

           OPEN I-O ARQ-MARCA

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKMARC-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE MARCAS"
                                       TO BOOKMARC-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKMARC-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKMARC-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKMARC-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKMARC-REG-CODIGO    TO FD-MAR-CODIGO
           READ ARQ-MARCA              RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS
             MOVE 1                    TO BOOKMARC-CTRL-COD
             MOVE "MARCA JA CADASTRADA"
                                       TO BOOKMARC-CTRL-MSG
           ELSE
             IF BOOKMARC-REG-CODIGO    EQUAL ZEROS
               MOVE 1                  TO BOOKMARC-CTRL-COD
               MOVE "CODIGO DA MARCA OBRIGATORIO"
                                       TO BOOKMARC-CTRL-MSG
             ELSE
               IF BOOKMARC-REG-DESCRICAO
                                       EQUAL SPACES
                 MOVE 1                TO BOOKMARC-CTRL-COD
                 MOVE "DESCRICAO DA MARCA OBRIGATORIA"
                                       TO BOOKMARC-CTRL-MSG
               ELSE
                 MOVE BOOKMARC-REG-CODIGO
                                       TO FD-MAR-CODIGO
                 MOVE BOOKMARC-REG-DESCRICAO
                                       TO FD-MAR-DESCRICAO
                 MOVE BOOKMARC-REG-FABRICANTE
                                       TO FD-MAR-FABRICANTE
                 SET  FD-MAR-ATIVA     TO TRUE
                 MOVE BOOKMARC-REG-OPERADOR
                                       TO FD-MAR-OPERADOR

                 WRITE FD-MARCA

                 IF WS-FS-ARQ-MARCA
                                       EQUAL ZEROS
                   MOVE ZEROS          TO BOOKMARC-CTRL-COD
                   MOVE "MARCA CADASTRADA COM SUCESSO"
                                       TO BOOKMARC-CTRL-MSG
                 ELSE
                   MOVE 2              TO BOOKMARC-CTRL-COD
                   MOVE "ERRO NA GRAVACAO DAS MARCAS"
                                       TO BOOKMARC-CTRL-MSG
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKMARC-REG-CODIGO    TO FD-MAR-CODIGO
           READ ARQ-MARCA              RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS
             IF BOOKMARC-REG-DESCRICAO NOT EQUAL SPACES
               MOVE BOOKMARC-REG-DESCRICAO
                                       TO FD-MAR-DESCRICAO
             END-IF
             IF BOOKMARC-REG-FABRICANTE
                                       NOT EQUAL SPACES
               MOVE BOOKMARC-REG-FABRICANTE
                                       TO FD-MAR-FABRICANTE
             END-IF
             IF BOOKMARC-REG-STATUS    EQUAL 'A' OR 'I'
               MOVE BOOKMARC-REG-STATUS
                                       TO FD-MAR-STATUS
             END-IF
             MOVE BOOKMARC-REG-OPERADOR
                                       TO FD-MAR-OPERADOR

             REWRITE FD-MARCA

             IF WS-FS-ARQ-MARCA        EQUAL ZEROS
               MOVE ZEROS              TO BOOKMARC-CTRL-COD
               MOVE "MARCA ALTERADA COM SUCESSO"
                                       TO BOOKMARC-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKMARC-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS MARCAS"
                                       TO BOOKMARC-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKMARC-CTRL-COD
             MOVE "MARCA NAO ENCONTRADA"
                                       TO BOOKMARC-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKMARC-REG-CODIGO    TO FD-MAR-CODIGO
           READ ARQ-MARCA              RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS
             SET  FD-MAR-INATIVA       TO TRUE
             MOVE BOOKMARC-REG-OPERADOR
                                       TO FD-MAR-OPERADOR

             REWRITE FD-MARCA

             IF WS-FS-ARQ-MARCA        EQUAL ZEROS
               MOVE ZEROS              TO BOOKMARC-CTRL-COD
               MOVE "MARCA EXCLUIDA COM SUCESSO"
                                       TO BOOKMARC-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKMARC-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS MARCAS"
                                       TO BOOKMARC-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKMARC-CTRL-COD
             MOVE "MARCA NAO ENCONTRADA"
                                       TO BOOKMARC-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKMARC-REG-CODIGO    TO FD-MAR-CODIGO
           READ ARQ-MARCA              RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS
             MOVE FD-MAR-DESCRICAO     TO BOOKMARC-REG-DESCRICAO
             MOVE FD-MAR-FABRICANTE    TO BOOKMARC-REG-FABRICANTE
             MOVE FD-MAR-STATUS        TO BOOKMARC-REG-STATUS
             MOVE ZEROS                TO BOOKMARC-CTRL-COD
             MOVE "MARCA ENCONTRADA"
                                       TO BOOKMARC-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKMARC-CTRL-COD
             MOVE "MARCA NAO ENCONTRADA"
                                       TO BOOKMARC-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-MARCA

           GOBACK

           .
       3000-99-FIM.                    EXIT.
