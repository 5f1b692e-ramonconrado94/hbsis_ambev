       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDREDE.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-REDE    ASSIGN TO DISK "REDE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RED-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDE.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-REDE
           LABEL RECORD                IS STANDARD.
       01  FD-REDE.
           05 FD-RED-CODIGO            PIC 9(005).
           05 FD-RED-NOME              PIC X(040).
           05 FD-RED-GERENTE-CONTA     PIC X(040).
           05 FD-RED-LIMITE-CREDITO    PIC 9(011)V9(002).
           05 FD-RED-BLOQ-FINANCEIRO   PIC X(001).
               88 FD-RED-BLOQUEADA                         VALUE 'S'.
           05 FD-RED-STATUS            PIC X(001).
               88 FD-RED-ATIVA                             VALUE 'A'.
               88 FD-RED-INATIVA                           VALUE 'I'.
           05 FD-RED-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-REDE              PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKREDE.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-REDE
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-REDE             SECTION.

           OPEN I-O ARQ-REDE

           IF WS-FS-ARQ-REDE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREDE-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO REDE"
                                       TO BOOKREDE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKREDE-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKREDE-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKREDE-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKREDE-REG-CODIGO    TO FD-RED-CODIGO
           READ ARQ-REDE               RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO

           IF WS-FS-ARQ-REDE           EQUAL ZEROS
             MOVE 1                    TO BOOKREDE-CTRL-COD
             MOVE "REDE JA CADASTRADA"
                                       TO BOOKREDE-CTRL-MSG
           ELSE
             IF BOOKREDE-REG-CODIGO    EQUAL ZEROS
               MOVE 1                  TO BOOKREDE-CTRL-COD
               MOVE "CODIGO DA REDE OBRIGATORIO"
                                       TO BOOKREDE-CTRL-MSG
             ELSE
               IF BOOKREDE-REG-NOME    EQUAL SPACES
                 MOVE 1                TO BOOKREDE-CTRL-COD
                 MOVE "NOME DA REDE OBRIGATORIO"
                                       TO BOOKREDE-CTRL-MSG
               ELSE
                 IF BOOKREDE-REG-BLOQ-FINANCEIRO
                                       EQUAL SPACES
                   MOVE 'N'            TO BOOKREDE-REG-BLOQ-FINANCEIRO
                 END-IF
                 IF BOOKREDE-REG-BLOQ-FINANCEIRO
                                       NOT EQUAL 'S' AND 'N'
                   MOVE 1              TO BOOKREDE-CTRL-COD
                   MOVE "BLOQUEIO FINANCEIRO DEVE SER S OU N"
                                       TO BOOKREDE-CTRL-MSG
                 ELSE
                   MOVE BOOKREDE-REG-CODIGO
                                       TO FD-RED-CODIGO
                   MOVE BOOKREDE-REG-NOME
                                       TO FD-RED-NOME
                   MOVE BOOKREDE-REG-GERENTE-CONTA
                                       TO FD-RED-GERENTE-CONTA
                   MOVE BOOKREDE-REG-LIMITE-CREDITO
                                       TO FD-RED-LIMITE-CREDITO
                   MOVE BOOKREDE-REG-BLOQ-FINANCEIRO
                                       TO FD-RED-BLOQ-FINANCEIRO
                   SET  FD-RED-ATIVA   TO TRUE
                   MOVE BOOKREDE-REG-OPERADOR
                                       TO FD-RED-OPERADOR

                   WRITE FD-REDE

                   IF WS-FS-ARQ-REDE   EQUAL ZEROS
                     MOVE ZEROS        TO BOOKREDE-CTRL-COD
                     MOVE "REDE CADASTRADA COM SUCESSO"
                                       TO BOOKREDE-CTRL-MSG
                   ELSE
                     MOVE 2            TO BOOKREDE-CTRL-COD
                     MOVE "ERRO NA GRAVACAO DAS REDES"
                                       TO BOOKREDE-CTRL-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKREDE-REG-CODIGO    TO FD-RED-CODIGO
           READ ARQ-REDE               RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO

           IF WS-FS-ARQ-REDE           EQUAL ZEROS
             IF BOOKREDE-REG-NOME      NOT EQUAL SPACES
               MOVE BOOKREDE-REG-NOME  TO FD-RED-NOME
             END-IF
             IF BOOKREDE-REG-GERENTE-CONTA
                                       NOT EQUAL SPACES
               MOVE BOOKREDE-REG-GERENTE-CONTA
                                       TO FD-RED-GERENTE-CONTA
             END-IF
             MOVE BOOKREDE-REG-LIMITE-CREDITO
                                       TO FD-RED-LIMITE-CREDITO
             IF BOOKREDE-REG-BLOQ-FINANCEIRO
                                       EQUAL 'S' OR 'N'
               MOVE BOOKREDE-REG-BLOQ-FINANCEIRO
                                       TO FD-RED-BLOQ-FINANCEIRO
             END-IF
             IF BOOKREDE-REG-STATUS    EQUAL 'A' OR 'I'
               MOVE BOOKREDE-REG-STATUS
                                       TO FD-RED-STATUS
             END-IF
             MOVE BOOKREDE-REG-OPERADOR
                                       TO FD-RED-OPERADOR

             REWRITE FD-REDE

             IF WS-FS-ARQ-REDE         EQUAL ZEROS
               MOVE ZEROS              TO BOOKREDE-CTRL-COD
               MOVE "REDE ALTERADA COM SUCESSO"
                                       TO BOOKREDE-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKREDE-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS REDES"
                                       TO BOOKREDE-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKREDE-CTRL-COD
             MOVE "REDE NAO ENCONTRADA"
                                       TO BOOKREDE-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKREDE-REG-CODIGO    TO FD-RED-CODIGO
           READ ARQ-REDE               RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO

           IF WS-FS-ARQ-REDE           EQUAL ZEROS
             SET  FD-RED-INATIVA       TO TRUE
             MOVE BOOKREDE-REG-OPERADOR
                                       TO FD-RED-OPERADOR

             REWRITE FD-REDE

             IF WS-FS-ARQ-REDE         EQUAL ZEROS
               MOVE ZEROS              TO BOOKREDE-CTRL-COD
               MOVE "REDE EXCLUIDA COM SUCESSO"
                                       TO BOOKREDE-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKREDE-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DAS REDES"
                                       TO BOOKREDE-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKREDE-CTRL-COD
             MOVE "REDE NAO ENCONTRADA"
                                       TO BOOKREDE-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKREDE-REG-CODIGO    TO FD-RED-CODIGO
           READ ARQ-REDE               RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO

           IF WS-FS-ARQ-REDE           EQUAL ZEROS
             MOVE FD-RED-NOME          TO BOOKREDE-REG-NOME
             MOVE FD-RED-GERENTE-CONTA TO BOOKREDE-REG-GERENTE-CONTA
             MOVE FD-RED-LIMITE-CREDITO
                                       TO BOOKREDE-REG-LIMITE-CREDITO
             MOVE FD-RED-BLOQ-FINANCEIRO
                                       TO BOOKREDE-REG-BLOQ-FINANCEIRO
             MOVE FD-RED-STATUS        TO BOOKREDE-REG-STATUS
             MOVE ZEROS                TO BOOKREDE-CTRL-COD
             MOVE "REDE ENCONTRADA"
                                       TO BOOKREDE-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKREDE-CTRL-COD
             MOVE "REDE NAO ENCONTRADA"
                                       TO BOOKREDE-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-REDE

           GOBACK

           .
       3000-99-FIM.                    EXIT.
