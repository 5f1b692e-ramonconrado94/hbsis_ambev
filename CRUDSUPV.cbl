
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDSUPV.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-SUPERVISOR
                                       ASSIGN TO DISK "SUPERVISOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUP-CODIGO
                  ALTERNATE RECORD KEY IS FD-SUP-COD-OPERADOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SUPERVISOR.

           SELECT OPTIONAL ARQ-FILIAL  ASSIGN TO DISK "FILIAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-FIL-CODIGO
                  FILE STATUS          IS WS-FS-ARQ-FILIAL.

           SELECT OPTIONAL ARQ-OPERADOR
                                       ASSIGN TO DISK "OPERADOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-OPE-CODIGO
                  FILE STATUS          IS WS-FS-ARQ-OPERADOR.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-SUPERVISOR
           LABEL RECORD                IS STANDARD.
       01  FD-SUPERVISOR.
           05 FD-SUP-CODIGO            PIC 9(005).
           05 FD-SUP-NOME              PIC X(040).
           05 FD-SUP-COD-FILIAL        PIC 9(004).
           05 FD-SUP-COD-OPERADOR      PIC X(010).
           05 FD-SUP-STATUS            PIC X(001).
               88 FD-SUP-ATIVO                             VALUE 'A'.
               88 FD-SUP-INATIVO                           VALUE 'I'.

       FD  ARQ-FILIAL
           LABEL RECORD                IS STANDARD.
       01  FD-FILIAL.
           05 FD-FIL-CODIGO            PIC 9(004).
           05 FD-FIL-NOME              PIC X(040).
           05 FD-FIL-REGIAO            PIC 9(003).
           05 FD-FIL-SUPERVISOR        PIC X(040).
           05 FD-FIL-STATUS            PIC X(001).
               88 FD-FIL-ATIVA                             VALUE 'A'.
               88 FD-FIL-INATIVA                           VALUE 'I'.

       FD  ARQ-OPERADOR
           LABEL RECORD                IS STANDARD.
       01  FD-OPERADOR.
           05 FD-OPE-CODIGO            PIC X(010).
           05 FD-OPE-SENHA             PIC X(010).
           05 FD-OPE-NOME              PIC X(040).
           05 FD-OPE-PERFIL            PIC X(001).
               88 FD-OPE-CONSULTA                          VALUE '1'.
               88 FD-OPE-ATUALIZA                          VALUE '2'.
               88 FD-OPE-ADMIN                             VALUE '3'.
               88 FD-OPE-SUPERVISOR                        VALUE '4'.
           05 FD-OPE-STATUS            PIC X(001).
               88 FD-OPE-ATIVO                             VALUE 'A'.
               88 FD-OPE-INATIVO                           VALUE 'I'.
           05 FD-OPE-QTD-FALHAS        PIC 9(002).
           05 FD-OPE-BLOQUEADO         PIC X(001).
               88 FD-OPE-BLOQUEADO-SIM                     VALUE 'S'.
           05 FD-OPE-DATA-SENHA        PIC 9(008).
           05 FD-OPE-TROCA-SENHA       PIC X(001).
               88 FD-OPE-TROCA-OBRIGATORIA                 VALUE 'S'.

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-SUPERVISOR        PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FILIAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-OPERADOR          PIC X(002)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKSUPV.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-SUPERVISOR
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-SUPERVISOR       SECTION.

           OPEN I-O ARQ-SUPERVISOR

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUPV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE SUPERVISORES"
                                       TO BOOKSUPV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKSUPV-REG-SERVICO
             WHEN 'I'
               PERFORM 2050-VALIDAR-VINCULOS
               IF BOOKSUPV-CTRL-COD    EQUAL ZEROS
                 PERFORM 2100-INCLUIR
               END-IF
             WHEN 'A'
               PERFORM 2050-VALIDAR-VINCULOS
               IF BOOKSUPV-CTRL-COD    EQUAL ZEROS
                 PERFORM 2200-ALTERAR
               END-IF
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN 'O'
               PERFORM 2550-PESQUISAR-OPERADOR
             WHEN OTHER
               MOVE 1                  TO BOOKSUPV-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKSUPV-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2050-VALIDAR-VINCULOS           SECTION.

           IF BOOKSUPV-REG-COD-FILIAL  GREATER ZEROS
             OPEN INPUT ARQ-FILIAL
             MOVE BOOKSUPV-REG-COD-FILIAL
                                       TO FD-FIL-CODIGO
             READ ARQ-FILIAL           RECORD INTO FD-FILIAL
                                       KEY IS FD-FIL-CODIGO
             IF WS-FS-ARQ-FILIAL       NOT EQUAL ZEROS
               MOVE 1                  TO BOOKSUPV-CTRL-COD
               MOVE "FILIAL NAO CADASTRADA"
                                       TO BOOKSUPV-CTRL-MSG
             ELSE
               IF FD-FIL-INATIVA
                 MOVE 1                TO BOOKSUPV-CTRL-COD
                 MOVE "FILIAL INATIVA" TO BOOKSUPV-CTRL-MSG
               END-IF
             END-IF
             CLOSE ARQ-FILIAL
           END-IF

           IF BOOKSUPV-CTRL-COD        EQUAL ZEROS AND
              BOOKSUPV-REG-COD-OPERADOR
                                       NOT EQUAL SPACES
             OPEN INPUT ARQ-OPERADOR
             MOVE BOOKSUPV-REG-COD-OPERADOR
                                       TO FD-OPE-CODIGO
             READ ARQ-OPERADOR         RECORD INTO FD-OPERADOR
                                       KEY IS FD-OPE-CODIGO
             IF WS-FS-ARQ-OPERADOR     NOT EQUAL ZEROS
               MOVE 1                  TO BOOKSUPV-CTRL-COD
               MOVE "OPERADOR NAO CADASTRADO"
                                       TO BOOKSUPV-CTRL-MSG
             ELSE
               IF NOT FD-OPE-SUPERVISOR
                 MOVE 1                TO BOOKSUPV-CTRL-COD
                 MOVE "OPERADOR SEM PERFIL DE SUPERVISOR"
                                       TO BOOKSUPV-CTRL-MSG
               END-IF
             END-IF
             CLOSE ARQ-OPERADOR
           END-IF
           .
       2050-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKSUPV-REG-CODIGO    TO FD-SUP-CODIGO
           READ ARQ-SUPERVISOR         RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS
             MOVE 1                    TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR JA CADASTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           ELSE
             IF BOOKSUPV-REG-CODIGO    EQUAL ZEROS OR
                BOOKSUPV-REG-COD-FILIAL
                                       EQUAL ZEROS
               MOVE 1                  TO BOOKSUPV-CTRL-COD
               MOVE "CODIGO E FILIAL SAO OBRIGATORIOS"
                                       TO BOOKSUPV-CTRL-MSG
             ELSE
               MOVE BOOKSUPV-REG-CODIGO
                                       TO FD-SUP-CODIGO
               MOVE BOOKSUPV-REG-NOME  TO FD-SUP-NOME
               MOVE BOOKSUPV-REG-COD-FILIAL
                                       TO FD-SUP-COD-FILIAL
               MOVE BOOKSUPV-REG-COD-OPERADOR
                                       TO FD-SUP-COD-OPERADOR
               SET  FD-SUP-ATIVO       TO TRUE

               WRITE FD-SUPERVISOR

               IF WS-FS-ARQ-SUPERVISOR EQUAL ZEROS OR 02
                 MOVE ZEROS            TO BOOKSUPV-CTRL-COD
                 MOVE "SUPERVISOR CADASTRADO COM SUCESSO"
                                       TO BOOKSUPV-CTRL-MSG
               ELSE
                 MOVE 2                TO BOOKSUPV-CTRL-COD
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO DE SUPERVISORES"
                                       TO BOOKSUPV-CTRL-MSG
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKSUPV-REG-CODIGO    TO FD-SUP-CODIGO
           READ ARQ-SUPERVISOR         RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS
             IF BOOKSUPV-REG-NOME      NOT EQUAL SPACES
               MOVE BOOKSUPV-REG-NOME  TO FD-SUP-NOME
             END-IF
             IF BOOKSUPV-REG-COD-FILIAL
                                       GREATER ZEROS
               MOVE BOOKSUPV-REG-COD-FILIAL
                                       TO FD-SUP-COD-FILIAL
             END-IF
             IF BOOKSUPV-REG-COD-OPERADOR
                                       NOT EQUAL SPACES
               MOVE BOOKSUPV-REG-COD-OPERADOR
                                       TO FD-SUP-COD-OPERADOR
             END-IF
             IF BOOKSUPV-REG-STATUS    EQUAL 'A' OR 'I'
               MOVE BOOKSUPV-REG-STATUS
                                       TO FD-SUP-STATUS
             END-IF

             REWRITE FD-SUPERVISOR

             IF WS-FS-ARQ-SUPERVISOR   EQUAL ZEROS OR 02
               MOVE ZEROS              TO BOOKSUPV-CTRL-COD
               MOVE "SUPERVISOR ALTERADO COM SUCESSO"
                                       TO BOOKSUPV-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKSUPV-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE SUPERVISORES"
                                       TO BOOKSUPV-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR NAO ENCONTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKSUPV-REG-CODIGO    TO FD-SUP-CODIGO
           READ ARQ-SUPERVISOR         RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS
             SET  FD-SUP-INATIVO       TO TRUE

             REWRITE FD-SUPERVISOR

             IF WS-FS-ARQ-SUPERVISOR   EQUAL ZEROS OR 02
               MOVE ZEROS              TO BOOKSUPV-CTRL-COD
               MOVE "SUPERVISOR EXCLUIDO COM SUCESSO"
                                       TO BOOKSUPV-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKSUPV-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE SUPERVISORES"
                                       TO BOOKSUPV-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR NAO ENCONTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKSUPV-REG-CODIGO    TO FD-SUP-CODIGO
           READ ARQ-SUPERVISOR         RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS
             PERFORM 2590-DEVOLVER-DADOS
             MOVE ZEROS                TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR ENCONTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR NAO ENCONTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       2550-PESQUISAR-OPERADOR         SECTION.

           MOVE BOOKSUPV-REG-COD-OPERADOR
                                       TO FD-SUP-COD-OPERADOR
           START ARQ-SUPERVISOR        KEY IS EQUAL FD-SUP-COD-OPERADOR

           IF WS-FS-ARQ-SUPERVISOR     EQUAL ZEROS
             READ ARQ-SUPERVISOR       NEXT RECORD
             PERFORM UNTIL WS-FS-ARQ-SUPERVISOR
                                       NOT EQUAL ZEROS AND 02
                     OR FD-SUP-COD-OPERADOR
                                       NOT EQUAL
                                       BOOKSUPV-REG-COD-OPERADOR
                     OR FD-SUP-ATIVO
               READ ARQ-SUPERVISOR     NEXT RECORD
             END-PERFORM
           END-IF

           IF (WS-FS-ARQ-SUPERVISOR    EQUAL ZEROS OR 02) AND
              FD-SUP-COD-OPERADOR      EQUAL BOOKSUPV-REG-COD-OPERADOR
                                       AND FD-SUP-ATIVO
             PERFORM 2590-DEVOLVER-DADOS
             MOVE ZEROS                TO BOOKSUPV-CTRL-COD
             MOVE "SUPERVISOR ENCONTRADO"
                                       TO BOOKSUPV-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKSUPV-CTRL-COD
             MOVE "OPERADOR SEM SUPERVISOR ATIVO VINCULADO"
                                       TO BOOKSUPV-CTRL-MSG
           END-IF
           .
       2550-99-FIM.                    EXIT.

       2590-DEVOLVER-DADOS             SECTION.

           MOVE FD-SUP-CODIGO          TO BOOKSUPV-REG-CODIGO
           MOVE FD-SUP-NOME            TO BOOKSUPV-REG-NOME
           MOVE FD-SUP-COD-FILIAL      TO BOOKSUPV-REG-COD-FILIAL
           MOVE FD-SUP-COD-OPERADOR    TO BOOKSUPV-REG-COD-OPERADOR
           MOVE FD-SUP-STATUS          TO BOOKSUPV-REG-STATUS
           .
       2590-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-SUPERVISOR

           GOBACK

           .
       3000-99-FIM.                    EXIT.
