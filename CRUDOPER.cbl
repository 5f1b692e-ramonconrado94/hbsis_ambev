                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-OPERADOR.

           SELECT OPTIONAL ARQ-ACESSO  ASSIGN TO DISK "ACESSO.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ACESSO.



       DATA                            DIVISION.
       FILE                            SECTION.
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

       FD  ARQ-ACESSO
           LABEL RECORD                IS STANDARD.
       01  FD-ACESSO.
           05 FD-ACE-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-ACE-OPERADOR          PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-ACE-EVENTO            PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-ACE-DETALHE           PIC X(040).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-OPERADOR          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ACESSO            PIC X(002)          VALUE SPACES.

       77  WS-MAX-FALHAS               PIC 9(002)          VALUE 05.
       77  WS-DIAS-VALIDADE-SENHA      PIC 9(003)          VALUE 090.

       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-SENHA               PIC S9(007)         VALUE ZEROS.

       77  WS-ACE-EVENTO               PIC X(001)          VALUE SPACES.
       77  WS-ACE-DETALHE              PIC X(040)          VALUE SPACES.

       77  WS-ARQUIVO-VAZIO            PIC X(001)          VALUE 'N'.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-NOME-PARAMETRO           PIC X(020)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKOPER.CPY'.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           PERFORM 1060-LER-PARAMETROS

           PERFORM 1110-ABRIR-ARQ-OPERADOR
           .
       1000-99-FIM.                    EXIT.

       1060-LER-PARAMETROS             SECTION.

           MOVE 'MAX-FALHAS-LOGIN'     TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-MAX-FALHAS
           END-IF

           MOVE 'DIAS-VALIDADE-SENHA'  TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-DIAS-VALIDADE-SENHA
           END-IF
           .
       1060-99-FIM.                    EXIT.

       1061-CONSULTAR-PARAMETRO        SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'CRUDOPER'             TO BOOKPARM-REG-PROGRAMA
           MOVE WS-NOME-PARAMETRO      TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM
           .
       1061-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-OPERADOR         SECTION.

           OPEN I-O ARQ-OPERADOR
               PERFORM 2300-EXCLUIR
             WHEN 'L'
               PERFORM 2400-VALIDAR-LOGIN
             WHEN 'T'
               PERFORM 2500-TROCAR-SENHA
             WHEN 'D'
               PERFORM 2600-DESBLOQUEAR
             WHEN 'R'
               MOVE BOOKOPER-REG-EVENTO
                                       TO WS-ACE-EVENTO
               MOVE BOOKOPER-REG-DETALHE
                                       TO WS-ACE-DETALHE
               MOVE ZEROS              TO BOOKOPER-CTRL-COD
               PERFORM 2900-REGISTRAR-ACESSO
             WHEN OTHER
               MOVE 1                  TO BOOKOPER-CTRL-COD
               MOVE "OPCAO INVALIDA"
               MOVE BOOKOPER-REG-PERFIL
                                       TO FD-OPE-PERFIL
               SET  FD-OPE-ATIVO       TO TRUE
               MOVE ZEROS              TO FD-OPE-QTD-FALHAS
               MOVE 'N'                TO FD-OPE-BLOQUEADO
               MOVE WS-DATA-HOJE       TO FD-OPE-DATA-SENHA
               SET  FD-OPE-TROCA-OBRIGATORIA
                                       TO TRUE

               WRITE FD-OPERADOR

           IF WS-FS-ARQ-OPERADOR       EQUAL ZEROS
             IF BOOKOPER-REG-SENHA     NOT EQUAL SPACES
               MOVE BOOKOPER-REG-SENHA TO FD-OPE-SENHA
               MOVE WS-DATA-HOJE       TO FD-OPE-DATA-SENHA
               SET  FD-OPE-TROCA-OBRIGATORIA
                                       TO TRUE
             END-IF
             IF BOOKOPER-REG-NOME      NOT EQUAL SPACES
               MOVE BOOKOPER-REG-NOME  TO FD-OPE-NOME

       2400-VALIDAR-LOGIN              SECTION.

           MOVE SPACES                 TO WS-ACE-EVENTO

           IF WS-ARQUIVO-VAZIO         EQUAL 'S'
             MOVE '3'                  TO BOOKOPER-REG-PERFIL
             MOVE 3                    TO BOOKOPER-CTRL-COD
             MOVE "ARQUIVO DE OPERADORES VAZIO"
                                       TO BOOKOPER-CTRL-MSG
             MOVE 'E'                  TO WS-ACE-EVENTO
           ELSE
             MOVE BOOKOPER-REG-CODIGO  TO FD-OPE-CODIGO
             READ ARQ-OPERADOR         RECORD INTO FD-OPERADOR
                 MOVE 3                TO BOOKOPER-CTRL-COD
                 MOVE "ARQUIVO DE OPERADORES VAZIO"
                                       TO BOOKOPER-CTRL-MSG
                 MOVE 'E'              TO WS-ACE-EVENTO
               ELSE
                 MOVE 1                TO BOOKOPER-CTRL-COD
                 MOVE "OPERADOR NAO CADASTRADO"
                                       TO BOOKOPER-CTRL-MSG
                 MOVE 'F'              TO WS-ACE-EVENTO
               END-IF
             ELSE
               PERFORM 2420-AJUSTAR-CONTROLE-ACESSO

               IF FD-OPE-INATIVO
                 MOVE 1                TO BOOKOPER-CTRL-COD
                 MOVE "OPERADOR INATIVO"
                                       TO BOOKOPER-CTRL-MSG
                 MOVE 'F'              TO WS-ACE-EVENTO
               ELSE IF FD-OPE-BLOQUEADO-SIM
                 MOVE 1                TO BOOKOPER-CTRL-COD
                 MOVE "OPERADOR BLOQUEADO - PROCURE O ADMIN"
                                       TO BOOKOPER-CTRL-MSG
                 MOVE 'F'              TO WS-ACE-EVENTO
               ELSE
                 IF FD-OPE-SENHA       EQUAL BOOKOPER-REG-SENHA
                   PERFORM 2430-REGISTRAR-SUCESSO
                 ELSE
                   PERFORM 2440-REGISTRAR-FALHA
                 END-IF
               END-IF
               END-IF
             END-IF
           END-IF

           MOVE BOOKOPER-CTRL-MSG      TO WS-ACE-DETALHE
           PERFORM 2900-REGISTRAR-ACESSO
           .
       2400-99-FIM.                    EXIT.

           .
       2410-99-FIM.                    EXIT.

       2420-AJUSTAR-CONTROLE-ACESSO    SECTION.

           IF FD-OPE-QTD-FALHAS        NOT NUMERIC
             MOVE ZEROS                TO FD-OPE-QTD-FALHAS
           END-IF

           IF FD-OPE-BLOQUEADO         NOT EQUAL 'S'
             MOVE 'N'                  TO FD-OPE-BLOQUEADO
           END-IF

           IF FD-OPE-DATA-SENHA        NOT NUMERIC OR
              FD-OPE-DATA-SENHA        EQUAL ZEROS
             MOVE WS-DATA-HOJE         TO FD-OPE-DATA-SENHA
           END-IF

           IF FD-OPE-TROCA-SENHA       NOT EQUAL 'S'
             MOVE 'N'                  TO FD-OPE-TROCA-SENHA
           END-IF
           .
       2420-99-FIM.                    EXIT.

       2430-REGISTRAR-SUCESSO          SECTION.

           MOVE ZEROS                  TO FD-OPE-QTD-FALHAS

           IF WS-DIAS-VALIDADE-SENHA   GREATER ZEROS
             COMPUTE WS-DIAS-SENHA     = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-HOJE)
                                       - FUNCTION INTEGER-OF-DATE
                                       (FD-OPE-DATA-SENHA)
             IF WS-DIAS-SENHA          NOT LESS WS-DIAS-VALIDADE-SENHA
               SET  FD-OPE-TROCA-OBRIGATORIA
                                       TO TRUE
             END-IF
           END-IF

           REWRITE FD-OPERADOR

           IF WS-FS-ARQ-OPERADOR       EQUAL ZEROS
             MOVE FD-OPE-PERFIL        TO BOOKOPER-REG-PERFIL
             MOVE FD-OPE-NOME          TO BOOKOPER-REG-NOME
             MOVE 'E'                  TO WS-ACE-EVENTO
             IF FD-OPE-TROCA-OBRIGATORIA
               MOVE 4                  TO BOOKOPER-CTRL-COD
               MOVE "SENHA EXPIRADA - TROCA OBRIGATORIA"
                                       TO BOOKOPER-CTRL-MSG
             ELSE
               MOVE ZEROS              TO BOOKOPER-CTRL-COD
               MOVE "ACESSO LIBERADO"
                                       TO BOOKOPER-CTRL-MSG
             END-IF
           ELSE
             MOVE 2                    TO BOOKOPER-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE OPERADORES"
                                       TO BOOKOPER-CTRL-MSG
           END-IF
           .
       2430-99-FIM.                    EXIT.

       2440-REGISTRAR-FALHA            SECTION.

           IF FD-OPE-QTD-FALHAS        LESS 99
             ADD 1                     TO FD-OPE-QTD-FALHAS
           END-IF

           MOVE 1                      TO BOOKOPER-CTRL-COD

           IF FD-OPE-QTD-FALHAS        NOT LESS WS-MAX-FALHAS
             SET  FD-OPE-BLOQUEADO-SIM TO TRUE
             MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
                                       TO BOOKOPER-CTRL-MSG
             MOVE 'B'                  TO WS-ACE-EVENTO
           ELSE
             MOVE "SENHA INVALIDA"
                                       TO BOOKOPER-CTRL-MSG
             MOVE 'F'                  TO WS-ACE-EVENTO
           END-IF

           REWRITE FD-OPERADOR

           IF WS-FS-ARQ-OPERADOR       NOT EQUAL ZEROS
             MOVE 2                    TO BOOKOPER-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE OPERADORES"
                                       TO BOOKOPER-CTRL-MSG
           END-IF
           .
       2440-99-FIM.                    EXIT.

       2500-TROCAR-SENHA               SECTION.

           MOVE BOOKOPER-REG-CODIGO    TO FD-OPE-CODIGO
           READ ARQ-OPERADOR           RECORD INTO FD-OPERADOR
                                       KEY IS FD-OPE-CODIGO

           IF WS-FS-ARQ-OPERADOR       NOT EQUAL ZEROS
             MOVE 1                    TO BOOKOPER-CTRL-COD
             MOVE "OPERADOR NAO ENCONTRADO"
                                       TO BOOKOPER-CTRL-MSG
           ELSE IF FD-OPE-SENHA        NOT EQUAL BOOKOPER-REG-SENHA
             MOVE 1                    TO BOOKOPER-CTRL-COD
             MOVE "SENHA ATUAL INVALIDA"
                                       TO BOOKOPER-CTRL-MSG
           ELSE IF BOOKOPER-REG-NOVA-SENHA
                                       EQUAL SPACES
             MOVE 1                    TO BOOKOPER-CTRL-COD
             MOVE "NOVA SENHA OBRIGATORIA"
                                       TO BOOKOPER-CTRL-MSG
           ELSE IF BOOKOPER-REG-NOVA-SENHA
                                       EQUAL FD-OPE-SENHA
             MOVE 1                    TO BOOKOPER-CTRL-COD
             MOVE "NOVA SENHA DEVE SER DIFERENTE DA ATUAL"
                                       TO BOOKOPER-CTRL-MSG
           ELSE
             PERFORM 2420-AJUSTAR-CONTROLE-ACESSO
             MOVE BOOKOPER-REG-NOVA-SENHA
                                       TO FD-OPE-SENHA
             MOVE WS-DATA-HOJE         TO FD-OPE-DATA-SENHA
             MOVE 'N'                  TO FD-OPE-TROCA-SENHA

             REWRITE FD-OPERADOR

             IF WS-FS-ARQ-OPERADOR     EQUAL ZEROS
               MOVE ZEROS              TO BOOKOPER-CTRL-COD
               MOVE "SENHA ALTERADA COM SUCESSO"
                                       TO BOOKOPER-CTRL-MSG
               MOVE 'T'                TO WS-ACE-EVENTO
               MOVE BOOKOPER-CTRL-MSG  TO WS-ACE-DETALHE
               PERFORM 2900-REGISTRAR-ACESSO
             ELSE
               MOVE 2                  TO BOOKOPER-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE OPERADORES"
                                       TO BOOKOPER-CTRL-MSG
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       2500-99-FIM.                    EXIT.

       2600-DESBLOQUEAR                SECTION.

           MOVE BOOKOPER-REG-CODIGO    TO FD-OPE-CODIGO
           READ ARQ-OPERADOR           RECORD INTO FD-OPERADOR
                                       KEY IS FD-OPE-CODIGO

           IF WS-FS-ARQ-OPERADOR       EQUAL ZEROS
             PERFORM 2420-AJUSTAR-CONTROLE-ACESSO
             MOVE ZEROS                TO FD-OPE-QTD-FALHAS
             MOVE 'N'                  TO FD-OPE-BLOQUEADO

             REWRITE FD-OPERADOR

             IF WS-FS-ARQ-OPERADOR     EQUAL ZEROS
               MOVE ZEROS              TO BOOKOPER-CTRL-COD
               MOVE "OPERADOR DESBLOQUEADO COM SUCESSO"
                                       TO BOOKOPER-CTRL-MSG
               MOVE 'D'                TO WS-ACE-EVENTO
               MOVE SPACES             TO WS-ACE-DETALHE
               STRING "DESBLOQUEADO POR "
                      BOOKOPER-REG-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-ACE-DETALHE
               PERFORM 2900-REGISTRAR-ACESSO
             ELSE
               MOVE 2                  TO BOOKOPER-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE OPERADORES"
                                       TO BOOKOPER-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKOPER-CTRL-COD
             MOVE "OPERADOR NAO ENCONTRADO"
                                       TO BOOKOPER-CTRL-MSG
           END-IF
           .
       2600-99-FIM.                    EXIT.

       2900-REGISTRAR-ACESSO           SECTION.

           IF WS-ACE-EVENTO            NOT EQUAL SPACES
             OPEN EXTEND ARQ-ACESSO

             IF WS-FS-ARQ-ACESSO       EQUAL ZEROS OR 05
               INITIALIZE              FD-ACESSO
               MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-ACE-DATA-HORA
               MOVE BOOKOPER-REG-CODIGO
                                       TO FD-ACE-OPERADOR
               MOVE WS-ACE-EVENTO      TO FD-ACE-EVENTO
               MOVE WS-ACE-DETALHE     TO FD-ACE-DETALHE

               WRITE FD-ACESSO

               CLOSE ARQ-ACESSO
             END-IF

             IF WS-FS-ARQ-ACESSO       NOT EQUAL ZEROS
               MOVE 2                  TO BOOKOPER-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO LOG DE ACESSO"
                                       TO BOOKOPER-CTRL-MSG
             END-IF
           END-IF
           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-OPERADOR
