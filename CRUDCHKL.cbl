       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDCHKL.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CHECKLIST
                                       ASSIGN TO DISK "CHECKLST.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CHK-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CHECKLIST.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-CHECKLIST
           LABEL RECORD                IS STANDARD.
       01  FD-CHECKLIST.
           05 FD-CHK-CODIGO            PIC 9(003).
           05 FD-CHK-DESCRICAO         PIC X(040).
           05 FD-CHK-PESO              PIC 9(003).
           05 FD-CHK-DATA-INICIO       PIC 9(008).
           05 FD-CHK-DATA-FIM          PIC 9(008).
           05 FD-CHK-CLASSE-ABC        PIC X(001).
           05 FD-CHK-REGIAO            PIC 9(003).
           05 FD-CHK-STATUS            PIC X(001).
               88 FD-CHK-ATIVA                             VALUE 'A'.
               88 FD-CHK-INATIVA                           VALUE 'I'.
           05 FD-CHK-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CHECKLIST         PIC X(002)          VALUE SPACES.

       77  WS-DATA-VALIDAR             PIC 9(008)          VALUE ZEROS.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCHKL.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-CHECKLIST
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CHECKLIST        SECTION.

           OPEN I-O ARQ-CHECKLIST

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCHKL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CHECKLIST"
                                       TO BOOKCHKL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-VALIDAR-DATA               SECTION.

           INITIALIZE                  WS-LINK-VALIDATA

           MOVE WS-DATA-VALIDAR        TO BOOKVDAT-REG-DATA
           MOVE 'S'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           .
       1120-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKCHKL-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'E'
               PERFORM 2300-EXCLUIR
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKCHKL-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKCHKL-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKCHKL-REG-CODIGO    TO FD-CHK-CODIGO
           READ ARQ-CHECKLIST          RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "ITEM DE CHECKLIST JA CADASTRADO"
                                       TO BOOKCHKL-CTRL-MSG
           ELSE
             IF BOOKCHKL-REG-CODIGO    EQUAL ZEROS
               MOVE 1                  TO BOOKCHKL-CTRL-COD
               MOVE "CODIGO DO ITEM OBRIGATORIO"
                                       TO BOOKCHKL-CTRL-MSG
             ELSE
               IF BOOKCHKL-REG-DESCRICAO
                                       EQUAL SPACES
                 MOVE 1                TO BOOKCHKL-CTRL-COD
                 MOVE "DESCRICAO DO ITEM OBRIGATORIA"
                                       TO BOOKCHKL-CTRL-MSG
               ELSE
                 PERFORM 2150-VALIDAR-ITEM

                 IF BOOKCHKL-CTRL-COD  EQUAL ZEROS
                   MOVE BOOKCHKL-REG-CODIGO
                                       TO FD-CHK-CODIGO
                   MOVE BOOKCHKL-REG-DESCRICAO
                                       TO FD-CHK-DESCRICAO
                   MOVE BOOKCHKL-REG-PESO
                                       TO FD-CHK-PESO
                   MOVE BOOKCHKL-REG-DATA-INICIO
                                       TO FD-CHK-DATA-INICIO
                   MOVE BOOKCHKL-REG-DATA-FIM
                                       TO FD-CHK-DATA-FIM
                   MOVE BOOKCHKL-REG-CLASSE-ABC
                                       TO FD-CHK-CLASSE-ABC
                   MOVE BOOKCHKL-REG-REGIAO
                                       TO FD-CHK-REGIAO
                   SET  FD-CHK-ATIVA   TO TRUE
                   MOVE BOOKCHKL-REG-OPERADOR
                                       TO FD-CHK-OPERADOR

                   WRITE FD-CHECKLIST

                   IF WS-FS-ARQ-CHECKLIST
                                       EQUAL ZEROS
                     MOVE ZEROS        TO BOOKCHKL-CTRL-COD
                     MOVE "ITEM DE CHECKLIST CADASTRADO"
                                       TO BOOKCHKL-CTRL-MSG
                   ELSE
                     MOVE 2            TO BOOKCHKL-CTRL-COD
                     MOVE "ERRO NA GRAVACAO DO CHECKLIST"
                                       TO BOOKCHKL-CTRL-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2150-VALIDAR-ITEM               SECTION.

           MOVE BOOKCHKL-REG-DATA-INICIO
                                       TO WS-DATA-VALIDAR
           PERFORM 1120-VALIDAR-DATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "DATA INICIO DE VALIDADE INVALIDA"
                                       TO BOOKCHKL-CTRL-MSG
           ELSE IF BOOKCHKL-REG-PESO   EQUAL ZEROS
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "PESO DO ITEM OBRIGATORIO"
                                       TO BOOKCHKL-CTRL-MSG
           ELSE IF BOOKCHKL-REG-CLASSE-ABC
                                       NOT EQUAL SPACES AND 'A' AND
                                       'B' AND 'C'
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "CLASSE ABC INVALIDA (BRANCO/A/B/C)"
                                       TO BOOKCHKL-CTRL-MSG
           ELSE IF BOOKCHKL-REG-DATA-FIM
                                       NOT EQUAL ZEROS
             MOVE BOOKCHKL-REG-DATA-FIM
                                       TO WS-DATA-VALIDAR
             PERFORM 1120-VALIDAR-DATA

             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE 1                  TO BOOKCHKL-CTRL-COD
               MOVE "DATA FIM DE VALIDADE INVALIDA"
                                       TO BOOKCHKL-CTRL-MSG
             ELSE IF BOOKCHKL-REG-DATA-FIM
                                       LESS BOOKCHKL-REG-DATA-INICIO
               MOVE 1                  TO BOOKCHKL-CTRL-COD
               MOVE "DATA FIM ANTERIOR A DATA INICIO"
                                       TO BOOKCHKL-CTRL-MSG
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2150-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKCHKL-REG-CODIGO    TO FD-CHK-CODIGO
           READ ARQ-CHECKLIST          RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS
             IF BOOKCHKL-REG-DESCRICAO EQUAL SPACES
               MOVE FD-CHK-DESCRICAO   TO BOOKCHKL-REG-DESCRICAO
             END-IF
             IF BOOKCHKL-REG-PESO      EQUAL ZEROS
               MOVE FD-CHK-PESO        TO BOOKCHKL-REG-PESO
             END-IF
             IF BOOKCHKL-REG-DATA-INICIO
                                       EQUAL ZEROS
               MOVE FD-CHK-DATA-INICIO TO BOOKCHKL-REG-DATA-INICIO
             END-IF

             PERFORM 2150-VALIDAR-ITEM

             IF BOOKCHKL-CTRL-COD      EQUAL ZEROS
               MOVE BOOKCHKL-REG-DESCRICAO
                                       TO FD-CHK-DESCRICAO
               MOVE BOOKCHKL-REG-PESO  TO FD-CHK-PESO
               MOVE BOOKCHKL-REG-DATA-INICIO
                                       TO FD-CHK-DATA-INICIO
               MOVE BOOKCHKL-REG-DATA-FIM
                                       TO FD-CHK-DATA-FIM
               MOVE BOOKCHKL-REG-CLASSE-ABC
                                       TO FD-CHK-CLASSE-ABC
               MOVE BOOKCHKL-REG-REGIAO
                                       TO FD-CHK-REGIAO
               IF BOOKCHKL-REG-STATUS  EQUAL 'A' OR 'I'
                 MOVE BOOKCHKL-REG-STATUS
                                       TO FD-CHK-STATUS
               END-IF
               MOVE BOOKCHKL-REG-OPERADOR
                                       TO FD-CHK-OPERADOR

               REWRITE FD-CHECKLIST

               IF WS-FS-ARQ-CHECKLIST  EQUAL ZEROS
                 MOVE ZEROS            TO BOOKCHKL-CTRL-COD
                 MOVE "ITEM DE CHECKLIST ALTERADO"
                                       TO BOOKCHKL-CTRL-MSG
               ELSE
                 MOVE 2                TO BOOKCHKL-CTRL-COD
                 MOVE "ERRO NA ATUALIZACAO DO CHECKLIST"
                                       TO BOOKCHKL-CTRL-MSG
               END-IF
             END-IF
           ELSE
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "ITEM DE CHECKLIST NAO ENCONTRADO"
                                       TO BOOKCHKL-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKCHKL-REG-CODIGO    TO FD-CHK-CODIGO
           READ ARQ-CHECKLIST          RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS
             SET  FD-CHK-INATIVA       TO TRUE
             MOVE BOOKCHKL-REG-OPERADOR
                                       TO FD-CHK-OPERADOR

             REWRITE FD-CHECKLIST

             IF WS-FS-ARQ-CHECKLIST    EQUAL ZEROS
               MOVE ZEROS              TO BOOKCHKL-CTRL-COD
               MOVE "ITEM DE CHECKLIST EXCLUIDO"
                                       TO BOOKCHKL-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKCHKL-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO CHECKLIST"
                                       TO BOOKCHKL-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKCHKL-CTRL-COD
             MOVE "ITEM DE CHECKLIST NAO ENCONTRADO"
                                       TO BOOKCHKL-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKCHKL-REG-CODIGO    TO FD-CHK-CODIGO
           READ ARQ-CHECKLIST          RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS
             MOVE FD-CHK-DESCRICAO     TO BOOKCHKL-REG-DESCRICAO
             MOVE FD-CHK-PESO          TO BOOKCHKL-REG-PESO
             MOVE FD-CHK-DATA-INICIO   TO BOOKCHKL-REG-DATA-INICIO
             MOVE FD-CHK-DATA-FIM      TO BOOKCHKL-REG-DATA-FIM
             MOVE FD-CHK-CLASSE-ABC    TO BOOKCHKL-REG-CLASSE-ABC
             MOVE FD-CHK-REGIAO        TO BOOKCHKL-REG-REGIAO
             MOVE FD-CHK-STATUS        TO BOOKCHKL-REG-STATUS
             MOVE ZEROS                TO BOOKCHKL-CTRL-COD
             MOVE "ITEM DE CHECKLIST ENCONTRADO"
                                       TO BOOKCHKL-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKCHKL-CTRL-COD
             MOVE "ITEM DE CHECKLIST NAO ENCONTRADO"
                                       TO BOOKCHKL-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CHECKLIST

           GOBACK

           .
       3000-99-FIM.                    EXIT.
