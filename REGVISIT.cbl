                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RESULT.

           SELECT ARQ-EXCECAO          ASSIGN TO "EXCECOES.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-EXCECAO.

           SELECT OPTIONAL ARQ-CHECKLIST
                                       ASSIGN TO DISK "CHECKLST.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CHK-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CHECKLIST.

           SELECT OPTIONAL ARQ-RESP-CHECK
                                       ASSIGN TO DISK "CHECKRES.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RCK-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RESP-CHECK.


       DATA                            DIVISION.
       FILE                            SECTION.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-VENDEDOR
           LABEL RECORD                IS STANDARD.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-AUSENCIA
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001).
           05 FD-TRL-OPERADOR          PIC X(010).

       FD  ARQ-EXCECAO
           LABEL RECORD                IS STANDARD.
       01  FD-EXCECAO.
           05 FD-EXC-ORIGEM            PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-COD-REGISTRO      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CPF               PIC 9(011).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERADOR          PIC X(010).

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

       FD  ARQ-RESP-CHECK
           LABEL RECORD                IS STANDARD.
       01  FD-RESP-CHECK.
           05 FD-RCK-CHAVE.
               10 FD-RCK-COD-CLIENTE   PIC 9(007).
               10 FD-RCK-COD-PERGUNTA  PIC 9(003).
               10 FD-RCK-DATA-VISITA   PIC 9(008).
               10 FD-RCK-COD-VENDEDOR  PIC 9(005).
           05 FD-RCK-RESPOSTA          PIC X(001).
           05 FD-RCK-PESO              PIC 9(003).
           05 FD-RCK-OPERADOR          PIC X(010).
           05 FD-RCK-DATA-HORA         PIC 9(014).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.

       77  WS-FS-ARQ-AUSENCIA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CHECKLIST         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RESP-CHECK        PIC X(002)          VALUE SPACES.

       77  WS-IND-PERGUNTA             PIC X(001)          VALUE 'N'.
           88  WS-PERGUNTA-APLICAVEL                       VALUE 'S'.

       77  WS-IND-ATRIBUICAO           PIC X(001)          VALUE 'N'.
           88  WS-ATRIBUICAO-ENCONTRADA                    VALUE 'S'.
       77  WS-IND-AUSENCIA             PIC X(001)          VALUE 'N'.
           88  WS-VENDEDOR-AUSENTE                         VALUE 'S'.

       77  WS-IND-ULTVISIT             PIC X(001)          VALUE 'N'.
           88  WS-ULTVISIT-PENDENTE                        VALUE 'S'.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.
       77  WS-CRUDEQPT                 PIC X(008)          VALUE
                                                           'CRUDEQPT'.
       77  WS-CRUDPERI                 PIC X(008)          VALUE
                                                           'CRUDPERI'.
       77  WS-ATUAULTV                 PIC X(008)          VALUE
                                                           'ATUAULTV'.

       77  WS-DIA-PREFERIDO            PIC X(001)          VALUE 'S'.
       77  WS-POS-DIA                  PIC 9(001)          VALUE ZEROS.
       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       01  WS-LINK-CRUDEQPT.
           COPY 'BOOKEQPT.CPY'.

       01  WS-LINK-CRUDPERI.
           COPY 'BOOKPERI.CPY'.

       01  WS-LINK-ATUAULTV.
           COPY 'BOOKULTV.CPY'.

       01  WS-VISITA.
           05 WS-VIS-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 WS-VIS-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-VIS-LONGITUDE         PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-VIS-VEND-EXECUTOR     PIC 9(005)          VALUE ZEROS.
           05 WS-VIS-SUBSTITUTO        PIC X(001)          VALUE 'N'.
           05 WS-VIS-HORA-CHECKIN      PIC 9(006)          VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.

       1000-INICIALIZAR                SECTION.

           MOVE 'N'                    TO WS-IND-ULTVISIT

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-VISITA
           WRITE FD-VISITA             FROM WS-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS
             SET WS-ULTVISIT-PENDENTE  TO TRUE
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE VISITAS"
           REWRITE FD-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS
             SET WS-ULTVISIT-PENDENTE  TO TRUE
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE VISITAS"
           DELETE ARQ-VISITA           RECORD

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS
             SET WS-ULTVISIT-PENDENTE  TO TRUE
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA EXCLUSAO DO ARQUIVO DE VISITAS"
           EVALUATE BOOKVIST-REG-SERVICO
             WHEN 'I'
               PERFORM 2050-VALIDAR-DATA-VISITA
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2060-VERIFICAR-PERIODO
               END-IF
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2100-INCLUIR
               END-IF
             WHEN 'A'
               PERFORM 2050-VALIDAR-DATA-VISITA
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2060-VERIFICAR-PERIODO
               END-IF
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2200-ALTERAR
               END-IF
             WHEN 'C'
               PERFORM 2060-VERIFICAR-PERIODO
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2300-CANCELAR
               END-IF
             WHEN 'E'
               PERFORM 2400-CONFIRMAR-EQUIPAMENTO
             WHEN 'K'
               PERFORM 2060-VERIFICAR-PERIODO
               IF BOOKVIST-CTRL-COD    EQUAL ZEROS
                 PERFORM 2500-RESPONDER-CHECKLIST
               END-IF
             WHEN 'L'
               PERFORM 2600-PROXIMA-PERGUNTA
             WHEN OTHER
               MOVE 1                  TO BOOKVIST-CTRL-COD
               MOVE "OPCAO INVALIDA"
           .
       2050-99-FIM.                    EXIT.

       2060-VERIFICAR-PERIODO          SECTION.

           INITIALIZE                  WS-LINK-CRUDPERI

           SET BOOKPERI-VERIFICAR      TO TRUE
           MOVE BOOKVIST-REG-DATA-VISITA
                                       TO BOOKPERI-REG-DATA-REFERENCIA
           MOVE BOOKVIST-REG-OPERADOR  TO BOOKPERI-REG-OPERADOR

           CALL WS-CRUDPERI            USING WS-LINK-CRUDPERI

           IF BOOKPERI-CTRL-COD        NOT EQUAL ZEROS
             MOVE BOOKPERI-CTRL-COD    TO BOOKVIST-CTRL-COD
             MOVE BOOKPERI-CTRL-MSG    TO BOOKVIST-CTRL-MSG

             IF BOOKPERI-PERIODO-FECHADO
               PERFORM 2065-REGISTRAR-EXCECAO
             END-IF
           END-IF

           .
       2060-99-FIM.                    EXIT.

       2065-REGISTRAR-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO

           IF WS-FS-ARQ-EXCECAO        EQUAL ZEROS OR 05
             INITIALIZE                FD-EXCECAO
             MOVE 'T'                  TO FD-EXC-ORIGEM
             MOVE BOOKVIST-REG-SERVICO TO FD-EXC-OPERACAO
             MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-EXC-DATA-HORA
             MOVE BOOKVIST-REG-COD-CLIENTE
                                       TO FD-EXC-COD-REGISTRO
             MOVE BOOKVIST-CTRL-MSG    TO FD-EXC-MOTIVO
             MOVE BOOKVIST-REG-OPERADOR
                                       TO FD-EXC-OPERADOR

             WRITE FD-EXCECAO

             IF WS-FS-ARQ-EXCECAO      NOT EQUAL ZEROS
               MOVE 2                  TO BOOKVIST-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXCECOES"
                                       TO BOOKVIST-CTRL-MSG
             END-IF

             CLOSE ARQ-EXCECAO
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXCECOES"
                                       TO BOOKVIST-CTRL-MSG
           END-IF

           .
       2065-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKVIST-REG-COD-VEND  TO FD-VEND-COD-VENDEDOR
           MOVE BOOKVIST-REG-OPERADOR  TO WS-VIS-OPERADOR
           MOVE BOOKVIST-REG-LATITUDE  TO WS-VIS-LATITUDE
           MOVE BOOKVIST-REG-LONGITUDE TO WS-VIS-LONGITUDE
           IF BOOKVIST-REG-HORA-CHECKIN
                                       GREATER ZEROS
             MOVE BOOKVIST-REG-HORA-CHECKIN
                                       TO WS-VIS-HORA-CHECKIN
           ELSE
             MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-VIS-HORA-CHECKIN
           END-IF

           PERFORM 1140-GRAVAR-ARQ-VISITA

           .
       2300-99-FIM.                    EXIT.

       2400-CONFIRMAR-EQUIPAMENTO      SECTION.

           PERFORM 1145-LOCALIZAR-VISITA

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "VISITA NAO ENCONTRADA"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
           IF FD-VIS-RESULTADO         EQUAL 'S'
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "VISITA SEM CONTATO NAO CONFIRMA ATIVO"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
             INITIALIZE                WS-LINK-CRUDEQPT

             MOVE 'C'                  TO BOOKEQPT-REG-SERVICO
             MOVE BOOKVIST-REG-NUM-ATIVO
                                       TO BOOKEQPT-REG-NUM-ATIVO
             MOVE BOOKVIST-REG-COD-CLIENTE
                                       TO BOOKEQPT-REG-COD-CLIENTE
             MOVE BOOKVIST-REG-SITUACAO-ATIVO
                                       TO BOOKEQPT-REG-SITUACAO
             MOVE BOOKVIST-REG-DATA-VISITA
                                       TO BOOKEQPT-REG-DATA-REFERENCIA
             MOVE BOOKVIST-REG-COD-VEND
                                       TO BOOKEQPT-REG-COD-VENDEDOR
             MOVE BOOKVIST-REG-OPERADOR
                                       TO BOOKEQPT-REG-OPERADOR
             MOVE "CONFERENCIA EM VISITA"
                                       TO BOOKEQPT-REG-MOTIVO

             CALL WS-CRUDEQPT          USING WS-LINK-CRUDEQPT

             MOVE BOOKEQPT-CTRL-COD    TO BOOKVIST-CTRL-COD
             MOVE BOOKEQPT-CTRL-MSG    TO BOOKVIST-CTRL-MSG
           END-IF
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2500-RESPONDER-CHECKLIST        SECTION.

           PERFORM 1145-LOCALIZAR-VISITA

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "VISITA NAO ENCONTRADA"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
           IF FD-VIS-RESULTADO         NOT EQUAL 'R'
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "CHECKLIST EXIGE VISITA REALIZADA"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
           IF NOT BOOKVIST-RESP-CONFORME AND
              NOT BOOKVIST-RESP-NAO-CONFORME AND
              NOT BOOKVIST-RESP-NAO-SE-APLICA
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "RESPOSTA INVALIDA (S/N/X)"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
             PERFORM 2510-LER-CLIENTE-VISITA

             IF BOOKVIST-CTRL-COD      EQUAL ZEROS
               PERFORM 2520-ABRIR-ARQ-CHECKLIST
             END-IF

             IF BOOKVIST-CTRL-COD      EQUAL ZEROS
               MOVE BOOKVIST-REG-COD-PERGUNTA
                                       TO FD-CHK-CODIGO
               READ ARQ-CHECKLIST      RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO

               MOVE 'N'                TO WS-IND-PERGUNTA
               IF WS-FS-ARQ-CHECKLIST  EQUAL ZEROS
                 PERFORM 2540-VERIFICAR-APLICACAO
               END-IF

               CLOSE ARQ-CHECKLIST

               IF WS-PERGUNTA-APLICAVEL
                 PERFORM 2530-GRAVAR-RESPOSTA
               ELSE
                 MOVE 1                TO BOOKVIST-CTRL-COD
                 MOVE "ITEM DE CHECKLIST NAO APLICAVEL"
                                       TO BOOKVIST-CTRL-MSG
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2510-LER-CLIENTE-VISITA         SECTION.

           MOVE BOOKVIST-REG-COD-CLIENTE
                                       TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "CLIENTE NAO CADASTRADO"
                                       TO BOOKVIST-CTRL-MSG
           END-IF

           .
       2510-99-FIM.                    EXIT.

       2520-ABRIR-ARQ-CHECKLIST        SECTION.

           OPEN INPUT ARQ-CHECKLIST

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CHECKLIST"
                                       TO BOOKVIST-CTRL-MSG
           END-IF

           .
       2520-99-FIM.                    EXIT.

       2530-GRAVAR-RESPOSTA            SECTION.

           OPEN I-O ARQ-RESP-CHECK

           IF WS-FS-ARQ-RESP-CHECK     EQUAL ZEROS OR 05
             MOVE BOOKVIST-REG-COD-CLIENTE
                                       TO FD-RCK-COD-CLIENTE
             MOVE BOOKVIST-REG-COD-PERGUNTA
                                       TO FD-RCK-COD-PERGUNTA
             MOVE BOOKVIST-REG-DATA-VISITA
                                       TO FD-RCK-DATA-VISITA
             MOVE BOOKVIST-REG-COD-VEND
                                       TO FD-RCK-COD-VENDEDOR
             READ ARQ-RESP-CHECK       RECORD INTO FD-RESP-CHECK
                                       KEY IS FD-RCK-CHAVE

             MOVE BOOKVIST-REG-RESPOSTA
                                       TO FD-RCK-RESPOSTA
             MOVE FD-CHK-PESO          TO FD-RCK-PESO
             MOVE BOOKVIST-REG-OPERADOR
                                       TO FD-RCK-OPERADOR
             MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-RCK-DATA-HORA

             IF WS-FS-ARQ-RESP-CHECK   EQUAL ZEROS
               REWRITE FD-RESP-CHECK
             ELSE
               WRITE FD-RESP-CHECK
             END-IF

             IF WS-FS-ARQ-RESP-CHECK   EQUAL ZEROS
               MOVE ZEROS              TO BOOKVIST-CTRL-COD
               MOVE "RESPOSTA DO CHECKLIST REGISTRADA"
                                       TO BOOKVIST-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKVIST-CTRL-COD
               MOVE "ERRO NA GRAVACAO DAS RESPOSTAS"
                                       TO BOOKVIST-CTRL-MSG
             END-IF

             CLOSE ARQ-RESP-CHECK
           ELSE
             MOVE 2                    TO BOOKVIST-CTRL-COD
             MOVE "ERRO NA ABERTURA DAS RESPOSTAS"
                                       TO BOOKVIST-CTRL-MSG
           END-IF

           .
       2530-99-FIM.                    EXIT.

       2540-VERIFICAR-APLICACAO        SECTION.

           MOVE 'N'                    TO WS-IND-PERGUNTA

           IF FD-CHK-ATIVA AND
              FD-CHK-DATA-INICIO       NOT GREATER
                                       BOOKVIST-REG-DATA-VISITA AND
              (FD-CHK-DATA-FIM         EQUAL ZEROS OR
               FD-CHK-DATA-FIM         NOT LESS
                                       BOOKVIST-REG-DATA-VISITA) AND
              (FD-CHK-CLASSE-ABC       EQUAL SPACES OR
               FD-CHK-CLASSE-ABC       EQUAL FD-CLI-CLASSE-ABC) AND
              (FD-CHK-REGIAO           EQUAL ZEROS OR
               FD-CHK-REGIAO           EQUAL FD-CLI-REGIAO)
             MOVE 'S'                  TO WS-IND-PERGUNTA
           END-IF

           .
       2540-99-FIM.                    EXIT.

       2600-PROXIMA-PERGUNTA           SECTION.

           PERFORM 1145-LOCALIZAR-VISITA

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "VISITA NAO ENCONTRADA"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
           IF FD-VIS-RESULTADO         NOT EQUAL 'R'
             MOVE 1                    TO BOOKVIST-CTRL-COD
             MOVE "CHECKLIST EXIGE VISITA REALIZADA"
                                       TO BOOKVIST-CTRL-MSG
           ELSE
             PERFORM 2510-LER-CLIENTE-VISITA

             IF BOOKVIST-CTRL-COD      EQUAL ZEROS
               PERFORM 2520-ABRIR-ARQ-CHECKLIST
             END-IF

             IF BOOKVIST-CTRL-COD      EQUAL ZEROS
               MOVE 'N'                TO WS-IND-PERGUNTA
               MOVE BOOKVIST-REG-COD-PERGUNTA
                                       TO FD-CHK-CODIGO

               START ARQ-CHECKLIST     KEY IS GREATER FD-CHK-CODIGO

               IF WS-FS-ARQ-CHECKLIST  EQUAL ZEROS
                 PERFORM 2610-LER-ARQ-CHECKLIST
                 PERFORM               UNTIL WS-FS-ARQ-CHECKLIST
                                       NOT EQUAL ZEROS OR
                                       WS-PERGUNTA-APLICAVEL
                   PERFORM 2540-VERIFICAR-APLICACAO
                   IF NOT WS-PERGUNTA-APLICAVEL
                     PERFORM 2610-LER-ARQ-CHECKLIST
                   END-IF
                 END-PERFORM
               END-IF

               CLOSE ARQ-CHECKLIST

               IF WS-PERGUNTA-APLICAVEL
                 MOVE FD-CHK-CODIGO    TO BOOKVIST-REG-COD-PERGUNTA
                 MOVE FD-CHK-DESCRICAO TO BOOKVIST-REG-DESC-PERGUNTA
                 MOVE FD-CHK-PESO      TO BOOKVIST-REG-PESO-PERGUNTA
                 MOVE ZEROS            TO BOOKVIST-CTRL-COD
                 MOVE "RESPONDA O ITEM DO CHECKLIST"
                                       TO BOOKVIST-CTRL-MSG
               ELSE
                 MOVE 3                TO BOOKVIST-CTRL-COD
                 MOVE "CHECKLIST CONCLUIDO"
                                       TO BOOKVIST-CTRL-MSG
               END-IF
             END-IF
           END-IF
           END-IF

           .
       2600-99-FIM.                    EXIT.

       2610-LER-ARQ-CHECKLIST          SECTION.

           READ ARQ-CHECKLIST          NEXT RECORD

           .
       2610-99-FIM.                    EXIT.

       2150-VERIFICAR-ATRIBUICAO       SECTION.

           SET WS-ATRIBUICAO-NAO-ENCONTRADA

           PERFORM 1150-FECHAR-ARQUIVOS

           IF WS-ULTVISIT-PENDENTE
             PERFORM 3100-ATUALIZAR-ULTIMA-VISITA
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ATUALIZAR-ULTIMA-VISITA    SECTION.

           MOVE 'N'                    TO WS-IND-ULTVISIT

           INITIALIZE                  WS-LINK-ATUAULTV

           SET BOOKULTV-ATUALIZAR      TO TRUE
           MOVE BOOKVIST-REG-COD-CLIENTE
                                       TO BOOKULTV-REG-COD-CLIENTE
           MOVE BOOKVIST-REG-OPERADOR  TO BOOKULTV-REG-OPERADOR

           CALL WS-ATUAULTV            USING WS-LINK-ATUAULTV

           IF BOOKULTV-CTRL-COD        NOT EQUAL ZEROS
             MOVE "VISITA GRAVADA - ULTVISIT NAO ATUALIZADO"
                                       TO BOOKVIST-CTRL-MSG
           END-IF

           .
       3100-99-FIM.                    EXIT.
