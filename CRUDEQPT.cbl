       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDEQPT.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-EQUIPTO ASSIGN TO DISK "EQUIPTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-EQP-NUM-ATIVO
                  ALTERNATE RECORD KEY IS FD-EQP-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  WITH LOCK ON RECORD
                  FILE STATUS          IS WS-FS-ARQ-EQUIPTO.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-MOVTO-EQUIPTO    ASSIGN TO DISK "EQPMOVTO.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MOVTO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-EQUIPTO
           LABEL RECORD                IS STANDARD.
       01  FD-EQUIPTO.
           05 FD-EQP-NUM-ATIVO         PIC 9(007).
           05 FD-EQP-TIPO              PIC X(001).
           05 FD-EQP-NUM-SERIE         PIC X(020).
           05 FD-EQP-DESCRICAO         PIC X(030).
           05 FD-EQP-COD-CLIENTE       PIC 9(007).
           05 FD-EQP-DATA-INSTALACAO   PIC 9(008).
           05 FD-EQP-STATUS            PIC X(001).
               88 FD-EQP-EM-CLIENTE                        VALUE 'C'.
               88 FD-EQP-EM-DEPOSITO                       VALUE 'D'.
               88 FD-EQP-EM-MANUTENCAO                     VALUE 'M'.
               88 FD-EQP-BAIXADO                           VALUE 'B'.
           05 FD-EQP-DATA-ULT-CONFIRM  PIC 9(008).
           05 FD-EQP-SITUACAO-CONFIRM  PIC X(001).
               88 FD-EQP-FUNCIONANDO                       VALUE 'F'.
               88 FD-EQP-DEFEITO                           VALUE 'D'.
               88 FD-EQP-NAO-ENCONTRADO                    VALUE 'N'.
           05 FD-EQP-VEND-CONFIRM      PIC 9(005).
           05 FD-EQP-DATA-ULT-MOVTO    PIC 9(008).
           05 FD-EQP-OPERADOR          PIC X(010).

       FD  ARQ-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-CLIENTE.
           05 FD-CLI-COD-CLIENTE       PIC 9(007).
           05 FD-CLI-CNPJ              PIC 9(014).
           05 FD-CLI-FILIAL            PIC 9(004).
           05 FD-CLI-RZ-SOCIAL         PIC X(040).
           05 FD-CLI-LATITUDE          PIC S9(003)V9(008).
           05 FD-CLI-LONGITUDE         PIC S9(003)V9(008).
           05 FD-CLI-COD-VENDEDOR      PIC 9(005).
           05 FD-CLI-STATUS            PIC X(001).
               88 FD-CLI-ATIVO                             VALUE 'A'.
               88 FD-CLI-INATIVO                           VALUE 'I'.
           05 FD-CLI-TELEFONE          PIC X(015).
           05 FD-CLI-EMAIL             PIC X(040).
           05 FD-CLI-CONTATO           PIC X(040).
           05 FD-CLI-REGIAO            PIC 9(003).
           05 FD-CLI-CLASSE-ABC        PIC X(001).
           05 FD-CLI-FREQ-VISITA       PIC X(001).
               88 FD-CLI-FREQ-SEMANAL                      VALUE 'S'.
               88 FD-CLI-FREQ-QUINZENAL                    VALUE 'Q'.
               88 FD-CLI-FREQ-MENSAL                       VALUE 'M'.
           05 FD-CLI-DIAS-PREFERIDOS   PIC X(007).
           05 FD-CLI-HORA-ABRE         PIC 9(004).
           05 FD-CLI-HORA-FECHA        PIC 9(004).
           05 FD-CLI-LIMITE-CREDITO    PIC 9(009)V9(002).
           05 FD-CLI-BLOQ-FINANCEIRO   PIC X(001).
               88 FD-CLI-BLOQUEADO                         VALUE 'S'.
           05 FD-CLI-CLIENTE-DESTINO   PIC 9(007).
           05 FD-CLI-PROTEGIDO-LGPD    PIC X(001).
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-MOVTO-EQUIPTO
           LABEL RECORD                IS STANDARD.
       01  FD-MOVTO-EQUIPTO.
           05 FD-MOV-TIPO              PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-NUM-ATIVO         PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-CLIENTE-ORIGEM    PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-CLIENTE-DESTINO   PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-STATUS            PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-SITUACAO          PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-DATA-REFERENCIA   PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-COD-VENDEDOR      PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-MOV-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-EQUIPTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MOVTO             PIC X(002)          VALUE SPACES.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       77  WS-CLIENTE-ORIGEM           PIC 9(007)          VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKEQPT.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKEQPT-CTRL-COD
           MOVE SPACES                 TO BOOKEQPT-CTRL-MSG

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           PERFORM 1110-ABRIR-ARQ-EQUIPTO
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-MOVTO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-EQUIPTO          SECTION.

           OPEN I-O ARQ-EQUIPTO

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEQPT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EQUIPAMENTOS"
                                       TO BOOKEQPT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEQPT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKEQPT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-MOVTO            SECTION.

           OPEN EXTEND ARQ-MOVTO-EQUIPTO

           IF WS-FS-ARQ-MOVTO          EQUAL '05' OR '35'
             OPEN OUTPUT ARQ-MOVTO-EQUIPTO
           END-IF

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEQPT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE EQUIPAMENTO"
                                       TO BOOKEQPT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-EQUIPTO            SECTION.

           MOVE BOOKEQPT-REG-NUM-ATIVO TO FD-EQP-NUM-ATIVO
           READ ARQ-EQUIPTO            RECORD INTO FD-EQUIPTO
                                       WITH LOCK
                                       KEY IS FD-EQP-NUM-ATIVO

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-EQUIPTO         SECTION.

           MOVE WS-DATA-HOJE           TO FD-EQP-DATA-ULT-MOVTO
           MOVE BOOKEQPT-REG-OPERADOR  TO FD-EQP-OPERADOR

           IF BOOKEQPT-INCLUSAO
             WRITE FD-EQUIPTO
           ELSE
             REWRITE FD-EQUIPTO
           END-IF

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS
             PERFORM 1160-GRAVAR-ARQ-MOVTO
             PERFORM 2900-DEVOLVER-EQUIPAMENTO
           ELSE
             MOVE 2                    TO BOOKEQPT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EQUIPAMENTOS"
                                       TO BOOKEQPT-CTRL-MSG
           END-IF

           UNLOCK ARQ-EQUIPTO

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-MOVTO           SECTION.

           INITIALIZE                  FD-MOVTO-EQUIPTO
           MOVE BOOKEQPT-REG-SERVICO   TO FD-MOV-TIPO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-MOV-DATA-HORA
           MOVE FD-EQP-NUM-ATIVO       TO FD-MOV-NUM-ATIVO
           MOVE WS-CLIENTE-ORIGEM      TO FD-MOV-CLIENTE-ORIGEM
           MOVE FD-EQP-COD-CLIENTE     TO FD-MOV-CLIENTE-DESTINO
           MOVE FD-EQP-STATUS          TO FD-MOV-STATUS
           MOVE FD-EQP-SITUACAO-CONFIRM
                                       TO FD-MOV-SITUACAO
           MOVE BOOKEQPT-REG-DATA-REFERENCIA
                                       TO FD-MOV-DATA-REFERENCIA
           MOVE BOOKEQPT-REG-COD-VENDEDOR
                                       TO FD-MOV-COD-VENDEDOR
           MOVE BOOKEQPT-REG-MOTIVO    TO FD-MOV-MOTIVO
           MOVE BOOKEQPT-REG-OPERADOR  TO FD-MOV-OPERADOR

           WRITE FD-MOVTO-EQUIPTO

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEQPT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE EQUIPAMENTO"
                                       TO BOOKEQPT-CTRL-MSG
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-EQUIPTO
                                       ARQ-CLIENTE
                                       ARQ-MOVTO-EQUIPTO
           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE TRUE
             WHEN BOOKEQPT-INCLUSAO
               PERFORM 2100-INCLUIR
             WHEN BOOKEQPT-ALTERACAO
               PERFORM 2200-ALTERAR
             WHEN BOOKEQPT-MOVIMENTACAO
               PERFORM 2300-MOVIMENTAR
             WHEN BOOKEQPT-CONFIRMACAO
               PERFORM 2400-CONFIRMAR
             WHEN BOOKEQPT-BAIXA
               PERFORM 2500-BAIXAR
             WHEN BOOKEQPT-PESQUISA
               PERFORM 2600-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKEQPT-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           IF BOOKEQPT-REG-NUM-ATIVO   EQUAL ZEROS
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "NUMERO DO ATIVO INVALIDO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF NOT BOOKEQPT-REG-GELADEIRA AND
              NOT BOOKEQPT-REG-CHOPEIRA  AND
              NOT BOOKEQPT-REG-EXPOSITOR AND
              NOT BOOKEQPT-REG-OUTRO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "TIPO DEVE SER G, C, D OU O"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF BOOKEQPT-REG-NUM-SERIE   EQUAL SPACES
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "NUMERO DE SERIE OBRIGATORIO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
             PERFORM 2050-VALIDAR-DATA-REFERENCIA
             IF BOOKEQPT-CTRL-COD      EQUAL ZEROS AND
                BOOKEQPT-REG-COD-CLIENTE
                                       GREATER ZEROS
               PERFORM 2060-VALIDAR-CLIENTE
             END-IF
           END-IF
           END-IF
           END-IF

           IF BOOKEQPT-CTRL-COD        EQUAL ZEROS
             PERFORM 1140-LER-ARQ-EQUIPTO

             IF WS-FS-ARQ-EQUIPTO      EQUAL ZEROS
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "ATIVO JA CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
               INITIALIZE              FD-EQUIPTO
               MOVE BOOKEQPT-REG-NUM-ATIVO
                                       TO FD-EQP-NUM-ATIVO
               MOVE BOOKEQPT-REG-TIPO  TO FD-EQP-TIPO
               MOVE BOOKEQPT-REG-NUM-SERIE
                                       TO FD-EQP-NUM-SERIE
               MOVE BOOKEQPT-REG-DESCRICAO
                                       TO FD-EQP-DESCRICAO
               MOVE BOOKEQPT-REG-COD-CLIENTE
                                       TO FD-EQP-COD-CLIENTE
               MOVE ZEROS              TO WS-CLIENTE-ORIGEM
               IF BOOKEQPT-REG-COD-CLIENTE
                                       GREATER ZEROS
                 SET FD-EQP-EM-CLIENTE TO TRUE
                 MOVE BOOKEQPT-REG-DATA-REFERENCIA
                                       TO FD-EQP-DATA-INSTALACAO
               ELSE
                 SET FD-EQP-EM-DEPOSITO
                                       TO TRUE
               END-IF

               PERFORM 1150-GRAVAR-ARQ-EQUIPTO

               IF BOOKEQPT-CTRL-COD    EQUAL ZEROS
                 MOVE "EQUIPAMENTO CADASTRADO COM SUCESSO"
                                       TO BOOKEQPT-CTRL-MSG
               END-IF
             END-IF
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2050-VALIDAR-DATA-REFERENCIA    SECTION.

           IF BOOKEQPT-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE WS-DATA-HOJE         TO BOOKEQPT-REG-DATA-REFERENCIA
           ELSE
             INITIALIZE                WS-LINK-VALIDATA

             MOVE BOOKEQPT-REG-DATA-REFERENCIA
                                       TO BOOKVDAT-REG-DATA
             MOVE 'N'                  TO BOOKVDAT-REG-ACEITA-FUTURO

             CALL WS-VALIDATA          USING WS-LINK-VALIDATA

             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE BOOKVDAT-CTRL-MSG  TO BOOKEQPT-CTRL-MSG
             END-IF
           END-IF

           .
       2050-99-FIM.                    EXIT.

       2060-VALIDAR-CLIENTE            SECTION.

           MOVE BOOKEQPT-REG-COD-CLIENTE
                                       TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "CLIENTE NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF FD-CLI-CLIENTE-DESTINO   GREATER ZEROS
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "CLIENTE INCORPORADO A OUTRO CODIGO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF FD-CLI-DADOS-ANONIMOS
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "CLIENTE ANONIMIZADO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF NOT FD-CLI-ATIVO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "CLIENTE INATIVO"    TO BOOKEQPT-CTRL-MSG
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2060-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           PERFORM 1140-LER-ARQ-EQUIPTO

           IF WS-FS-ARQ-EQUIPTO        NOT EQUAL ZEROS
             MOVE 3                    TO BOOKEQPT-CTRL-COD
             MOVE "ATIVO NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF FD-EQP-BAIXADO
             UNLOCK ARQ-EQUIPTO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "EQUIPAMENTO BAIXADO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF BOOKEQPT-REG-TIPO        NOT EQUAL SPACES AND
              NOT BOOKEQPT-REG-GELADEIRA AND
              NOT BOOKEQPT-REG-CHOPEIRA  AND
              NOT BOOKEQPT-REG-EXPOSITOR AND
              NOT BOOKEQPT-REG-OUTRO
             UNLOCK ARQ-EQUIPTO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "TIPO DEVE SER G, C, D OU O"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF BOOKEQPT-REG-STATUS      NOT EQUAL SPACES AND
              NOT BOOKEQPT-REG-EM-DEPOSITO AND
              NOT BOOKEQPT-REG-EM-MANUTENCAO
             UNLOCK ARQ-EQUIPTO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "STATUS DEVE SER D OU M"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
           IF BOOKEQPT-REG-STATUS      NOT EQUAL SPACES AND
              FD-EQP-COD-CLIENTE       GREATER ZEROS
             UNLOCK ARQ-EQUIPTO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "RECOLHA O EQUIPAMENTO AO DEPOSITO ANTES"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
             MOVE FD-EQP-COD-CLIENTE   TO WS-CLIENTE-ORIGEM
             IF BOOKEQPT-REG-TIPO      NOT EQUAL SPACES
               MOVE BOOKEQPT-REG-TIPO  TO FD-EQP-TIPO
             END-IF
             IF BOOKEQPT-REG-NUM-SERIE NOT EQUAL SPACES
               MOVE BOOKEQPT-REG-NUM-SERIE
                                       TO FD-EQP-NUM-SERIE
             END-IF
             IF BOOKEQPT-REG-DESCRICAO NOT EQUAL SPACES
               MOVE BOOKEQPT-REG-DESCRICAO
                                       TO FD-EQP-DESCRICAO
             END-IF
             IF BOOKEQPT-REG-STATUS    NOT EQUAL SPACES
               MOVE BOOKEQPT-REG-STATUS
                                       TO FD-EQP-STATUS
             END-IF
             MOVE WS-DATA-HOJE         TO BOOKEQPT-REG-DATA-REFERENCIA

             PERFORM 1150-GRAVAR-ARQ-EQUIPTO

             IF BOOKEQPT-CTRL-COD      EQUAL ZEROS
               MOVE "EQUIPAMENTO ALTERADO COM SUCESSO"
                                       TO BOOKEQPT-CTRL-MSG
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2300-MOVIMENTAR                 SECTION.

           PERFORM 2050-VALIDAR-DATA-REFERENCIA

           IF BOOKEQPT-CTRL-COD        EQUAL ZEROS AND
              BOOKEQPT-REG-COD-CLIENTE GREATER ZEROS
             PERFORM 2060-VALIDAR-CLIENTE
           END-IF

           IF BOOKEQPT-CTRL-COD        EQUAL ZEROS
             PERFORM 1140-LER-ARQ-EQUIPTO

             IF WS-FS-ARQ-EQUIPTO      NOT EQUAL ZEROS
               MOVE 3                  TO BOOKEQPT-CTRL-COD
               MOVE "ATIVO NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
             IF FD-EQP-BAIXADO
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "EQUIPAMENTO BAIXADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
             IF FD-EQP-EM-MANUTENCAO AND
                BOOKEQPT-REG-COD-CLIENTE
                                       GREATER ZEROS
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "EQUIPAMENTO EM MANUTENCAO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
             IF BOOKEQPT-REG-COD-CLIENTE
                                       EQUAL FD-EQP-COD-CLIENTE
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "EQUIPAMENTO JA ESTA NESTE LOCAL"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
               MOVE FD-EQP-COD-CLIENTE TO WS-CLIENTE-ORIGEM
               MOVE BOOKEQPT-REG-COD-CLIENTE
                                       TO FD-EQP-COD-CLIENTE
               MOVE BOOKEQPT-REG-DATA-REFERENCIA
                                       TO FD-EQP-DATA-INSTALACAO
               MOVE ZEROS              TO FD-EQP-DATA-ULT-CONFIRM
                                       FD-EQP-VEND-CONFIRM
               MOVE SPACES             TO FD-EQP-SITUACAO-CONFIRM
               IF FD-EQP-COD-CLIENTE   GREATER ZEROS
                 SET FD-EQP-EM-CLIENTE TO TRUE
               ELSE
                 IF NOT FD-EQP-EM-MANUTENCAO
                   SET FD-EQP-EM-DEPOSITO
                                       TO TRUE
                 END-IF
               END-IF

               PERFORM 1150-GRAVAR-ARQ-EQUIPTO

               IF BOOKEQPT-CTRL-COD    EQUAL ZEROS
                 IF FD-EQP-COD-CLIENTE GREATER ZEROS
                   MOVE "EQUIPAMENTO INSTALADO NO CLIENTE"
                                       TO BOOKEQPT-CTRL-MSG
                 ELSE
                   MOVE "EQUIPAMENTO RECOLHIDO AO DEPOSITO"
                                       TO BOOKEQPT-CTRL-MSG
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2400-CONFIRMAR                  SECTION.

           IF NOT BOOKEQPT-REG-FUNCIONANDO AND
              NOT BOOKEQPT-REG-DEFEITO     AND
              NOT BOOKEQPT-REG-NAO-ENCONTRADO
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "SITUACAO DEVE SER F, D OU N"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
             PERFORM 2050-VALIDAR-DATA-REFERENCIA
           END-IF

           IF BOOKEQPT-CTRL-COD        EQUAL ZEROS
             PERFORM 1140-LER-ARQ-EQUIPTO

             IF WS-FS-ARQ-EQUIPTO      NOT EQUAL ZEROS
               MOVE 3                  TO BOOKEQPT-CTRL-COD
               MOVE "ATIVO NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
             IF NOT FD-EQP-EM-CLIENTE OR
                FD-EQP-COD-CLIENTE     NOT EQUAL
                                       BOOKEQPT-REG-COD-CLIENTE
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "EQUIPAMENTO NAO ESTA NESTE CLIENTE"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
               MOVE FD-EQP-COD-CLIENTE TO WS-CLIENTE-ORIGEM
               IF BOOKEQPT-REG-DATA-REFERENCIA
                                       NOT LESS FD-EQP-DATA-ULT-CONFIRM
                 MOVE BOOKEQPT-REG-DATA-REFERENCIA
                                       TO FD-EQP-DATA-ULT-CONFIRM
                 MOVE BOOKEQPT-REG-SITUACAO
                                       TO FD-EQP-SITUACAO-CONFIRM
                 MOVE BOOKEQPT-REG-COD-VENDEDOR
                                       TO FD-EQP-VEND-CONFIRM
               END-IF

               PERFORM 1150-GRAVAR-ARQ-EQUIPTO

               IF BOOKEQPT-CTRL-COD    EQUAL ZEROS
                 MOVE "CONFERENCIA DO EQUIPAMENTO REGISTRADA"
                                       TO BOOKEQPT-CTRL-MSG
               END-IF
             END-IF
             END-IF
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2500-BAIXAR                     SECTION.

           IF BOOKEQPT-REG-MOTIVO      EQUAL SPACES
             MOVE 1                    TO BOOKEQPT-CTRL-COD
             MOVE "MOTIVO DA BAIXA OBRIGATORIO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
             PERFORM 1140-LER-ARQ-EQUIPTO

             IF WS-FS-ARQ-EQUIPTO      NOT EQUAL ZEROS
               MOVE 3                  TO BOOKEQPT-CTRL-COD
               MOVE "ATIVO NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
             IF FD-EQP-BAIXADO
               UNLOCK ARQ-EQUIPTO
               MOVE 1                  TO BOOKEQPT-CTRL-COD
               MOVE "EQUIPAMENTO JA BAIXADO"
                                       TO BOOKEQPT-CTRL-MSG
             ELSE
               MOVE FD-EQP-COD-CLIENTE TO WS-CLIENTE-ORIGEM
               MOVE ZEROS              TO FD-EQP-COD-CLIENTE
               SET FD-EQP-BAIXADO      TO TRUE
               MOVE WS-DATA-HOJE       TO BOOKEQPT-REG-DATA-REFERENCIA

               PERFORM 1150-GRAVAR-ARQ-EQUIPTO

               IF BOOKEQPT-CTRL-COD    EQUAL ZEROS
                 MOVE "EQUIPAMENTO BAIXADO COM SUCESSO"
                                       TO BOOKEQPT-CTRL-MSG
               END-IF
             END-IF
             END-IF
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2600-PESQUISAR                  SECTION.

           MOVE BOOKEQPT-REG-NUM-ATIVO TO FD-EQP-NUM-ATIVO
           READ ARQ-EQUIPTO            RECORD INTO FD-EQUIPTO
                                       KEY IS FD-EQP-NUM-ATIVO

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS
             MOVE ZEROS                TO WS-CLIENTE-ORIGEM
             PERFORM 2900-DEVOLVER-EQUIPAMENTO
             MOVE ZEROS                TO BOOKEQPT-CTRL-COD
             MOVE "EQUIPAMENTO ENCONTRADO"
                                       TO BOOKEQPT-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKEQPT-CTRL-COD
             MOVE "ATIVO NAO CADASTRADO"
                                       TO BOOKEQPT-CTRL-MSG
           END-IF

           .
       2600-99-FIM.                    EXIT.

       2900-DEVOLVER-EQUIPAMENTO       SECTION.

           MOVE FD-EQP-TIPO            TO BOOKEQPT-REG-TIPO
           MOVE FD-EQP-NUM-SERIE       TO BOOKEQPT-REG-NUM-SERIE
           MOVE FD-EQP-DESCRICAO       TO BOOKEQPT-REG-DESCRICAO
           MOVE FD-EQP-COD-CLIENTE     TO BOOKEQPT-REG-COD-CLIENTE
           MOVE FD-EQP-DATA-INSTALACAO TO BOOKEQPT-REG-DATA-INSTALACAO
           MOVE FD-EQP-STATUS          TO BOOKEQPT-REG-STATUS
           MOVE FD-EQP-SITUACAO-CONFIRM
                                       TO BOOKEQPT-REG-SITUACAO
           MOVE FD-EQP-DATA-ULT-CONFIRM
                                       TO BOOKEQPT-REG-DATA-ULT-CONFIRM
           MOVE WS-CLIENTE-ORIGEM      TO BOOKEQPT-REG-COD-CLIENTE-ANT

           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
