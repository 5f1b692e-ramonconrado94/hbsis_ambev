       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDPERI.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PERIODO ASSIGN TO DISK "PERIODO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PER-ANO-MES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PERIODO.

           SELECT OPTIONAL ARQ-HIST-PERIODO
                                       ASSIGN TO "PERHIST.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PERIODO
           LABEL RECORD                IS STANDARD.
       01  FD-PERIODO.
           05 FD-PER-ANO-MES           PIC 9(006).
           05 FD-PER-SITUACAO          PIC X(001).
               88 FD-PER-ABERTO                            VALUE 'A'.
               88 FD-PER-FECHADO                           VALUE 'F'.
           05 FD-PER-OPER-FECHAMENTO   PIC X(010).
           05 FD-PER-DH-FECHAMENTO     PIC 9(014).
           05 FD-PER-OPER-REABERTURA   PIC X(010).
           05 FD-PER-DH-REABERTURA     PIC 9(014).
           05 FD-PER-MOTIVO-REABERTURA PIC X(040).

       FD  ARQ-HIST-PERIODO
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-PERIODO.
           05 FD-HPE-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-HPE-ANO-MES           PIC 9(006).
           05 FILLER                   PIC X(001).
           05 FD-HPE-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HPE-OPERADOR          PIC X(010).
           05 FILLER                   PIC X(001).
           05 FD-HPE-MOTIVO            PIC X(040).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PERIODO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.

       77  WS-DATA-HORA-ATUAL          PIC 9(014)          VALUE ZEROS.
       77  WS-ANO-MES-ATUAL            PIC 9(006)          VALUE ZEROS.
       77  WS-PERIODO-ACHOU            PIC X(001)          VALUE 'N'.

       01  WS-ANO-MES-INFORMADO.
           05 WS-AMI-ANO               PIC 9(004)          VALUE ZEROS.
           05 WS-AMI-MES               PIC 9(002)          VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPERI.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKPERI-CTRL-COD
           MOVE SPACES                 TO BOOKPERI-CTRL-MSG

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL (1:6)
                                       TO WS-ANO-MES-ATUAL

           IF BOOKPERI-REG-DATA-REFERENCIA
                                       GREATER ZEROS
             MOVE BOOKPERI-REG-DATA-REFERENCIA (1:6)
                                       TO BOOKPERI-REG-ANO-MES
           END-IF

           MOVE BOOKPERI-REG-ANO-MES   TO WS-ANO-MES-INFORMADO

           IF BOOKPERI-FECHAR OR BOOKPERI-REABRIR
             PERFORM 1110-ABRIR-PERIODO-ATUALIZA
             PERFORM 1120-ABRIR-ARQ-HIST
           ELSE
             PERFORM 1115-ABRIR-PERIODO-CONSULTA
           END-IF
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-PERIODO-ATUALIZA     SECTION.

           OPEN I-O ARQ-PERIODO

           IF WS-FS-ARQ-PERIODO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPERI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-PERIODO-CONSULTA     SECTION.

           OPEN INPUT ARQ-PERIODO

           IF WS-FS-ARQ-PERIODO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPERI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-HIST             SECTION.

           OPEN EXTEND ARQ-HIST-PERIODO

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPERI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HIST. DE PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-LER-PERIODO                SECTION.

           MOVE 'N'                    TO WS-PERIODO-ACHOU

           IF WS-FS-ARQ-PERIODO        NOT EQUAL '35'
             MOVE BOOKPERI-REG-ANO-MES TO FD-PER-ANO-MES
             READ ARQ-PERIODO          RECORD INTO FD-PERIODO
                                       KEY IS FD-PER-ANO-MES

             IF WS-FS-ARQ-PERIODO      EQUAL ZEROS
               MOVE 'S'                TO WS-PERIODO-ACHOU
             END-IF
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-GRAVAR-ARQ-HIST            SECTION.

           MOVE SPACES                 TO FD-HIST-PERIODO
           MOVE BOOKPERI-REG-SERVICO   TO FD-HPE-OPERACAO
           MOVE BOOKPERI-REG-ANO-MES   TO FD-HPE-ANO-MES
           MOVE WS-DATA-HORA-ATUAL     TO FD-HPE-DATA-HORA
           MOVE BOOKPERI-REG-OPERADOR  TO FD-HPE-OPERADOR
           MOVE BOOKPERI-REG-MOTIVO    TO FD-HPE-MOTIVO

           WRITE FD-HIST-PERIODO

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKPERI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HIST. DE PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-DEVOLVER-PERIODO           SECTION.

           IF WS-PERIODO-ACHOU         EQUAL 'S'
             MOVE FD-PER-SITUACAO      TO BOOKPERI-REG-SITUACAO
             MOVE FD-PER-OPER-FECHAMENTO
                                       TO BOOKPERI-REG-OPER-FECHAMENTO
             MOVE FD-PER-DH-FECHAMENTO TO BOOKPERI-REG-DH-FECHAMENTO
             MOVE FD-PER-OPER-REABERTURA
                                       TO BOOKPERI-REG-OPER-REABERTURA
             MOVE FD-PER-DH-REABERTURA TO BOOKPERI-REG-DH-REABERTURA
             MOVE FD-PER-MOTIVO-REABERTURA
                                       TO BOOKPERI-REG-MOTIVO-REABERTURA
           ELSE
             SET BOOKPERI-PERIODO-ABERTO
                                       TO TRUE
             MOVE SPACES               TO BOOKPERI-REG-OPER-FECHAMENTO
                                       BOOKPERI-REG-OPER-REABERTURA
                                       BOOKPERI-REG-MOTIVO-REABERTURA
             MOVE ZEROS                TO BOOKPERI-REG-DH-FECHAMENTO
                                       BOOKPERI-REG-DH-REABERTURA
           END-IF

           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-AMI-ANO               EQUAL ZEROS OR
              WS-AMI-MES               LESS 01 OR
              WS-AMI-MES               GREATER 12
             MOVE 1                    TO BOOKPERI-CTRL-COD
             MOVE "ANO/MES DO PERIODO INVALIDO"
                                       TO BOOKPERI-CTRL-MSG
           ELSE
             EVALUATE TRUE
               WHEN BOOKPERI-VERIFICAR
                 PERFORM 2100-VERIFICAR
               WHEN BOOKPERI-FECHAR
                 PERFORM 2200-FECHAR
               WHEN BOOKPERI-REABRIR
                 PERFORM 2300-REABRIR
               WHEN BOOKPERI-PESQUISAR
                 PERFORM 2500-PESQUISAR
               WHEN OTHER
                 MOVE 1                TO BOOKPERI-CTRL-COD
                 MOVE "OPCAO INVALIDA" TO BOOKPERI-CTRL-MSG
             END-EVALUATE
           END-IF
           .
       2000-99-FIM.                    EXIT.

       2100-VERIFICAR                  SECTION.

           PERFORM 1130-LER-PERIODO
           PERFORM 1150-DEVOLVER-PERIODO

           IF BOOKPERI-PERIODO-FECHADO
             MOVE 1                    TO BOOKPERI-CTRL-COD
             STRING "PERIODO "         DELIMITED BY SIZE
                    BOOKPERI-REG-ANO-MES
                                       DELIMITED BY SIZE
                    " FECHADO - LANCAMENTO REJEITADO"
                                       DELIMITED BY SIZE
                                       INTO BOOKPERI-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKPERI-CTRL-COD
             MOVE "PERIODO ABERTO"     TO BOOKPERI-CTRL-MSG
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-FECHAR                     SECTION.

           PERFORM 1130-LER-PERIODO

           IF BOOKPERI-REG-ANO-MES     NOT LESS WS-ANO-MES-ATUAL
             MOVE 1                    TO BOOKPERI-CTRL-COD
             MOVE "SOMENTE MES ANTERIOR AO CORRENTE FECHA"
                                       TO BOOKPERI-CTRL-MSG
           ELSE
           IF WS-PERIODO-ACHOU         EQUAL 'S' AND
              FD-PER-FECHADO
             MOVE 1                    TO BOOKPERI-CTRL-COD
             MOVE "PERIODO JA ESTA FECHADO"
                                       TO BOOKPERI-CTRL-MSG
           ELSE
             IF WS-PERIODO-ACHOU       EQUAL 'N'
               MOVE BOOKPERI-REG-ANO-MES
                                       TO FD-PER-ANO-MES
               MOVE SPACES             TO FD-PER-OPER-REABERTURA
                                       FD-PER-MOTIVO-REABERTURA
               MOVE ZEROS              TO FD-PER-DH-REABERTURA
             END-IF

             SET FD-PER-FECHADO        TO TRUE
             MOVE BOOKPERI-REG-OPERADOR
                                       TO FD-PER-OPER-FECHAMENTO
             MOVE WS-DATA-HORA-ATUAL   TO FD-PER-DH-FECHAMENTO

             IF WS-PERIODO-ACHOU       EQUAL 'S'
               REWRITE FD-PERIODO
             ELSE
               WRITE FD-PERIODO
             END-IF

             IF WS-FS-ARQ-PERIODO      EQUAL ZEROS
               MOVE 'S'                TO WS-PERIODO-ACHOU
               PERFORM 1140-GRAVAR-ARQ-HIST
               PERFORM 1150-DEVOLVER-PERIODO

               IF BOOKPERI-CTRL-COD    EQUAL ZEROS
                 MOVE "PERIODO FECHADO COM SUCESSO"
                                       TO BOOKPERI-CTRL-MSG
               END-IF
             ELSE
               MOVE 2                  TO BOOKPERI-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
             END-IF
           END-IF
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-REABRIR                    SECTION.

           PERFORM 1130-LER-PERIODO

           IF WS-PERIODO-ACHOU         EQUAL 'N' OR
              NOT FD-PER-FECHADO
             MOVE 1                    TO BOOKPERI-CTRL-COD
             MOVE "PERIODO NAO ESTA FECHADO"
                                       TO BOOKPERI-CTRL-MSG
           ELSE
           IF BOOKPERI-REG-MOTIVO      EQUAL SPACES
             MOVE 1                    TO BOOKPERI-CTRL-COD
             MOVE "MOTIVO DA REABERTURA OBRIGATORIO"
                                       TO BOOKPERI-CTRL-MSG
           ELSE
             SET FD-PER-ABERTO         TO TRUE
             MOVE BOOKPERI-REG-OPERADOR
                                       TO FD-PER-OPER-REABERTURA
             MOVE WS-DATA-HORA-ATUAL   TO FD-PER-DH-REABERTURA
             MOVE BOOKPERI-REG-MOTIVO  TO FD-PER-MOTIVO-REABERTURA

             REWRITE FD-PERIODO

             IF WS-FS-ARQ-PERIODO      EQUAL ZEROS
               PERFORM 1140-GRAVAR-ARQ-HIST
               PERFORM 1150-DEVOLVER-PERIODO

               IF BOOKPERI-CTRL-COD    EQUAL ZEROS
                 MOVE "PERIODO REABERTO COM SUCESSO"
                                       TO BOOKPERI-CTRL-MSG
               END-IF
             ELSE
               MOVE 2                  TO BOOKPERI-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DOS PERIODOS"
                                       TO BOOKPERI-CTRL-MSG
             END-IF
           END-IF
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           PERFORM 1130-LER-PERIODO
           PERFORM 1150-DEVOLVER-PERIODO

           IF WS-PERIODO-ACHOU         EQUAL 'S'
             MOVE ZEROS                TO BOOKPERI-CTRL-COD
             MOVE "PERIODO ENCONTRADO" TO BOOKPERI-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKPERI-CTRL-COD
             MOVE "PERIODO SEM CONTROLE - ABERTO"
                                       TO BOOKPERI-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PERIODO

           IF BOOKPERI-FECHAR OR BOOKPERI-REABRIR
             CLOSE ARQ-HIST-PERIODO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.
