       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELACESS.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-OPERADOR
                                       ASSIGN TO DISK "OPERADOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-OPE-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-OPERADOR.

           SELECT ARQ-ACESSO           ASSIGN TO DISK "ACESSO.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ACESSO.

           SELECT ARQ-RELAT-ACESSO     ASSIGN TO "RELACESS.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-ACESSO          ASSIGN TO "WACESSO.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-ACESSO
           LABEL RECORD                IS STANDARD.
       01  FD-ACESSO.
           05 FD-ACE-DATA-HORA.
               10 FD-ACE-DATA          PIC 9(008).
               10 FD-ACE-HORA          PIC 9(004).
               10 FD-ACE-SEGUNDOS      PIC 9(002).
           05 FILLER                   PIC X(001).
           05 FD-ACE-OPERADOR          PIC X(010).
           05 FILLER                   PIC X(001).
           05 FD-ACE-EVENTO            PIC X(001).
               88 FD-ACE-LOGIN                             VALUE 'E'.
               88 FD-ACE-LOGOUT                            VALUE 'S'.
               88 FD-ACE-FALHA                             VALUE 'F'.
               88 FD-ACE-BLOQUEIO                          VALUE 'B'.
               88 FD-ACE-NEGADO                            VALUE 'N'.
               88 FD-ACE-TROCA-SENHA                       VALUE 'T'.
               88 FD-ACE-DESBLOQUEIO                       VALUE 'D'.
           05 FILLER                   PIC X(001).
           05 FD-ACE-DETALHE           PIC X(040).

       FD  ARQ-RELAT-ACESSO
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-ACESSO.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-ACESSO.
       01  SD-ACESSO.
           05 SD-ACE-OPERADOR          PIC X(010).
           05 SD-ACE-DATA-HORA         PIC 9(014).
           05 SD-ACE-EVENTO            PIC X(001).
               88 SD-ACE-LOGIN                             VALUE 'E'.
               88 SD-ACE-LOGOUT                            VALUE 'S'.
               88 SD-ACE-FALHA                             VALUE 'F'.
               88 SD-ACE-BLOQUEIO                          VALUE 'B'.
               88 SD-ACE-NEGADO                            VALUE 'N'.
               88 SD-ACE-TROCA-SENHA                       VALUE 'T'.
               88 SD-ACE-DESBLOQUEIO                       VALUE 'D'.
           05 SD-ACE-FORA-HORARIO      PIC X(001).
               88 SD-ACE-FORA-EXPEDIENTE                   VALUE 'S'.
           05 SD-ACE-DETALHE           PIC X(040).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-OPERADOR          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ACESSO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-HORA-INICIO-EXPEDIENTE   PIC 9(004)          VALUE 0700.
       77  WS-HORA-FIM-EXPEDIENTE      PIC 9(004)          VALUE 1900.

       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-HOJE                PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-INICIO              PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-ACESSO              PIC 9(007)          VALUE ZEROS.
       77  WS-DIA-SEMANA               PIC 9(001)          VALUE ZEROS.

       77  WS-QUEBRA-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-OPE-QTD-LOGINS           PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-FORA-HORA        PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-FALHAS           PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-BLOQUEIOS        PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-NEGADOS          PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-LOGOUTS          PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-TROCAS-SENHA     PIC 9(005)          VALUE ZEROS.
       77  WS-OPE-QTD-DESBLOQUEIOS     PIC 9(005)          VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELACESS'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-OPERADOR      PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-EVENTO.
           05 WS-EVE-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-NIVEL             PIC X(001)          VALUE 'E'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-OPERADOR          PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-EVENTO            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-DESTAQUE          PIC X(030)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EVE-DETALHE           PIC X(040)          VALUE SPACES.

       01  WS-RELAT-OPERADOR.
           05 WS-OPR-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-NIVEL             PIC X(001)          VALUE 'O'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-OPERADOR          PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-LOGINS        PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-FORA-HORA     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-FALHAS        PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-BLOQUEIOS     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-NEGADOS       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-LOGOUTS       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-TROCAS-SENHA  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-QTD-DESBLOQUEIOS  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-OPR-SITUACAO          PIC X(010)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-OPERADORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-FORA-HORA     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRACE.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DH-GERACAO

           PERFORM 1050-CALCULAR-PERIODO

           MOVE ZEROS                  TO BOOKRACE-REG-QTD-OPERADORES
                                       BOOKRACE-REG-QTD-LINHAS
                                       BOOKRACE-REG-QTD-FORA-HORA

           PERFORM 1110-ABRIR-ARQ-OPERADOR
           PERFORM 1120-ABRIR-ARQ-ACESSO
           PERFORM 1150-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODO           SECTION.

           IF BOOKRACE-REG-DATA-INICIO EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:8)  TO WS-DATA-HOJE
             COMPUTE WS-DIAS-HOJE      = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-HOJE)
             COMPUTE WS-DIAS-INICIO    = WS-DIAS-HOJE
                                       - FUNCTION REM
                                       (WS-DIAS-HOJE - 1 7) - 7
             MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-INICIO)
                                       TO BOOKRACE-REG-DATA-INICIO
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD
                (BOOKRACE-REG-DATA-INICIO)
                                       NOT EQUAL ZEROS
               MOVE 1                  TO BOOKRACE-CTRL-COD
               MOVE "DATA INICIAL DA SEMANA INVALIDA"
                                       TO BOOKRACE-CTRL-MSG
               GOBACK
             END-IF
             COMPUTE WS-DIAS-INICIO    = FUNCTION INTEGER-OF-DATE
                                       (BOOKRACE-REG-DATA-INICIO)
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-INICIO + 6)
                                       TO BOOKRACE-REG-DATA-FIM
           .
       1050-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-OPERADOR         SECTION.

           OPEN INPUT ARQ-OPERADOR

           IF WS-FS-ARQ-OPERADOR       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRACE-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES"
                                       TO BOOKRACE-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-ACESSO           SECTION.

           OPEN INPUT ARQ-ACESSO

           IF WS-FS-ARQ-ACESSO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRACE-CTRL-COD
             MOVE "ERRO NA ABERTURA DO LOG DE ACESSO"
                                       TO BOOKRACE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-ACESSO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRACE-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE ACESSOS"
                                       TO BOOKRACE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-ACESSO             SECTION.

           READ ARQ-ACESSO

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-ACESSO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRACE-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE ACESSOS"
                                       TO BOOKRACE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRACE-REG-DATA-INICIO
                                       TO WS-CAB-DATA-INICIO
           MOVE BOOKRACE-REG-DATA-FIM  TO WS-CAB-DATA-FIM
           MOVE BOOKRACE-REG-COD-OPERADOR
                                       TO WS-CAB-COD-OPERADOR
           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-ACESSO
                ON ASCENDING KEY SD-ACE-OPERADOR
                                 SD-ACE-DATA-HORA
                INPUT PROCEDURE 2100-SELECIONAR-ACESSOS
                OUTPUT PROCEDURE 2300-GERAR-RELATORIO

           MOVE BOOKRACE-REG-QTD-OPERADORES
                                       TO WS-TRL-QTD-OPERADORES
           MOVE BOOKRACE-REG-QTD-LINHAS
                                       TO WS-TRL-QTD-LINHAS
           MOVE BOOKRACE-REG-QTD-FORA-HORA
                                       TO WS-TRL-QTD-FORA-HORA
           MOVE BOOKRACE-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKRACE-REG-QTD-OPERADORES
                                       EQUAL ZEROS
             MOVE 3                    TO BOOKRACE-CTRL-COD
             MOVE "NENHUM ACESSO REGISTRADO NA SEMANA"
                                       TO BOOKRACE-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRACE-CTRL-COD
             MOVE "RELATORIO SEMANAL DE ACESSOS GERADO"
                                       TO BOOKRACE-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-ACESSOS         SECTION.

           IF WS-FS-ARQ-ACESSO         NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-ACESSO

             PERFORM 2110-PROCESSAR-ACESSO
                                       UNTIL WS-FS-ARQ-ACESSO
                                       NOT EQUAL ZEROS
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-ACESSO           SECTION.

           IF FD-ACE-DATA-HORA         IS NUMERIC AND
              FD-ACE-DATA              NOT LESS
                                       BOOKRACE-REG-DATA-INICIO AND
              FD-ACE-DATA              NOT GREATER
                                       BOOKRACE-REG-DATA-FIM
             IF BOOKRACE-REG-COD-OPERADOR
                                       EQUAL SPACES OR
                FD-ACE-OPERADOR        EQUAL BOOKRACE-REG-COD-OPERADOR
               INITIALIZE              SD-ACESSO
               MOVE FD-ACE-OPERADOR    TO SD-ACE-OPERADOR
               MOVE FD-ACE-DATA-HORA   TO SD-ACE-DATA-HORA
               MOVE FD-ACE-EVENTO      TO SD-ACE-EVENTO
               MOVE FD-ACE-DETALHE     TO SD-ACE-DETALHE
               MOVE 'N'                TO SD-ACE-FORA-HORARIO

               IF FD-ACE-LOGIN
                 PERFORM 2120-VERIFICAR-HORARIO
               END-IF

               RELEASE SD-ACESSO
             END-IF
           END-IF

           PERFORM 1160-LER-ARQ-ACESSO

           .
       2110-99-FIM.                    EXIT.

       2120-VERIFICAR-HORARIO          SECTION.

           COMPUTE WS-DIAS-ACESSO      = FUNCTION INTEGER-OF-DATE
                                       (FD-ACE-DATA)
           COMPUTE WS-DIA-SEMANA       = FUNCTION REM
                                       (WS-DIAS-ACESSO 7)

           IF FD-ACE-HORA              LESS WS-HORA-INICIO-EXPEDIENTE
              OR FD-ACE-HORA           NOT LESS WS-HORA-FIM-EXPEDIENTE
              OR WS-DIA-SEMANA         EQUAL 0 OR 6
             SET SD-ACE-FORA-EXPEDIENTE
                                       TO TRUE
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2300-GERAR-RELATORIO            SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           PERFORM 2390-ZERAR-OPERADOR

           RETURN WORK-ACESSO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-ACE-OPERADOR      TO WS-QUEBRA-OPERADOR

             PERFORM 2310-ACUMULAR-ACESSO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2350-FECHAR-OPERADOR
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-ACESSO            SECTION.

           IF SD-ACE-OPERADOR          NOT EQUAL WS-QUEBRA-OPERADOR
             PERFORM 2350-FECHAR-OPERADOR
             MOVE SD-ACE-OPERADOR      TO WS-QUEBRA-OPERADOR
           END-IF

           EVALUATE TRUE
             WHEN SD-ACE-LOGIN
               ADD 1                   TO WS-OPE-QTD-LOGINS
               IF SD-ACE-FORA-EXPEDIENTE
                 ADD 1                 TO WS-OPE-QTD-FORA-HORA
                 MOVE "LOGIN FORA DO HORARIO"
                                       TO WS-EVE-DESTAQUE
                 PERFORM 2320-GRAVAR-EVENTO
               END-IF
             WHEN SD-ACE-FALHA
               ADD 1                   TO WS-OPE-QTD-FALHAS
             WHEN SD-ACE-BLOQUEIO
               ADD 1                   TO WS-OPE-QTD-FALHAS
                                       WS-OPE-QTD-BLOQUEIOS
               MOVE "OPERADOR BLOQUEADO"
                                       TO WS-EVE-DESTAQUE
               PERFORM 2320-GRAVAR-EVENTO
             WHEN SD-ACE-NEGADO
               ADD 1                   TO WS-OPE-QTD-NEGADOS
             WHEN SD-ACE-LOGOUT
               ADD 1                   TO WS-OPE-QTD-LOGOUTS
             WHEN SD-ACE-TROCA-SENHA
               ADD 1                   TO WS-OPE-QTD-TROCAS-SENHA
             WHEN SD-ACE-DESBLOQUEIO
               ADD 1                   TO WS-OPE-QTD-DESBLOQUEIOS
           END-EVALUATE

           RETURN WORK-ACESSO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-GRAVAR-EVENTO              SECTION.

           MOVE SD-ACE-OPERADOR        TO WS-EVE-OPERADOR
           MOVE SD-ACE-DATA-HORA       TO WS-EVE-DATA-HORA
           MOVE SD-ACE-EVENTO          TO WS-EVE-EVENTO
           MOVE SD-ACE-DETALHE         TO WS-EVE-DETALHE
           MOVE WS-RELAT-EVENTO        TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRACE-REG-QTD-LINHAS

           .
       2320-99-FIM.                    EXIT.

       2350-FECHAR-OPERADOR            SECTION.

           MOVE WS-QUEBRA-OPERADOR     TO WS-OPR-OPERADOR
           MOVE "OPERADOR NAO CADASTRADO"
                                       TO WS-OPR-NOME
           MOVE SPACES                 TO WS-OPR-SITUACAO
           MOVE WS-QUEBRA-OPERADOR     TO FD-OPE-CODIGO

           IF WS-FS-ARQ-OPERADOR       NOT EQUAL '35'
             READ ARQ-OPERADOR         RECORD INTO FD-OPERADOR
                                       KEY IS FD-OPE-CODIGO
             IF WS-FS-ARQ-OPERADOR     EQUAL ZEROS
               MOVE FD-OPE-NOME        TO WS-OPR-NOME
               IF FD-OPE-BLOQUEADO-SIM
                 MOVE "BLOQUEADO"      TO WS-OPR-SITUACAO
               ELSE IF FD-OPE-INATIVO
                 MOVE "INATIVO"        TO WS-OPR-SITUACAO
               ELSE
                 MOVE "ATIVO"          TO WS-OPR-SITUACAO
               END-IF
               END-IF
             END-IF
           END-IF

           MOVE WS-OPE-QTD-LOGINS      TO WS-OPR-QTD-LOGINS
           MOVE WS-OPE-QTD-FORA-HORA   TO WS-OPR-QTD-FORA-HORA
           MOVE WS-OPE-QTD-FALHAS      TO WS-OPR-QTD-FALHAS
           MOVE WS-OPE-QTD-BLOQUEIOS   TO WS-OPR-QTD-BLOQUEIOS
           MOVE WS-OPE-QTD-NEGADOS     TO WS-OPR-QTD-NEGADOS
           MOVE WS-OPE-QTD-LOGOUTS     TO WS-OPR-QTD-LOGOUTS
           MOVE WS-OPE-QTD-TROCAS-SENHA
                                       TO WS-OPR-QTD-TROCAS-SENHA
           MOVE WS-OPE-QTD-DESBLOQUEIOS
                                       TO WS-OPR-QTD-DESBLOQUEIOS
           MOVE WS-RELAT-OPERADOR      TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRACE-REG-QTD-LINHAS
                                       BOOKRACE-REG-QTD-OPERADORES

           ADD WS-OPE-QTD-FORA-HORA    TO BOOKRACE-REG-QTD-FORA-HORA

           PERFORM 2390-ZERAR-OPERADOR

           .
       2350-99-FIM.                    EXIT.

       2390-ZERAR-OPERADOR             SECTION.

           MOVE ZEROS                  TO WS-OPE-QTD-LOGINS
                                       WS-OPE-QTD-FORA-HORA
                                       WS-OPE-QTD-FALHAS
                                       WS-OPE-QTD-BLOQUEIOS
                                       WS-OPE-QTD-NEGADOS
                                       WS-OPE-QTD-LOGOUTS
                                       WS-OPE-QTD-TROCAS-SENHA
                                       WS-OPE-QTD-DESBLOQUEIOS

           .
       2390-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-OPERADOR
                                       ARQ-ACESSO
                                       ARQ-RELAT-ACESSO

           IF BOOKRACE-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELACESS.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELACESS"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRACE-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRACE-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
