
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. ARQRELAT.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-ORIGEM           ASSIGN TO DISK WS-ENDER-ORIGEM
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ORIGEM.

           SELECT ARQ-NUMERADOR        ASSIGN TO DISK "RELNUM.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-NUMERADOR.

           SELECT OPTIONAL ARQ-CATALOGO
                                       ASSIGN TO DISK "RELCATAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RCT-NUM-ENTRADA
                  ALTERNATE RECORD KEY IS FD-RCT-CHAVE-RELAT
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CATALOGO.

           SELECT OPTIONAL ARQ-REPOSITORIO
                                       ASSIGN TO DISK "RELREPOS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RRP-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REPOSIT.

           SELECT OPTIONAL ARQ-RETENCAO
                                       ASSIGN TO DISK "RELRETEN.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RRT-RELATORIO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RETENCAO.

           SELECT ARQ-CONSULTA         ASSIGN TO DISK "CONSRELT.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CONSULTA.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-ORIGEM
           LABEL RECORD                IS STANDARD.
       01  FD-ORIGEM                   PIC X(200).

       FD  ARQ-NUMERADOR
           LABEL RECORD                IS STANDARD.
       01  FD-NUMERADOR.
           05 FD-NUM-ULTIMA-ENTRADA    PIC 9(007).

       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD.
       01  FD-CATALOGO.
           05 FD-RCT-NUM-ENTRADA       PIC 9(007).
           05 FD-RCT-CHAVE-RELAT.
               10 FD-RCT-RELATORIO     PIC X(008).
               10 FD-RCT-DATA-HORA     PIC 9(014).
           05 FD-RCT-PROGRAMA          PIC X(008).
           05 FD-RCT-ARQUIVO           PIC X(040).
           05 FD-RCT-OPERADOR          PIC X(010).
           05 FD-RCT-PARAMETROS        PIC X(080).
           05 FD-RCT-QTD-LINHAS        PIC 9(007).

       FD  ARQ-REPOSITORIO
           LABEL RECORD                IS STANDARD.
       01  FD-REPOSITORIO.
           05 FD-RRP-CHAVE.
               10 FD-RRP-NUM-ENTRADA   PIC 9(007).
               10 FD-RRP-SEQ-LINHA     PIC 9(007).
           05 FD-RRP-LINHA             PIC X(200).

       FD  ARQ-RETENCAO
           LABEL RECORD                IS STANDARD.
       01  FD-RETENCAO.
           05 FD-RRT-RELATORIO         PIC X(008).
           05 FD-RRT-DIAS-RETENCAO     PIC 9(005).
           05 FD-RRT-OPERADOR          PIC X(010).
           05 FD-RRT-DATA-ALTERACAO    PIC 9(008).

       FD  ARQ-CONSULTA
           LABEL RECORD                IS STANDARD.
       01  FD-CONSULTA.
           05 FD-CON-LINHA             PIC X(082).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-ORIGEM            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-NUMERADOR         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CATALOGO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REPOSIT           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RETENCAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CONSULTA          PIC X(002)          VALUE SPACES.

       77  WS-RETENCAO-DIAS-PADRAO     PIC 9(005)          VALUE 00365.

       77  WS-FIM-ARQ-ORIGEM           PIC X(001)          VALUE 'N'.
       77  WS-FIM-CATALOGO             PIC X(001)          VALUE 'N'.
       77  WS-FIM-REPOSITORIO          PIC X(001)          VALUE 'N'.
       77  WS-CONSULTA-ABERTA          PIC X(001)          VALUE 'N'.
       77  WS-ORIGEM-ABERTA            PIC X(001)          VALUE 'N'.

       01  WS-ENDER-ORIGEM             PIC X(040)          VALUE SPACES.

       01  WS-NUM-ENTRADA-NOVA         PIC 9(007)          VALUE ZEROS.
       01  WS-SEQ-LINHA                PIC 9(007)          VALUE ZEROS.
       01  WS-DATA-HORA-INICIO         PIC 9(014)          VALUE ZEROS.
       01  WS-DATA-HORA-FIM            PIC 9(014)          VALUE ZEROS.
       01  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

       01  WS-CONSULTA-DET.
           05 WS-CON-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CON-DADOS             PIC X(080)          VALUE SPACES.

       01  WS-CATALOGO-DET.
           05 WS-CTD-NUM-ENTRADA       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-RELATORIO         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-OPERADOR          PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-DIAS-RETENCAO     PIC 9(005)          VALUE ZEROS.

       01  WS-VISAO-CABEC-1.
           05 FILLER                   PIC X(010)          VALUE
                                                           'ENTRADA..:'.
           05 WS-VC1-NUM-ENTRADA       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE
                                                           ' RELAT:'.
           05 WS-VC1-RELATORIO         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(011)          VALUE
                                                           ' PROGRAMA:'.
           05 WS-VC1-PROGRAMA          PIC X(008)          VALUE SPACES.

       01  WS-VISAO-CABEC-2.
           05 FILLER                   PIC X(010)          VALUE
                                                           'EXECUCAO.:'.
           05 WS-VC2-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(011)          VALUE
                                                           ' OPERADOR:'.
           05 WS-VC2-OPERADOR          PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(009)          VALUE
                                                           ' LINHAS:'.
           05 WS-VC2-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.

       01  WS-VISAO-CABEC-3.
           05 FILLER                   PIC X(010)          VALUE
                                                           'ARQUIVO..:'.
           05 WS-VC3-ARQUIVO           PIC X(040)          VALUE SPACES.

       01  WS-CONSULTA-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-SERVICO           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REGISTROS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKARQR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKARQR-CTRL-COD
           MOVE SPACES                 TO BOOKARQR-CTRL-MSG
           MOVE 'N'                    TO WS-CONSULTA-ABERTA
                                       WS-ORIGEM-ABERTA

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           IF NOT BOOKARQR-ARQUIVAMENTO AND
              NOT BOOKARQR-LISTAGEM    AND
              NOT BOOKARQR-VISUALIZACAO AND
              NOT BOOKARQR-RETENCAO
             MOVE 1                    TO BOOKARQR-CTRL-COD
             MOVE "SERVICO DO REPOSITORIO INVALIDO"
                                       TO BOOKARQR-CTRL-MSG
             GOBACK
           END-IF

           PERFORM 1110-ABRIR-ARQ-CATALOGO
           PERFORM 1120-ABRIR-ARQ-REPOSITORIO
           PERFORM 1130-ABRIR-ARQ-RETENCAO

           IF BOOKARQR-LISTAGEM OR BOOKARQR-VISUALIZACAO
             PERFORM 1140-ABRIR-ARQ-CONSULTA
           END-IF
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CATALOGO         SECTION.

           OPEN I-O ARQ-CATALOGO

           IF WS-FS-ARQ-CATALOGO       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CATALOGO DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-REPOSITORIO      SECTION.

           OPEN I-O ARQ-REPOSITORIO

           IF WS-FS-ARQ-REPOSIT        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO REPOSITORIO DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RETENCAO         SECTION.

           OPEN I-O ARQ-RETENCAO

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA ABERTURA DA TABELA DE RETENCAO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-CONSULTA         SECTION.

           OPEN OUTPUT ARQ-CONSULTA

           IF WS-FS-ARQ-CONSULTA       EQUAL ZEROS
             MOVE 'S'                  TO WS-CONSULTA-ABERTA
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA ABERTURA DA CONSULTA DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-CONSULTA        SECTION.

           WRITE FD-CONSULTA

           IF WS-FS-ARQ-CONSULTA       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA CONSULTA DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-OBTER-NUM-ENTRADA          SECTION.

           MOVE ZEROS                  TO WS-NUM-ENTRADA-NOVA

           OPEN INPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             READ ARQ-NUMERADOR        INTO FD-NUMERADOR
             IF WS-FS-ARQ-NUMERADOR    EQUAL ZEROS
               MOVE FD-NUM-ULTIMA-ENTRADA
                                       TO WS-NUM-ENTRADA-NOVA
             END-IF
             CLOSE ARQ-NUMERADOR
           END-IF

           ADD 1                       TO WS-NUM-ENTRADA-NOVA

           OPEN OUTPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             MOVE WS-NUM-ENTRADA-NOVA  TO FD-NUM-ULTIMA-ENTRADA
             WRITE FD-NUMERADOR
             CLOSE ARQ-NUMERADOR
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO NUMERADOR DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-LER-ARQ-ORIGEM             SECTION.

           READ ARQ-ORIGEM

           IF WS-FS-ARQ-ORIGEM         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-ORIGEM
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-LER-ARQ-RETENCAO           SECTION.

           MOVE FD-RCT-RELATORIO       TO FD-RRT-RELATORIO

           READ ARQ-RETENCAO           KEY IS FD-RRT-RELATORIO

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE WS-RETENCAO-DIAS-PADRAO
                                       TO FD-RRT-DIAS-RETENCAO
           END-IF

           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE TRUE
             WHEN BOOKARQR-ARQUIVAMENTO
               PERFORM 2100-ARQUIVAR-RELATORIO
             WHEN BOOKARQR-LISTAGEM
               PERFORM 2200-LISTAR-CATALOGO
             WHEN BOOKARQR-VISUALIZACAO
               PERFORM 2300-VISUALIZAR-RELATORIO
             WHEN BOOKARQR-RETENCAO
               PERFORM 2400-DEFINIR-RETENCAO
           END-EVALUATE

           .
       2000-99-FIM.                    EXIT.

       2100-ARQUIVAR-RELATORIO         SECTION.

           IF BOOKARQR-REG-ARQUIVO     EQUAL SPACES
             MOVE 1                    TO BOOKARQR-CTRL-COD
             MOVE "INFORME O ARQUIVO DO RELATORIO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           IF BOOKARQR-REG-RELATORIO   EQUAL SPACES
             UNSTRING BOOKARQR-REG-ARQUIVO
                                       DELIMITED BY '.'
                                       INTO BOOKARQR-REG-RELATORIO
           END-IF

           MOVE BOOKARQR-REG-ARQUIVO   TO WS-ENDER-ORIGEM
           MOVE 'N'                    TO WS-FIM-ARQ-ORIGEM

           OPEN INPUT ARQ-ORIGEM

           IF WS-FS-ARQ-ORIGEM         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKARQR-CTRL-COD
             MOVE "RELATORIO NAO ENCONTRADO PARA ARQUIVAMENTO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'S'                    TO WS-ORIGEM-ABERTA

           PERFORM 1160-OBTER-NUM-ENTRADA

           MOVE ZEROS                  TO WS-SEQ-LINHA

           PERFORM 1170-LER-ARQ-ORIGEM
           PERFORM 2110-GRAVAR-LINHA-REPOSITORIO
                                       UNTIL WS-FIM-ARQ-ORIGEM
                                       EQUAL 'S'

           MOVE 'N'                    TO WS-ORIGEM-ABERTA
           CLOSE ARQ-ORIGEM

           INITIALIZE                  FD-CATALOGO
           MOVE WS-NUM-ENTRADA-NOVA    TO FD-RCT-NUM-ENTRADA
           MOVE BOOKARQR-REG-RELATORIO TO FD-RCT-RELATORIO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-RCT-DATA-HORA
           MOVE BOOKARQR-REG-PROGRAMA  TO FD-RCT-PROGRAMA
           MOVE BOOKARQR-REG-ARQUIVO   TO FD-RCT-ARQUIVO
           MOVE BOOKARQR-REG-OPERADOR  TO FD-RCT-OPERADOR
           MOVE BOOKARQR-REG-PARAMETROS
                                       TO FD-RCT-PARAMETROS
           MOVE WS-SEQ-LINHA           TO FD-RCT-QTD-LINHAS

           WRITE FD-CATALOGO

           IF WS-FS-ARQ-CATALOGO       EQUAL ZEROS
             MOVE WS-NUM-ENTRADA-NOVA  TO BOOKARQR-REG-NUM-ENTRADA
             MOVE WS-SEQ-LINHA         TO BOOKARQR-REG-QTD-LINHAS
             MOVE ZEROS                TO BOOKARQR-CTRL-COD
             MOVE "RELATORIO ARQUIVADO NO REPOSITORIO"
                                       TO BOOKARQR-CTRL-MSG
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO CATALOGO DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-GRAVAR-LINHA-REPOSITORIO   SECTION.

           ADD 1                       TO WS-SEQ-LINHA

           MOVE WS-NUM-ENTRADA-NOVA    TO FD-RRP-NUM-ENTRADA
           MOVE WS-SEQ-LINHA           TO FD-RRP-SEQ-LINHA
           MOVE FD-ORIGEM              TO FD-RRP-LINHA

           WRITE FD-REPOSITORIO

           IF WS-FS-ARQ-REPOSIT        NOT EQUAL ZEROS
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO REPOSITORIO DE RELATORIOS"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 1170-LER-ARQ-ORIGEM

           .
       2110-99-FIM.                    EXIT.

       2200-LISTAR-CATALOGO            SECTION.

           MOVE ZEROS                  TO BOOKARQR-REG-QTD-ENTRADAS
           MOVE 'N'                    TO WS-FIM-CATALOGO

           COMPUTE WS-DATA-HORA-INICIO = BOOKARQR-REG-DATA-INICIO
                                       * 1000000

           IF BOOKARQR-REG-DATA-FIM    EQUAL ZEROS
             MOVE 99999999999999       TO WS-DATA-HORA-FIM
           ELSE
             COMPUTE WS-DATA-HORA-FIM  = BOOKARQR-REG-DATA-FIM
                                       * 1000000 + 235959
           END-IF

           IF BOOKARQR-REG-RELATORIO   EQUAL SPACES
             MOVE ZEROS                TO FD-RCT-NUM-ENTRADA
             START ARQ-CATALOGO        KEY IS NOT LESS
                                       FD-RCT-NUM-ENTRADA
           ELSE
             MOVE BOOKARQR-REG-RELATORIO
                                       TO FD-RCT-RELATORIO
             MOVE WS-DATA-HORA-INICIO  TO FD-RCT-DATA-HORA
             START ARQ-CATALOGO        KEY IS NOT LESS
                                       FD-RCT-CHAVE-RELAT
           END-IF

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-CATALOGO
           END-IF

           PERFORM 2210-LISTAR-ENTRADA UNTIL WS-FIM-CATALOGO
                                       EQUAL 'S'

           MOVE 'L'                    TO WS-TRL-SERVICO
           MOVE BOOKARQR-REG-QTD-ENTRADAS
                                       TO WS-TRL-QTD-REGISTROS
           MOVE BOOKARQR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-CONSULTA-TRAILER    TO FD-CON-LINHA
           PERFORM 1150-GRAVAR-ARQ-CONSULTA

           IF BOOKARQR-REG-QTD-ENTRADAS
                                       EQUAL ZEROS
             MOVE 3                    TO BOOKARQR-CTRL-COD
             MOVE "NENHUM RELATORIO ARQUIVADO NO PERIODO"
                                       TO BOOKARQR-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKARQR-CTRL-COD
             MOVE "CATALOGO GERADO - VER CONSRELT.RPT"
                                       TO BOOKARQR-CTRL-MSG
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2210-LISTAR-ENTRADA             SECTION.

           READ ARQ-CATALOGO           NEXT RECORD

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-CATALOGO
           ELSE
             IF BOOKARQR-REG-RELATORIO NOT EQUAL SPACES
               IF FD-RCT-RELATORIO     NOT EQUAL
                                       BOOKARQR-REG-RELATORIO OR
                  FD-RCT-DATA-HORA     GREATER WS-DATA-HORA-FIM
                 MOVE 'S'              TO WS-FIM-CATALOGO
               ELSE
                 PERFORM 2220-GRAVAR-ENTRADA-CONSULTA
               END-IF
             ELSE
               IF FD-RCT-DATA-HORA     NOT LESS WS-DATA-HORA-INICIO
                                       AND
                  FD-RCT-DATA-HORA     NOT GREATER WS-DATA-HORA-FIM
                 PERFORM 2220-GRAVAR-ENTRADA-CONSULTA
               END-IF
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-GRAVAR-ENTRADA-CONSULTA    SECTION.

           PERFORM 1180-LER-ARQ-RETENCAO

           MOVE FD-RCT-NUM-ENTRADA     TO WS-CTD-NUM-ENTRADA
           MOVE FD-RCT-RELATORIO       TO WS-CTD-RELATORIO
           MOVE FD-RCT-DATA-HORA       TO WS-CTD-DATA-HORA
           MOVE FD-RCT-PROGRAMA        TO WS-CTD-PROGRAMA
           MOVE FD-RCT-OPERADOR        TO WS-CTD-OPERADOR
           MOVE FD-RCT-QTD-LINHAS      TO WS-CTD-QTD-LINHAS
           MOVE FD-RRT-DIAS-RETENCAO   TO WS-CTD-DIAS-RETENCAO

           MOVE 'D'                    TO WS-CON-TIPO
           MOVE WS-CATALOGO-DET        TO WS-CON-DADOS
           MOVE WS-CONSULTA-DET        TO FD-CON-LINHA
           PERFORM 1150-GRAVAR-ARQ-CONSULTA

           ADD 1                       TO BOOKARQR-REG-QTD-ENTRADAS

           .
       2220-99-FIM.                    EXIT.

       2300-VISUALIZAR-RELATORIO       SECTION.

           MOVE BOOKARQR-REG-NUM-ENTRADA
                                       TO FD-RCT-NUM-ENTRADA

           READ ARQ-CATALOGO           KEY IS FD-RCT-NUM-ENTRADA

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 3                    TO BOOKARQR-CTRL-COD
             MOVE "ENTRADA NAO ENCONTRADA NO CATALOGO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE FD-RCT-RELATORIO       TO BOOKARQR-REG-RELATORIO
           MOVE FD-RCT-PROGRAMA        TO BOOKARQR-REG-PROGRAMA
           MOVE FD-RCT-PARAMETROS      TO BOOKARQR-REG-PARAMETROS
           MOVE FD-RCT-QTD-LINHAS      TO BOOKARQR-REG-QTD-LINHAS

           MOVE FD-RCT-NUM-ENTRADA     TO WS-VC1-NUM-ENTRADA
           MOVE FD-RCT-RELATORIO       TO WS-VC1-RELATORIO
           MOVE FD-RCT-PROGRAMA        TO WS-VC1-PROGRAMA
           MOVE WS-VISAO-CABEC-1       TO WS-CON-DADOS
           PERFORM 2320-GRAVAR-CABEC-VISAO

           MOVE FD-RCT-DATA-HORA       TO WS-VC2-DATA-HORA
           MOVE FD-RCT-OPERADOR        TO WS-VC2-OPERADOR
           MOVE FD-RCT-QTD-LINHAS      TO WS-VC2-QTD-LINHAS
           MOVE WS-VISAO-CABEC-2       TO WS-CON-DADOS
           PERFORM 2320-GRAVAR-CABEC-VISAO

           MOVE FD-RCT-ARQUIVO         TO WS-VC3-ARQUIVO
           MOVE WS-VISAO-CABEC-3       TO WS-CON-DADOS
           PERFORM 2320-GRAVAR-CABEC-VISAO

           MOVE FD-RCT-PARAMETROS      TO WS-CON-DADOS
           PERFORM 2320-GRAVAR-CABEC-VISAO

           MOVE ALL '-'                TO WS-CON-DADOS
           PERFORM 2320-GRAVAR-CABEC-VISAO

           MOVE ZEROS                  TO BOOKARQR-REG-QTD-ENTRADAS
           MOVE 'N'                    TO WS-FIM-REPOSITORIO

           MOVE FD-RCT-NUM-ENTRADA     TO FD-RRP-NUM-ENTRADA
           IF BOOKARQR-REG-LINHA-INICIAL
                                       GREATER ZEROS
             MOVE BOOKARQR-REG-LINHA-INICIAL
                                       TO FD-RRP-SEQ-LINHA
           ELSE
             MOVE 1                    TO FD-RRP-SEQ-LINHA
           END-IF

           START ARQ-REPOSITORIO       KEY IS NOT LESS FD-RRP-CHAVE

           IF WS-FS-ARQ-REPOSIT        NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-REPOSITORIO
           END-IF

           PERFORM 2310-VISUALIZAR-LINHA
                                       UNTIL WS-FIM-REPOSITORIO
                                       EQUAL 'S'

           MOVE 'V'                    TO WS-TRL-SERVICO
           MOVE BOOKARQR-REG-QTD-ENTRADAS
                                       TO WS-TRL-QTD-REGISTROS
           MOVE BOOKARQR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-CONSULTA-TRAILER    TO FD-CON-LINHA
           PERFORM 1150-GRAVAR-ARQ-CONSULTA

           MOVE ZEROS                  TO BOOKARQR-CTRL-COD
           MOVE "RELATORIO RECUPERADO - VER CONSRELT.RPT"
                                       TO BOOKARQR-CTRL-MSG

           .
       2300-99-FIM.                    EXIT.

       2310-VISUALIZAR-LINHA           SECTION.

           READ ARQ-REPOSITORIO        NEXT RECORD

           IF WS-FS-ARQ-REPOSIT        NOT EQUAL ZEROS OR
              FD-RRP-NUM-ENTRADA       NOT EQUAL FD-RCT-NUM-ENTRADA
             MOVE 'S'                  TO WS-FIM-REPOSITORIO
           ELSE
             ADD 1                     TO BOOKARQR-REG-QTD-ENTRADAS

             MOVE 'D'                  TO WS-CON-TIPO
             MOVE FD-RRP-LINHA (1:80)  TO WS-CON-DADOS
             MOVE WS-CONSULTA-DET      TO FD-CON-LINHA
             PERFORM 1150-GRAVAR-ARQ-CONSULTA

             IF FD-RRP-LINHA (81:80)   NOT EQUAL SPACES
               MOVE FD-RRP-LINHA (81:80)
                                       TO WS-CON-DADOS
               MOVE WS-CONSULTA-DET    TO FD-CON-LINHA
               PERFORM 1150-GRAVAR-ARQ-CONSULTA
             END-IF

             IF FD-RRP-LINHA (161:40)  NOT EQUAL SPACES
               MOVE FD-RRP-LINHA (161:40)
                                       TO WS-CON-DADOS
               MOVE WS-CONSULTA-DET    TO FD-CON-LINHA
               PERFORM 1150-GRAVAR-ARQ-CONSULTA
             END-IF
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2320-GRAVAR-CABEC-VISAO         SECTION.

           MOVE 'H'                    TO WS-CON-TIPO
           MOVE WS-CONSULTA-DET        TO FD-CON-LINHA
           PERFORM 1150-GRAVAR-ARQ-CONSULTA

           .
       2320-99-FIM.                    EXIT.

       2400-DEFINIR-RETENCAO           SECTION.

           IF BOOKARQR-REG-RELATORIO   EQUAL SPACES
             MOVE 1                    TO BOOKARQR-CTRL-COD
             MOVE "INFORME O NOME DO RELATORIO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           IF BOOKARQR-REG-DIAS-RETENCAO
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKARQR-CTRL-COD
             MOVE "INFORME OS DIAS DE RETENCAO"
                                       TO BOOKARQR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE BOOKARQR-REG-RELATORIO TO FD-RRT-RELATORIO

           READ ARQ-RETENCAO           WITH LOCK
                                       KEY IS FD-RRT-RELATORIO

           MOVE BOOKARQR-REG-DIAS-RETENCAO
                                       TO FD-RRT-DIAS-RETENCAO
           MOVE BOOKARQR-REG-OPERADOR  TO FD-RRT-OPERADOR
           MOVE WS-DATA-HOJE           TO FD-RRT-DATA-ALTERACAO

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS
             REWRITE FD-RETENCAO
           ELSE
             MOVE BOOKARQR-REG-RELATORIO
                                       TO FD-RRT-RELATORIO
             WRITE FD-RETENCAO
           END-IF

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS
             MOVE ZEROS                TO BOOKARQR-CTRL-COD
             MOVE "RETENCAO DO RELATORIO ATUALIZADA"
                                       TO BOOKARQR-CTRL-MSG
           ELSE
             MOVE 2                    TO BOOKARQR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA TABELA DE RETENCAO"
                                       TO BOOKARQR-CTRL-MSG
           END-IF

           UNLOCK ARQ-RETENCAO

           .
       2400-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CATALOGO
                                       ARQ-REPOSITORIO
                                       ARQ-RETENCAO

           IF WS-CONSULTA-ABERTA       EQUAL 'S'
             MOVE 'N'                  TO WS-CONSULTA-ABERTA
             CLOSE ARQ-CONSULTA
           END-IF

           IF WS-ORIGEM-ABERTA         EQUAL 'S'
             MOVE 'N'                  TO WS-ORIGEM-ABERTA
             CLOSE ARQ-ORIGEM
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.
