
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. EXPRELAT.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

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

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "EXPRELAT.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELATORIO.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       01  FD-RELATORIO.
           05 FD-REL-LINHA             PIC X(080).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CATALOGO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REPOSIT           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RETENCAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.

       77  WS-RETENCAO-DIAS-PADRAO     PIC 9(005)          VALUE 00365.

       77  WS-FIM-CATALOGO             PIC X(001)          VALUE 'N'.
       77  WS-FIM-REPOSITORIO          PIC X(001)          VALUE 'N'.

       01  WS-DIA-REFERENCIA           PIC 9(008)          VALUE ZEROS.
       01  WS-DIA-EXPIRACAO            PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-EXECUCAO            PIC 9(008)          VALUE ZEROS.
       01  WS-QTD-LINHAS-ENTRADA       PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-CABEC.
           05 FILLER                   PIC X(009)          VALUE
                                                           'EXPRELAT;'.
           05 WS-CAB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELATORIO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NUM-ENTRADA       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-RELATORIO         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DIAS-RETENCAO     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LIDAS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EXPURGADAS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LINHAS        PIC 9(009)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKEXPR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKEXPR-CTRL-COD
                                       BOOKEXPR-REG-QTD-LIDAS
                                       BOOKEXPR-REG-QTD-EXPURGADAS
                                       BOOKEXPR-REG-QTD-LINHAS-EXPURG
           MOVE SPACES                 TO BOOKEXPR-CTRL-MSG

           IF BOOKEXPR-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKEXPR-REG-DATA-REFERENCIA
           END-IF

           COMPUTE WS-DIA-REFERENCIA   = FUNCTION INTEGER-OF-DATE
                                       (BOOKEXPR-REG-DATA-REFERENCIA)

           PERFORM 1110-ABRIR-ARQUIVOS
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQUIVOS             SECTION.

           OPEN I-O ARQ-CATALOGO

           IF WS-FS-ARQ-CATALOGO       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CATALOGO DE RELATORIOS"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN I-O ARQ-REPOSITORIO

           IF WS-FS-ARQ-REPOSIT        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO REPOSITORIO DE RELATORIOS"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-RETENCAO

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA ABERTURA DA TABELA DE RETENCAO"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE EXPURGO"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-LER-ARQ-CATALOGO           SECTION.

           READ ARQ-CATALOGO           NEXT RECORD

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-CATALOGO
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-RELATORIO          FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE EXPURGO"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-RETENCAO           SECTION.

           MOVE FD-RCT-RELATORIO       TO FD-RRT-RELATORIO

           READ ARQ-RETENCAO           KEY IS FD-RRT-RELATORIO

           IF WS-FS-ARQ-RETENCAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE WS-RETENCAO-DIAS-PADRAO
                                       TO FD-RRT-DIAS-RETENCAO
           END-IF

           .
       1140-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKEXPR-REG-DATA-REFERENCIA
                                       TO WS-CAB-DATA-REFERENCIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-HORA
           MOVE BOOKEXPR-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RELATORIO-CABEC     TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           MOVE 'N'                    TO WS-FIM-CATALOGO
           MOVE ZEROS                  TO FD-RCT-NUM-ENTRADA

           START ARQ-CATALOGO          KEY IS NOT LESS
                                       FD-RCT-NUM-ENTRADA

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-CATALOGO
           ELSE
             PERFORM 1120-LER-ARQ-CATALOGO
           END-IF

           PERFORM 2100-AVALIAR-ENTRADA
                                       UNTIL WS-FIM-CATALOGO
                                       EQUAL 'S'

           MOVE BOOKEXPR-REG-QTD-LIDAS TO WS-TRL-QTD-LIDAS
           MOVE BOOKEXPR-REG-QTD-EXPURGADAS
                                       TO WS-TRL-QTD-EXPURGADAS
           MOVE BOOKEXPR-REG-QTD-LINHAS-EXPURG
                                       TO WS-TRL-QTD-LINHAS
           MOVE WS-RELATORIO-TRAILER   TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           MOVE ZEROS                  TO BOOKEXPR-CTRL-COD
           MOVE "EXPURGO DO REPOSITORIO CONCLUIDO"
                                       TO BOOKEXPR-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-AVALIAR-ENTRADA            SECTION.

           ADD 1                       TO BOOKEXPR-REG-QTD-LIDAS

           PERFORM 1140-LER-ARQ-RETENCAO

           MOVE FD-RCT-DATA-HORA (1:8) TO WS-DATA-EXECUCAO

           COMPUTE WS-DIA-EXPIRACAO    = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-EXECUCAO)
                                       + FD-RRT-DIAS-RETENCAO

           IF WS-DIA-EXPIRACAO         LESS WS-DIA-REFERENCIA
             PERFORM 2200-EXPURGAR-ENTRADA
           END-IF

           PERFORM 1120-LER-ARQ-CATALOGO

           .
       2100-99-FIM.                    EXIT.

       2200-EXPURGAR-ENTRADA           SECTION.

           MOVE ZEROS                  TO WS-QTD-LINHAS-ENTRADA
           MOVE 'N'                    TO WS-FIM-REPOSITORIO

           MOVE FD-RCT-NUM-ENTRADA     TO FD-RRP-NUM-ENTRADA
           MOVE ZEROS                  TO FD-RRP-SEQ-LINHA

           START ARQ-REPOSITORIO       KEY IS NOT LESS FD-RRP-CHAVE

           IF WS-FS-ARQ-REPOSIT        NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-REPOSITORIO
           END-IF

           PERFORM 2210-EXPURGAR-LINHA UNTIL WS-FIM-REPOSITORIO
                                       EQUAL 'S'

           DELETE ARQ-CATALOGO         RECORD

           IF WS-FS-ARQ-CATALOGO       NOT EQUAL ZEROS
             MOVE 2                    TO BOOKEXPR-CTRL-COD
             MOVE "ERRO NA EXCLUSAO DO CATALOGO DE RELATORIOS"
                                       TO BOOKEXPR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           ADD 1                       TO BOOKEXPR-REG-QTD-EXPURGADAS
           ADD WS-QTD-LINHAS-ENTRADA   TO
                                       BOOKEXPR-REG-QTD-LINHAS-EXPURG

           MOVE FD-RCT-NUM-ENTRADA     TO WS-DET-NUM-ENTRADA
           MOVE FD-RCT-RELATORIO       TO WS-DET-RELATORIO
           MOVE FD-RCT-DATA-HORA       TO WS-DET-DATA-HORA
           MOVE FD-RRT-DIAS-RETENCAO   TO WS-DET-DIAS-RETENCAO
           MOVE WS-QTD-LINHAS-ENTRADA  TO WS-DET-QTD-LINHAS
           MOVE WS-RELATORIO-DET       TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           .
       2200-99-FIM.                    EXIT.

       2210-EXPURGAR-LINHA             SECTION.

           READ ARQ-REPOSITORIO        NEXT RECORD

           IF WS-FS-ARQ-REPOSIT        NOT EQUAL ZEROS OR
              FD-RRP-NUM-ENTRADA       NOT EQUAL FD-RCT-NUM-ENTRADA
             MOVE 'S'                  TO WS-FIM-REPOSITORIO
           ELSE
             DELETE ARQ-REPOSITORIO    RECORD

             IF WS-FS-ARQ-REPOSIT      EQUAL ZEROS
               ADD 1                   TO WS-QTD-LINHAS-ENTRADA
             ELSE
               MOVE 2                  TO BOOKEXPR-CTRL-COD
               MOVE "ERRO NA EXCLUSAO DO REPOSITORIO DE RELATORIOS"
                                       TO BOOKEXPR-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CATALOGO
                                       ARQ-REPOSITORIO
                                       ARQ-RETENCAO
                                       ARQ-RELATORIO

           IF BOOKEXPR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "EXPRELAT.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "EXPRELAT"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKEXPR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKEXPR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
