       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CARGAPAR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-DISTPARM         ASSIGN TO DISK "DISTPARM.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DISTPARM.

           SELECT ARQ-ALERTPAR         ASSIGN TO DISK "ALERTPAR.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ALERTPAR.

           SELECT ARQ-DESCREG          ASSIGN TO DISK "DESCREG.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DESCREG.

           SELECT ARQ-JOBDEF           ASSIGN TO DISK "JOBDEF.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-JOBDEF.

           SELECT ARQ-ACESSPAR         ASSIGN TO DISK "ACESSPAR.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ACESSPAR.

           SELECT ARQ-SCOREPAR         ASSIGN TO DISK "SCOREPAR.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SCOREPAR.

           SELECT ARQ-RELAT-CARGA      ASSIGN TO "CARGAPAR.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-DISTPARM
           LABEL RECORD                IS STANDARD.
       01  FD-DISTPARM.
           05 FD-PARM-DIST-MAXIMA      PIC 9(010)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-PARM-VEND-MAXIMO      PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-PARM-RAIO-TERRA       PIC 9(005)V9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-HORAS-SEMANA     PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-VELOCIDADE-KMH   PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-MIN-ATEND-A      PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-MIN-ATEND-B      PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-MIN-ATEND-C      PIC 9(003).

       FD  ARQ-ALERTPAR
           LABEL RECORD                IS STANDARD.
       01  FD-ALERTPAR.
           05 FD-PARM-LIMITE-NAO-ATRIB PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-PARM-PCT-CAPACIDADE   PIC 9(003).

       FD  ARQ-DESCREG
           LABEL RECORD                IS STANDARD.
       01  FD-DESCREG.
           05 FD-DRG-REGIAO            PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-DRG-PCT-DESCONTO      PIC 9(003)V9(002).

       FD  ARQ-JOBDEF
           LABEL RECORD                IS STANDARD.
       01  FD-JOBDEF.
           05 FD-JOB-SEQUENCIA         PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-JOB-PROGRAMA          PIC X(008).
           05 FILLER                   PIC X(001).
           05 FD-JOB-POLITICA          PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-JOB-SO-DIA-UTIL       PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-JOB-PARAMETRO         PIC X(040).

       FD  ARQ-ACESSPAR
           LABEL RECORD                IS STANDARD.
       01  FD-ACESSPAR.
           05 FD-PARM-MAX-FALHAS       PIC 9(002).
           05 FILLER                   PIC X(001).
           05 FD-PARM-DIAS-VALIDADE    PIC 9(003).

       FD  ARQ-SCOREPAR
           LABEL RECORD                IS STANDARD.
       01  FD-SCOREPAR.
           05 FD-PARM-PESO-META        PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-PESO-CONVERSAO   PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-PESO-ADERENCIA   PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-PESO-PRODUTIV    PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-PARM-PESO-COBERTURA   PIC 9(003).

       FD  ARQ-RELAT-CARGA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-CARGA.
           05 FD-REL-LINHA             PIC X(200).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-DISTPARM          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ALERTPAR          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-DESCREG           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-JOBDEF            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ACESSPAR          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SCOREPAR          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.

       77  WS-EDT-DECIMAL              PIC Z(009)9,9(008)  VALUE ZEROS.
       77  WS-EDT-INTEIRO              PIC Z(009)9         VALUE ZEROS.

       77  WS-LINHA-ACESSPAR           PIC X(006)          VALUE SPACES.
       77  WS-LINHA-SCOREPAR           PIC X(019)          VALUE SPACES.

       01  WS-CARGA.
           05 WS-CRG-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 WS-CRG-NOME              PIC X(020)          VALUE SPACES.
           05 WS-CRG-VALOR             PIC X(060)          VALUE SPACES.
           05 WS-CRG-TIPO              PIC X(001)          VALUE SPACES.
           05 WS-CRG-VALOR-MINIMO      PIC 9(010)V9(008)   VALUE ZEROS.
           05 WS-CRG-VALOR-MAXIMO      PIC 9(010)V9(008)   VALUE ZEROS.
           05 WS-CRG-DESCRICAO         PIC X(040)          VALUE SPACES.

       01  WS-VALOR-PASSO.
           05 WS-PSS-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-POLITICA          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-SO-DIA-UTIL       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-PARAMETRO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(007)          VALUE SPACES.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'CARGAPAR'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELAT-DETALHE.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ORIGEM            PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOME              PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR             PIC X(060)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO          PIC X(001)          VALUE SPACES.
               88 WS-DET-INCLUIDO                          VALUE 'I'.
               88 WS-DET-EXISTENTE                         VALUE 'J'.
               88 WS-DET-REJEITADO                         VALUE 'R'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-MENSAGEM          PIC X(040)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-INCLUIDOS     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EXISTENTES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCPAR.CPY'.

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

           MOVE ZEROS                  TO BOOKCPAR-CTRL-COD
                                       BOOKCPAR-REG-QTD-INCLUIDOS
                                       BOOKCPAR-REG-QTD-EXISTENTES
                                       BOOKCPAR-REG-QTD-REJEITADOS

           PERFORM 1110-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-CARGA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCPAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO CARGAPAR"
                                       TO BOOKCPAR-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-CARGA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCPAR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO CARGAPAR"
                                       TO BOOKCPAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE BOOKCPAR-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           PERFORM 2100-CARREGAR-DISTPARM
           PERFORM 2200-CARREGAR-ALERTPAR
           PERFORM 2300-CARREGAR-DESCREG
           PERFORM 2400-CARREGAR-JOBDEF
           PERFORM 2500-CARREGAR-ACESSPAR
           PERFORM 2600-CARREGAR-SCOREPAR

           MOVE BOOKCPAR-REG-QTD-INCLUIDOS
                                       TO WS-TRL-QTD-INCLUIDOS
           MOVE BOOKCPAR-REG-QTD-EXISTENTES
                                       TO WS-TRL-QTD-EXISTENTES
           MOVE BOOKCPAR-REG-QTD-REJEITADOS
                                       TO WS-TRL-QTD-REJEITADOS
           MOVE BOOKCPAR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKCPAR-CTRL-COD

           IF BOOKCPAR-REG-QTD-REJEITADOS
                                       EQUAL ZEROS
             MOVE "CARGA DE PARAMETROS CONCLUIDA"
                                       TO BOOKCPAR-CTRL-MSG
           ELSE
             MOVE "CARGA CONCLUIDA COM VALORES REJEITADOS"
                                       TO BOOKCPAR-CTRL-MSG
           END-IF
           .
       2000-99-FIM.                    EXIT.

       2100-CARREGAR-DISTPARM          SECTION.

           OPEN INPUT ARQ-DISTPARM

           IF WS-FS-ARQ-DISTPARM       EQUAL ZEROS
             READ ARQ-DISTPARM
             IF WS-FS-ARQ-DISTPARM     EQUAL ZEROS
               MOVE 'DISTRIBU'         TO WS-CRG-PROGRAMA
               MOVE 'N'                TO WS-CRG-TIPO
               MOVE 'DISTPARM.TXT'     TO WS-DET-ORIGEM

               MOVE 'DIST-MAXIMA'      TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 99999              TO WS-CRG-VALOR-MAXIMO
               MOVE "DISTANCIA MAXIMA CLIENTE-VENDEDOR (KM)"
                                       TO WS-CRG-DESCRICAO
               IF FD-PARM-DIST-MAXIMA  IS NUMERIC
                 MOVE FD-PARM-DIST-MAXIMA
                                       TO WS-EDT-DECIMAL
                 MOVE FUNCTION TRIM (WS-EDT-DECIMAL)
                                       TO WS-CRG-VALOR
               ELSE
                 MOVE FD-DISTPARM (1:18)
                                       TO WS-CRG-VALOR
               END-IF
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'VEND-MAXIMO-CLIENTES'
                                       TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 99999              TO WS-CRG-VALOR-MAXIMO
               MOVE "MAXIMO DE CLIENTES POR VENDEDOR"
                                       TO WS-CRG-DESCRICAO
               IF FD-PARM-VEND-MAXIMO  IS NUMERIC
                 MOVE FD-PARM-VEND-MAXIMO
                                       TO WS-EDT-INTEIRO
                 MOVE FUNCTION TRIM (WS-EDT-INTEIRO)
                                       TO WS-CRG-VALOR
               ELSE
                 MOVE FD-DISTPARM (20:5)
                                       TO WS-CRG-VALOR
               END-IF
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'RAIO-TERRA'       TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 99999              TO WS-CRG-VALOR-MAXIMO
               MOVE "RAIO DA TERRA NO CALCULO DE DISTANCIA"
                                       TO WS-CRG-DESCRICAO
               IF FD-PARM-RAIO-TERRA   IS NUMERIC
                 MOVE FD-PARM-RAIO-TERRA
                                       TO WS-EDT-DECIMAL
                 MOVE FUNCTION TRIM (WS-EDT-DECIMAL)
                                       TO WS-CRG-VALOR
               ELSE
                 MOVE FD-DISTPARM (26:8)
                                       TO WS-CRG-VALOR
               END-IF
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'HORAS-SEMANA'     TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 168                TO WS-CRG-VALOR-MAXIMO
               MOVE "HORAS DE TRABALHO DO VENDEDOR NA SEMANA"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-DISTPARM (35:3) TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'VELOCIDADE-KMH'   TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 200                TO WS-CRG-VALOR-MAXIMO
               MOVE "VELOCIDADE MEDIA DE DESLOCAMENTO (KM/H)"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-DISTPARM (39:3) TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 999                TO WS-CRG-VALOR-MAXIMO

               MOVE 'MIN-ATEND-A'      TO WS-CRG-NOME
               MOVE "MINUTOS DE ATENDIMENTO CLIENTE CLASSE A"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-DISTPARM (43:3) TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'MIN-ATEND-B'      TO WS-CRG-NOME
               MOVE "MINUTOS DE ATENDIMENTO CLIENTE CLASSE B"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-DISTPARM (47:3) TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'MIN-ATEND-C'      TO WS-CRG-NOME
               MOVE "MINUTOS DE ATENDIMENTO CLIENTE CLASSE C"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-DISTPARM (51:3) TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO
             END-IF
             CLOSE ARQ-DISTPARM
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-CARREGAR-ALERTPAR          SECTION.

           OPEN INPUT ARQ-ALERTPAR

           IF WS-FS-ARQ-ALERTPAR       EQUAL ZEROS
             READ ARQ-ALERTPAR
             IF WS-FS-ARQ-ALERTPAR     EQUAL ZEROS
               MOVE 'ALERTGEN'         TO WS-CRG-PROGRAMA
               MOVE 'N'                TO WS-CRG-TIPO
               MOVE 'ALERTPAR.TXT'     TO WS-DET-ORIGEM

               MOVE 'LIMITE-NAO-ATRIB' TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 99999              TO WS-CRG-VALOR-MAXIMO
               MOVE "LIMITE DE CLIENTES NAO ATRIBUIDOS"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-ALERTPAR (1:5)  TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO

               MOVE 'PCT-CAPACIDADE'   TO WS-CRG-NOME
               MOVE 1                  TO WS-CRG-VALOR-MINIMO
               MOVE 999                TO WS-CRG-VALOR-MAXIMO
               MOVE "PERCENTUAL DE OCUPACAO DO VENDEDOR"
                                       TO WS-CRG-DESCRICAO
               MOVE FD-ALERTPAR (7:3)  TO WS-CRG-VALOR
               PERFORM 2900-GRAVAR-PARAMETRO
             END-IF
             CLOSE ARQ-ALERTPAR
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-CARREGAR-DESCREG           SECTION.

           OPEN INPUT ARQ-DESCREG

           IF WS-FS-ARQ-DESCREG        EQUAL ZEROS
             MOVE 'REGPEDID'           TO WS-CRG-PROGRAMA
             MOVE 'N'                  TO WS-CRG-TIPO
             MOVE 'DESCREG.TXT'        TO WS-DET-ORIGEM

             READ ARQ-DESCREG
             PERFORM                   UNTIL WS-FS-ARQ-DESCREG
                                       NOT EQUAL ZEROS
               MOVE SPACES             TO WS-CRG-NOME
                                       WS-CRG-DESCRICAO
               STRING 'DESC-REGIAO-'   FD-DESCREG (1:3)
                      DELIMITED BY SIZE
                                       INTO WS-CRG-NOME
               STRING "DESCONTO REGIONAL (%) DA REGIAO "
                      FD-DESCREG (1:3)
                      DELIMITED BY SIZE
                                       INTO WS-CRG-DESCRICAO
               MOVE ZEROS              TO WS-CRG-VALOR-MINIMO
               MOVE 100                TO WS-CRG-VALOR-MAXIMO
               IF FD-DRG-PCT-DESCONTO  IS NUMERIC
                 MOVE FD-DRG-PCT-DESCONTO
                                       TO WS-EDT-DECIMAL
                 MOVE FUNCTION TRIM (WS-EDT-DECIMAL)
                                       TO WS-CRG-VALOR
               ELSE
                 MOVE FD-DESCREG (5:5) TO WS-CRG-VALOR
               END-IF
               PERFORM 2900-GRAVAR-PARAMETRO
               READ ARQ-DESCREG
             END-PERFORM

             CLOSE ARQ-DESCREG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2400-CARREGAR-JOBDEF            SECTION.

           OPEN INPUT ARQ-JOBDEF

           IF WS-FS-ARQ-JOBDEF         EQUAL ZEROS
             MOVE 'EXECLOTE'           TO WS-CRG-PROGRAMA
             MOVE 'J'                  TO WS-CRG-TIPO
             MOVE 'JOBDEF.TXT'         TO WS-DET-ORIGEM
             MOVE ZEROS                TO WS-CRG-VALOR-MINIMO
                                       WS-CRG-VALOR-MAXIMO

             READ ARQ-JOBDEF
             PERFORM                   UNTIL WS-FS-ARQ-JOBDEF
                                       NOT EQUAL ZEROS
               MOVE SPACES             TO WS-CRG-NOME
                                       WS-CRG-DESCRICAO
               STRING 'PASSO-'         FD-JOBDEF (1:3)
                      DELIMITED BY SIZE
                                       INTO WS-CRG-NOME
               STRING "PASSO DO LOTE NOTURNO - "
                      FD-JOB-PROGRAMA
                      DELIMITED BY SIZE
                                       INTO WS-CRG-DESCRICAO

               MOVE SPACES             TO WS-VALOR-PASSO
               MOVE FD-JOB-PROGRAMA    TO WS-PSS-PROGRAMA
               IF FD-JOB-POLITICA      EQUAL 'C'
                 MOVE 'C'              TO WS-PSS-POLITICA
               ELSE
                 MOVE 'A'              TO WS-PSS-POLITICA
               END-IF
               IF FD-JOB-SO-DIA-UTIL   EQUAL 'S'
                 MOVE 'S'              TO WS-PSS-SO-DIA-UTIL
               ELSE
                 MOVE 'N'              TO WS-PSS-SO-DIA-UTIL
               END-IF
               MOVE FD-JOB-PARAMETRO   TO WS-PSS-PARAMETRO
               MOVE WS-VALOR-PASSO     TO WS-CRG-VALOR

               PERFORM 2900-GRAVAR-PARAMETRO
               READ ARQ-JOBDEF
             END-PERFORM

             CLOSE ARQ-JOBDEF
           END-IF
           .
       2400-99-FIM.                    EXIT.

       2500-CARREGAR-ACESSPAR          SECTION.

           MOVE '05;090'               TO WS-LINHA-ACESSPAR
           MOVE 'PADRAO'               TO WS-DET-ORIGEM

           OPEN INPUT ARQ-ACESSPAR

           IF WS-FS-ARQ-ACESSPAR       EQUAL ZEROS
             READ ARQ-ACESSPAR
             IF WS-FS-ARQ-ACESSPAR     EQUAL ZEROS
               MOVE FD-ACESSPAR        TO WS-LINHA-ACESSPAR
               MOVE 'ACESSPAR.TXT'     TO WS-DET-ORIGEM
             END-IF
             CLOSE ARQ-ACESSPAR
           END-IF

           MOVE 'CRUDOPER'             TO WS-CRG-PROGRAMA
           MOVE 'N'                    TO WS-CRG-TIPO

           MOVE 'MAX-FALHAS-LOGIN'     TO WS-CRG-NOME
           MOVE 1                      TO WS-CRG-VALOR-MINIMO
           MOVE 99                     TO WS-CRG-VALOR-MAXIMO
           MOVE "TENTATIVAS DE LOGIN ATE O BLOQUEIO"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-ACESSPAR (1:2)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO

           MOVE 'DIAS-VALIDADE-SENHA'  TO WS-CRG-NOME
           MOVE ZEROS                  TO WS-CRG-VALOR-MINIMO
           MOVE 999                    TO WS-CRG-VALOR-MAXIMO
           MOVE "DIAS DE VALIDADE DA SENHA (0 = SEM PRAZO)"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-ACESSPAR (4:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO
           .
       2500-99-FIM.                    EXIT.

       2600-CARREGAR-SCOREPAR          SECTION.

           MOVE '030;020;020;015;015'  TO WS-LINHA-SCOREPAR
           MOVE 'PADRAO'               TO WS-DET-ORIGEM

           OPEN INPUT ARQ-SCOREPAR

           IF WS-FS-ARQ-SCOREPAR       EQUAL ZEROS
             READ ARQ-SCOREPAR
             IF WS-FS-ARQ-SCOREPAR     EQUAL ZEROS
               MOVE FD-SCOREPAR        TO WS-LINHA-SCOREPAR
               MOVE 'SCOREPAR.TXT'     TO WS-DET-ORIGEM
             END-IF
             CLOSE ARQ-SCOREPAR
           END-IF

           MOVE 'SCOREVND'             TO WS-CRG-PROGRAMA
           MOVE 'N'                    TO WS-CRG-TIPO
           MOVE ZEROS                  TO WS-CRG-VALOR-MINIMO
           MOVE 999                    TO WS-CRG-VALOR-MAXIMO

           MOVE 'PESO-META'            TO WS-CRG-NOME
           MOVE "PESO DO ATINGIMENTO DE META NO SCORE"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-SCOREPAR (1:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO

           MOVE 'PESO-CONVERSAO'       TO WS-CRG-NOME
           MOVE "PESO DA CONVERSAO DE VISITAS NO SCORE"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-SCOREPAR (5:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO

           MOVE 'PESO-ADERENCIA'       TO WS-CRG-NOME
           MOVE "PESO DA ADERENCIA AO ROTEIRO NO SCORE"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-SCOREPAR (9:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO

           MOVE 'PESO-PRODUTIVIDADE'   TO WS-CRG-NOME
           MOVE "PESO DA PRODUTIVIDADE NO SCORE"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-SCOREPAR (13:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO

           MOVE 'PESO-COBERTURA'       TO WS-CRG-NOME
           MOVE "PESO DA COBERTURA DA CARTEIRA NO SCORE"
                                       TO WS-CRG-DESCRICAO
           MOVE WS-LINHA-SCOREPAR (17:3)
                                       TO WS-CRG-VALOR
           PERFORM 2900-GRAVAR-PARAMETRO
           .
       2600-99-FIM.                    EXIT.

       2900-GRAVAR-PARAMETRO           SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'P'                    TO BOOKPARM-REG-SERVICO
           MOVE WS-CRG-PROGRAMA        TO BOOKPARM-REG-PROGRAMA
           MOVE WS-CRG-NOME            TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             SET WS-DET-EXISTENTE      TO TRUE
             MOVE "PARAMETRO JA CADASTRADO - MANTIDO"
                                       TO WS-DET-MENSAGEM
             ADD 1                     TO BOOKCPAR-REG-QTD-EXISTENTES
           ELSE
             INITIALIZE                WS-LINK-CRUDPARM

             MOVE 'I'                  TO BOOKPARM-REG-SERVICO
             MOVE WS-CRG-PROGRAMA      TO BOOKPARM-REG-PROGRAMA
             MOVE WS-CRG-NOME          TO BOOKPARM-REG-NOME
             MOVE WS-CRG-VALOR         TO BOOKPARM-REG-VALOR
             MOVE WS-CRG-TIPO          TO BOOKPARM-REG-TIPO
             MOVE WS-CRG-VALOR-MINIMO  TO BOOKPARM-REG-VALOR-MINIMO
             MOVE WS-CRG-VALOR-MAXIMO  TO BOOKPARM-REG-VALOR-MAXIMO
             MOVE WS-CRG-DESCRICAO     TO BOOKPARM-REG-DESCRICAO
             MOVE BOOKCPAR-REG-OPERADOR
                                       TO BOOKPARM-REG-OPERADOR

             CALL WS-CRUDPARM          USING WS-LINK-CRUDPARM

             MOVE BOOKPARM-CTRL-MSG    TO WS-DET-MENSAGEM

             IF BOOKPARM-CTRL-COD      EQUAL ZEROS
               SET WS-DET-INCLUIDO     TO TRUE
               ADD 1                   TO BOOKCPAR-REG-QTD-INCLUIDOS
             ELSE IF BOOKPARM-CTRL-COD EQUAL 1
               SET WS-DET-REJEITADO    TO TRUE
               ADD 1                   TO BOOKCPAR-REG-QTD-REJEITADOS
             ELSE
               MOVE 2                  TO BOOKCPAR-CTRL-COD
               MOVE BOOKPARM-CTRL-MSG  TO BOOKCPAR-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
             END-IF
           END-IF

           MOVE WS-CRG-PROGRAMA        TO WS-DET-PROGRAMA
           MOVE WS-CRG-NOME            TO WS-DET-NOME
           MOVE WS-CRG-VALOR           TO WS-DET-VALOR
           MOVE WS-RELAT-DETALHE       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT
           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-DISTPARM
                                       ARQ-ALERTPAR
                                       ARQ-DESCREG
                                       ARQ-JOBDEF
                                       ARQ-ACESSPAR
                                       ARQ-SCOREPAR
                                       ARQ-RELAT-CARGA

           IF BOOKCPAR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "CARGAPAR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "CARGAPAR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCPAR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCPAR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
