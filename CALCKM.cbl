
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CALCKM.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-VISITA           ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-VENDEDOR         ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-VEND-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-VEND-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT ARQ-QUILOMETRAGEM    ASSIGN TO DISK "CALCKM.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-QUILOMETRAGEM.

           SELECT ARQ-FOLHA            ASSIGN TO DISK "KMPAY.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FOLHA.

           SELECT ARQ-FECHAMENTO       ASSIGN TO DISK "KMFECH.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FECHAMENTO.

           SELECT WORK-PERCURSO        ASSIGN TO "WCALCKM.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
       01  FD-VISITA.
           05 FD-VIS-CHAVE.
               10 FD-VIS-COD-VENDEDOR  PIC 9(005).
               10 FD-VIS-COD-CLIENTE   PIC 9(007).
               10 FD-VIS-DATA-VISITA   PIC 9(008).
           05 FD-VIS-RESULTADO         PIC X(001).
               88 FD-VIS-CANCELADA                         VALUE 'C'.
           05 FD-VIS-OBSERVACAO        PIC X(040).
           05 FD-VIS-OPERADOR          PIC X(010).
           05 FD-VIS-LATITUDE          PIC S9(003)V9(008).
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-VENDEDOR.
           05 FD-VEND-COD-VENDEDOR     PIC 9(005).
           05 FD-VEND-TIPO-DOC         PIC X(001).
               88 FD-VEND-PESSOA-FISICA                    VALUE 'F'.
               88 FD-VEND-PESSOA-JURIDICA                  VALUE 'J'.
           05 FD-VEND-CPF              PIC 9(011).
           05 FD-VEND-CNPJ             PIC 9(014).
           05 FD-VEND-NOME             PIC X(040).
           05 FD-VEND-LATITUDE         PIC S9(003)V9(008).
           05 FD-VEND-LONGITUDE        PIC S9(003)V9(008).
           05 FD-VEND-QTD-MAX-CLIENTES PIC 9(005).
           05 FD-VEND-REGIAO           PIC 9(003).
           05 FD-VEND-META-VISITAS     PIC 9(005).
           05 FD-VEND-PCT-COMISSAO     PIC 9(003)V9(002).
           05 FD-VEND-STATUS           PIC X(001).
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-QUILOMETRAGEM
           LABEL RECORD                IS STANDARD.
       01  FD-QUILOMETRAGEM.
           05 FD-QUI-LINHA             PIC X(120).

       FD  ARQ-FOLHA
           LABEL RECORD                IS STANDARD.
       01  FD-FOLHA.
           05 FD-FOL-LINHA             PIC X(080).

       FD  ARQ-FECHAMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-FECHAMENTO.
           05 FD-FEC-ANO-MES           PIC 9(006).
           05 FILLER                   PIC X(001).
           05 FD-FEC-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-FEC-OPERADOR          PIC X(010).

       SD  WORK-PERCURSO.
       01  SD-PERCURSO.
           05 SD-PER-COD-VENDEDOR      PIC 9(005).
           05 SD-PER-DATA-VISITA       PIC 9(008).
           05 SD-PER-HORA-CHECKIN      PIC 9(006).
           05 SD-PER-COD-CLIENTE       PIC 9(007).
           05 SD-PER-LATITUDE          PIC S9(003)V9(008).
           05 SD-PER-LONGITUDE         PIC S9(003)V9(008).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-QUILOMETRAGEM     PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FOLHA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FECHAMENTO        PIC X(002)          VALUE SPACES.

       77  WS-MES-JA-PROCESSADO        PIC X(001)          VALUE 'N'.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-VALOR-KM-PADRAO          PIC 9(003)V9(004)   VALUE
                                                           0,9000.
       77  WS-LIMITE-TRECHO-PADRAO     PIC 9(005)          VALUE 00150.
       77  WS-LIMITE-TRECHO-METROS     PIC 9(010)V9(008)   VALUE ZEROS.
       77  WS-RAIO-TERRA               PIC 9(005)V9(003)   VALUE
                                                           6731,000.

       01  WS-LAT-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-RAD-ORIG             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-RAD-DEST             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-RAD-ORIG             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-RAD-DEST             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CALC-DISTANCIA           PIC 9(010)V9(008)   VALUE ZEROS.

       01  WS-CONTROLE-VENDEDOR.
           05 WS-VEND-ATUAL            PIC 9(005)          VALUE ZEROS.
           05 WS-VEND-NOME             PIC X(040)          VALUE SPACES.
           05 WS-VEND-CPF              PIC 9(011)          VALUE ZEROS.
           05 WS-VEND-LAT-BASE         PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-VEND-LON-BASE         PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-VEND-BASE             PIC X(001)          VALUE 'N'.
               88 WS-VEND-COM-BASE                         VALUE 'S'.
           05 WS-VEND-QTD-DIAS         PIC 9(003)          VALUE ZEROS.
           05 WS-VEND-QTD-DIAS-REVISAO PIC 9(003)          VALUE ZEROS.
           05 WS-VEND-KM-PAGO          PIC 9(007)V9(003)   VALUE ZEROS.
           05 WS-VEND-KM-REVISAO       PIC 9(007)V9(003)   VALUE ZEROS.
           05 WS-VEND-VALOR            PIC 9(009)V9(002)   VALUE ZEROS.

       01  WS-CONTROLE-DIA.
           05 WS-DATA-ATUAL            PIC 9(008)          VALUE ZEROS.
           05 WS-DIA-QTD-VISITAS       PIC 9(003)          VALUE ZEROS.
           05 WS-DIA-METROS            PIC 9(010)V9(008)   VALUE ZEROS.
           05 WS-DIA-KM                PIC 9(007)V9(003)   VALUE ZEROS.
           05 WS-DIA-ORIGEM            PIC X(001)          VALUE 'N'.
               88 WS-DIA-COM-ORIGEM                        VALUE 'S'.
           05 WS-DIA-SITUACAO          PIC X(001)          VALUE 'N'.
               88 WS-DIA-EM-REVISAO                        VALUE 'S'.
           05 WS-DIA-MOTIVO            PIC X(025)          VALUE SPACES.

       01  WS-TOTAL-KM-PAGO            PIC 9(009)V9(003)   VALUE ZEROS.
       01  WS-TOTAL-VALOR              PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-QUILOMETRAGEM-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-VALOR-KM          PIC 9(003)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-LIMITE-TRECHO     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-QUILOMETRAGEM-DIA.
           05 WS-DIA-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-DATA              PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-VISITAS           PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-KM-PERCORRIDO     PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-STATUS            PIC X(007)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIA-OBSERVACAO        PIC X(025)          VALUE SPACES.

       01  WS-QUILOMETRAGEM-VEND.
           05 WS-VND-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-DIAS              PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-DIAS-REVISAO      PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-KM-PAGO           PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-KM-REVISAO        PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-VND-VALOR-REEMBOLSO   PIC 9(009)V9(002)   VALUE ZEROS.

       01  WS-QUILOMETRAGEM-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DIAS-REVISAO  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-KM-TOTAL          PIC 9(009)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-FOLHA-CABEC.
           05 WS-FCA-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-SISTEMA           PIC X(008)          VALUE
                                                           'CARTEIRA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-ANO-MES           PIC 9(006)          VALUE ZEROS.

       01  WS-FOLHA-DET.
           05 WS-FDE-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FDE-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FDE-CPF               PIC 9(011)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FDE-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FDE-VALOR-REEMBOLSO   PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-FOLHA-TRAILER.
           05 WS-FTR-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FTR-QTD-REGISTROS     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FTR-TOTAL-REEMBOLSO   PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-QTD-REGISTROS-FOLHA      PIC 9(005)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKQUIL.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKQUIL-REG-ANO-MES     EQUAL ZEROS
             MOVE 1                    TO BOOKQUIL-CTRL-COD
             MOVE "ANO/MES DA COMPETENCIA OBRIGATORIO"
                                       TO BOOKQUIL-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKQUIL-REG-VALOR-KM    EQUAL ZEROS
             MOVE WS-VALOR-KM-PADRAO   TO BOOKQUIL-REG-VALOR-KM
           END-IF

           IF BOOKQUIL-REG-LIMITE-TRECHO-KM
                                       EQUAL ZEROS
             MOVE WS-LIMITE-TRECHO-PADRAO
                                       TO BOOKQUIL-REG-LIMITE-TRECHO-KM
           END-IF

           COMPUTE WS-LIMITE-TRECHO-METROS
                                       = BOOKQUIL-REG-LIMITE-TRECHO-KM
                                       * 1000

           PERFORM 1105-VERIFICAR-FECHAMENTO

           IF WS-MES-JA-PROCESSADO     EQUAL 'S'
             MOVE 1                    TO BOOKQUIL-CTRL-COD
             MOVE "COMPETENCIA JA PROCESSADA PARA PAGAMENTO"
                                       TO BOOKQUIL-CTRL-MSG
             GOBACK
           END-IF

           PERFORM 1110-ABRIR-ARQ-VISITA
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-QUILOMETRAGEM
           PERFORM 1140-ABRIR-ARQ-FOLHA
           .
       1000-99-FIM.                    EXIT.

       1105-VERIFICAR-FECHAMENTO       SECTION.

           MOVE 'N'                    TO WS-MES-JA-PROCESSADO

           OPEN INPUT ARQ-FECHAMENTO

           IF WS-FS-ARQ-FECHAMENTO     EQUAL ZEROS
             PERFORM 1106-LER-ARQ-FECHAMENTO
             PERFORM                   UNTIL WS-FS-ARQ-FECHAMENTO
                                       NOT EQUAL ZEROS
               IF FD-FEC-ANO-MES       EQUAL BOOKQUIL-REG-ANO-MES
                 MOVE 'S'              TO WS-MES-JA-PROCESSADO
               END-IF
               PERFORM 1106-LER-ARQ-FECHAMENTO
             END-PERFORM

             CLOSE ARQ-FECHAMENTO
           END-IF

           .
       1105-99-FIM.                    EXIT.

       1106-LER-ARQ-FECHAMENTO         SECTION.

           READ ARQ-FECHAMENTO

           .
       1106-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-QUILOMETRAGEM    SECTION.

           OPEN OUTPUT ARQ-QUILOMETRAGEM

           IF WS-FS-ARQ-QUILOMETRAGEM  EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE KM"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-FOLHA            SECTION.

           OPEN OUTPUT ARQ-FOLHA

           IF WS-FS-ARQ-FOLHA          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA ABERTURA DA INTERFACE DE FOLHA"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE VISITAS"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-VENDEDOR               SECTION.

           MOVE WS-VEND-ATUAL          TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-QUILOMETRAGEM   SECTION.

           WRITE FD-QUILOMETRAGEM      FROM FD-QUI-LINHA

           IF WS-FS-ARQ-QUILOMETRAGEM  EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE KM"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-GRAVAR-ARQ-FOLHA           SECTION.

           WRITE FD-FOLHA              FROM FD-FOL-LINHA

           IF WS-FS-ARQ-FOLHA          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA INTERFACE DE FOLHA"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1180-99-FIM.                    EXIT.

       1190-GRAVAR-FECHAMENTO          SECTION.

           OPEN EXTEND ARQ-FECHAMENTO

           IF WS-FS-ARQ-FECHAMENTO     EQUAL '05' OR '35'
             OPEN OUTPUT ARQ-FECHAMENTO
           END-IF

           IF WS-FS-ARQ-FECHAMENTO     EQUAL ZEROS
             MOVE BOOKQUIL-REG-ANO-MES TO FD-FEC-ANO-MES
             MOVE ';'                  TO FD-FECHAMENTO (7:1)
             MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-FEC-DATA-HORA
             MOVE ';'                  TO FD-FECHAMENTO (22:1)
             MOVE BOOKQUIL-REG-OPERADOR
                                       TO FD-FEC-OPERADOR
             WRITE FD-FECHAMENTO
             CLOSE ARQ-FECHAMENTO
           ELSE
             MOVE 2                    TO BOOKQUIL-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO FECHAMENTO"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1190-99-FIM.                    EXIT.

       1195-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-VISITA
                                       ARQ-VENDEDOR
                                       ARQ-QUILOMETRAGEM
                                       ARQ-FOLHA
           .
       1195-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKQUIL-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKQUIL-REG-VALOR-KM  TO WS-CAB-VALOR-KM
           MOVE BOOKQUIL-REG-LIMITE-TRECHO-KM
                                       TO WS-CAB-LIMITE-TRECHO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE BOOKQUIL-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-QUILOMETRAGEM-CABEC TO FD-QUI-LINHA
           PERFORM 1170-GRAVAR-ARQ-QUILOMETRAGEM

           MOVE BOOKQUIL-REG-ANO-MES   TO WS-FCA-ANO-MES
           MOVE WS-FOLHA-CABEC         TO FD-FOL-LINHA
           PERFORM 1180-GRAVAR-ARQ-FOLHA

           SORT WORK-PERCURSO
                ON ASCENDING KEY SD-PER-COD-VENDEDOR
                                 SD-PER-DATA-VISITA
                                 SD-PER-HORA-CHECKIN
                                 SD-PER-COD-CLIENTE
                INPUT PROCEDURE 2100-SELECIONAR-VISITAS
                OUTPUT PROCEDURE 2200-MONTAR-PERCURSOS

           IF BOOKQUIL-REG-QTD-VENDEDORES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKQUIL-CTRL-COD
             MOVE "NENHUMA VISITA NA COMPETENCIA INFORMADA"
                                       TO BOOKQUIL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE BOOKQUIL-REG-QTD-VENDEDORES
                                       TO WS-TRL-QTD-VENDEDORES
           MOVE BOOKQUIL-REG-QTD-DIAS-REVISAO
                                       TO WS-TRL-QTD-DIAS-REVISAO
           MOVE WS-TOTAL-KM-PAGO       TO WS-TRL-KM-TOTAL
           MOVE WS-TOTAL-VALOR         TO WS-TRL-VALOR-TOTAL
           MOVE WS-QUILOMETRAGEM-TRAILER
                                       TO FD-QUI-LINHA
           PERFORM 1170-GRAVAR-ARQ-QUILOMETRAGEM

           MOVE WS-QTD-REGISTROS-FOLHA TO WS-FTR-QTD-REGISTROS
           MOVE WS-TOTAL-VALOR         TO WS-FTR-TOTAL-REEMBOLSO
           MOVE WS-FOLHA-TRAILER       TO FD-FOL-LINHA
           PERFORM 1180-GRAVAR-ARQ-FOLHA

           PERFORM 1190-GRAVAR-FECHAMENTO

           MOVE WS-TOTAL-KM-PAGO       TO BOOKQUIL-REG-KM-TOTAL
           MOVE WS-TOTAL-VALOR         TO BOOKQUIL-REG-VALOR-TOTAL

           MOVE ZEROS                  TO BOOKQUIL-CTRL-COD
           IF BOOKQUIL-REG-QTD-DIAS-REVISAO
                                       GREATER ZEROS
             MOVE "REEMBOLSO GERADO - HA DIAS EM REVISAO"
                                       TO BOOKQUIL-CTRL-MSG
           ELSE
             MOVE "REEMBOLSO DE KM GERADO COM SUCESSO"
                                       TO BOOKQUIL-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-VISITAS         SECTION.

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-VISITA
             PERFORM 2110-LIBERAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       EQUAL '10'
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-LIBERAR-VISITA             SECTION.

           IF FD-VIS-DATA-VISITA (1:6) EQUAL BOOKQUIL-REG-ANO-MES AND
              NOT FD-VIS-CANCELADA
             IF FD-VIS-VEND-EXECUTOR   GREATER ZEROS
               MOVE FD-VIS-VEND-EXECUTOR
                                       TO SD-PER-COD-VENDEDOR
             ELSE
               MOVE FD-VIS-COD-VENDEDOR
                                       TO SD-PER-COD-VENDEDOR
             END-IF
             MOVE FD-VIS-DATA-VISITA   TO SD-PER-DATA-VISITA
             MOVE FD-VIS-HORA-CHECKIN  TO SD-PER-HORA-CHECKIN
             MOVE FD-VIS-COD-CLIENTE   TO SD-PER-COD-CLIENTE
             MOVE FD-VIS-LATITUDE      TO SD-PER-LATITUDE
             MOVE FD-VIS-LONGITUDE     TO SD-PER-LONGITUDE
             RELEASE SD-PERCURSO
           END-IF

           PERFORM 1150-LER-ARQ-VISITA

           .
       2110-99-FIM.                    EXIT.

       2200-MONTAR-PERCURSOS           SECTION.

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-PERCURSO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2210-PROCESSAR-VENDEDOR
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           .
       2200-99-FIM.                    EXIT.

       2210-PROCESSAR-VENDEDOR         SECTION.

           INITIALIZE                  WS-CONTROLE-VENDEDOR
           MOVE SD-PER-COD-VENDEDOR    TO WS-VEND-ATUAL

           PERFORM 1160-LER-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-VEND-NOME
             MOVE FD-VEND-CPF          TO WS-VEND-CPF
             IF FD-VEND-LATITUDE       NOT EQUAL ZEROS OR
                FD-VEND-LONGITUDE      NOT EQUAL ZEROS
               MOVE FD-VEND-LATITUDE   TO WS-VEND-LAT-BASE
               MOVE FD-VEND-LONGITUDE  TO WS-VEND-LON-BASE
               MOVE 'S'                TO WS-VEND-BASE
             END-IF
           ELSE
             MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-VEND-NOME
           END-IF

           PERFORM 2220-PROCESSAR-DIA  UNTIL WS-FIM-SORT EQUAL 'S'
                                       OR SD-PER-COD-VENDEDOR
                                       NOT EQUAL WS-VEND-ATUAL

           PERFORM 2260-FECHAR-VENDEDOR

           .
       2210-99-FIM.                    EXIT.

       2220-PROCESSAR-DIA              SECTION.

           INITIALIZE                  WS-CONTROLE-DIA
           MOVE SD-PER-DATA-VISITA     TO WS-DATA-ATUAL

           IF WS-VEND-COM-BASE
             MOVE WS-VEND-LAT-BASE     TO WS-LAT-ORIG
             MOVE WS-VEND-LON-BASE     TO WS-LON-ORIG
             MOVE 'S'                  TO WS-DIA-ORIGEM
           ELSE
             MOVE 'S'                  TO WS-DIA-SITUACAO
             MOVE "VENDEDOR SEM BASE"  TO WS-DIA-MOTIVO
           END-IF

           PERFORM 2230-PROCESSAR-VISITA
                                       UNTIL WS-FIM-SORT EQUAL 'S'
                                       OR SD-PER-COD-VENDEDOR
                                       NOT EQUAL WS-VEND-ATUAL
                                       OR SD-PER-DATA-VISITA
                                       NOT EQUAL WS-DATA-ATUAL

           IF WS-VEND-COM-BASE AND WS-DIA-COM-ORIGEM
             MOVE WS-VEND-LAT-BASE     TO WS-LAT-DEST
             MOVE WS-VEND-LON-BASE     TO WS-LON-DEST
             PERFORM 2300-CALCULA-DISTANCIA
             PERFORM 2240-SOMAR-TRECHO
           END-IF

           PERFORM 2250-FECHAR-DIA

           .
       2220-99-FIM.                    EXIT.

       2230-PROCESSAR-VISITA           SECTION.

           ADD 1                       TO WS-DIA-QTD-VISITAS

           IF SD-PER-LATITUDE          EQUAL ZEROS AND
              SD-PER-LONGITUDE         EQUAL ZEROS
             IF NOT WS-DIA-EM-REVISAO
               MOVE 'S'                TO WS-DIA-SITUACAO
               MOVE "VISITA SEM COORDENADA"
                                       TO WS-DIA-MOTIVO
             END-IF
           ELSE
             IF WS-DIA-COM-ORIGEM
               MOVE SD-PER-LATITUDE    TO WS-LAT-DEST
               MOVE SD-PER-LONGITUDE   TO WS-LON-DEST
               PERFORM 2300-CALCULA-DISTANCIA
               PERFORM 2240-SOMAR-TRECHO
             END-IF
             MOVE SD-PER-LATITUDE      TO WS-LAT-ORIG
             MOVE SD-PER-LONGITUDE     TO WS-LON-ORIG
             MOVE 'S'                  TO WS-DIA-ORIGEM
           END-IF

           RETURN WORK-PERCURSO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2230-99-FIM.                    EXIT.

       2240-SOMAR-TRECHO               SECTION.

           ADD WS-CALC-DISTANCIA       TO WS-DIA-METROS

           IF WS-CALC-DISTANCIA        GREATER WS-LIMITE-TRECHO-METROS
              AND NOT WS-DIA-EM-REVISAO
             MOVE 'S'                  TO WS-DIA-SITUACAO
             MOVE "TRECHO ACIMA DO LIMITE"
                                       TO WS-DIA-MOTIVO
           END-IF

           .
       2240-99-FIM.                    EXIT.

       2250-FECHAR-DIA                 SECTION.

           COMPUTE WS-DIA-KM ROUNDED   = WS-DIA-METROS / 1000

           ADD 1                       TO WS-VEND-QTD-DIAS

           MOVE WS-VEND-ATUAL          TO WS-DIA-COD-VEND
           MOVE WS-DATA-ATUAL          TO WS-DIA-DATA
           MOVE WS-DIA-QTD-VISITAS     TO WS-DIA-VISITAS
           MOVE WS-DIA-KM              TO WS-DIA-KM-PERCORRIDO
           MOVE WS-DIA-MOTIVO          TO WS-DIA-OBSERVACAO

           IF WS-DIA-EM-REVISAO
             MOVE "REVISAO"            TO WS-DIA-STATUS
             ADD 1                     TO WS-VEND-QTD-DIAS-REVISAO
                                       BOOKQUIL-REG-QTD-DIAS-REVISAO
             ADD WS-DIA-KM             TO WS-VEND-KM-REVISAO
           ELSE
             MOVE "OK"                 TO WS-DIA-STATUS
             ADD WS-DIA-KM             TO WS-VEND-KM-PAGO
           END-IF

           MOVE WS-QUILOMETRAGEM-DIA   TO FD-QUI-LINHA
           PERFORM 1170-GRAVAR-ARQ-QUILOMETRAGEM

           .
       2250-99-FIM.                    EXIT.

       2260-FECHAR-VENDEDOR            SECTION.

           ADD 1                       TO BOOKQUIL-REG-QTD-VENDEDORES

           COMPUTE WS-VEND-VALOR ROUNDED
                                       = WS-VEND-KM-PAGO
                                       * BOOKQUIL-REG-VALOR-KM

           ADD WS-VEND-KM-PAGO         TO WS-TOTAL-KM-PAGO
           ADD WS-VEND-VALOR           TO WS-TOTAL-VALOR

           MOVE WS-VEND-ATUAL          TO WS-VND-COD-VEND
           MOVE WS-VEND-NOME           TO WS-VND-NOME
           MOVE WS-VEND-QTD-DIAS       TO WS-VND-DIAS
           MOVE WS-VEND-QTD-DIAS-REVISAO
                                       TO WS-VND-DIAS-REVISAO
           MOVE WS-VEND-KM-PAGO        TO WS-VND-KM-PAGO
           MOVE WS-VEND-KM-REVISAO     TO WS-VND-KM-REVISAO
           MOVE WS-VEND-VALOR          TO WS-VND-VALOR-REEMBOLSO
           MOVE WS-QUILOMETRAGEM-VEND  TO FD-QUI-LINHA
           PERFORM 1170-GRAVAR-ARQ-QUILOMETRAGEM

           IF WS-VEND-VALOR            GREATER ZEROS
             ADD 1                     TO WS-QTD-REGISTROS-FOLHA
             MOVE WS-VEND-ATUAL        TO WS-FDE-COD-VEND
             MOVE WS-VEND-CPF          TO WS-FDE-CPF
             MOVE BOOKQUIL-REG-ANO-MES TO WS-FDE-ANO-MES
             MOVE WS-VEND-VALOR        TO WS-FDE-VALOR-REEMBOLSO
             MOVE WS-FOLHA-DET         TO FD-FOL-LINHA
             PERFORM 1180-GRAVAR-ARQ-FOLHA
           END-IF

           .
       2260-99-FIM.                    EXIT.

       2300-CALCULA-DISTANCIA          SECTION.

           MOVE ZEROS                  TO WS-CALC-DISTANCIA

           COMPUTE WS-LAT-RAD-ORIG     = WS-LAT-ORIG
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LAT-RAD-DEST     = WS-LAT-DEST
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LON-RAD-ORIG     = WS-LON-ORIG
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LON-RAD-DEST     = WS-LON-DEST
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-DLA              = WS-LAT-RAD-DEST
                                       - (WS-LAT-RAD-ORIG)
           COMPUTE WS-DLO              = WS-LON-RAD-DEST
                                       - (WS-LON-RAD-ORIG)
           COMPUTE WS-A                = FUNCTION SIN(WS-DLA / 2)
                                       * FUNCTION SIN(WS-DLA / 2)
                                       + FUNCTION COS(WS-LAT-RAD-ORIG)
                                       * FUNCTION COS(WS-LAT-RAD-DEST)
                                       * FUNCTION SIN(WS-DLO / 2)
                                       * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C                = 2 * FUNCTION ATAN(
                                             FUNCTION SQRT(WS-A) /
                                             FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA   = WS-RAIO-TERRA * WS-C * 1000

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1195-FECHAR-ARQUIVOS

           IF BOOKQUIL-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "CALCKM.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "CALCKM"               TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKQUIL-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKQUIL-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
