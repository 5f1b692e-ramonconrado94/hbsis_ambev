       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RECULTVI.
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

           SELECT OPTIONAL ARQ-ULTVISIT
                                       ASSIGN TO DISK "ULTVISIT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-ULV-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ULTVISIT.

           SELECT ARQ-RELAT-ULTVISIT   ASSIGN TO "RECULTVI.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-VISITA          ASSIGN TO "WULTVIS.TMP".


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
           05 FD-VIS-OBSERVACAO        PIC X(040).
           05 FD-VIS-OPERADOR          PIC X(010).
           05 FD-VIS-LATITUDE          PIC S9(003)V9(008).
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-ULTVISIT
           LABEL RECORD                IS STANDARD.
       01  FD-ULTVISIT.
           05 FD-ULV-COD-CLIENTE       PIC 9(007).
           05 FD-ULV-DATA-ULT-VISITA   PIC 9(008).
           05 FD-ULV-COD-VEND-ULT      PIC 9(005).
           05 FD-ULV-RESULTADO-ULT     PIC X(001).
           05 FD-ULV-DATA-ULT-REALIZ   PIC 9(008).
           05 FD-ULV-COD-VEND-REALIZ   PIC 9(005).
           05 FD-ULV-QTD-VISITAS-30    PIC 9(005).
           05 FD-ULV-QTD-VISITAS-90    PIC 9(005).
           05 FD-ULV-DATA-CONTAGEM     PIC 9(008).
           05 FD-ULV-DATA-HORA-ATUAL   PIC 9(014).
           05 FD-ULV-OPERADOR          PIC X(010).

       FD  ARQ-RELAT-ULTVISIT
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-ULTVISIT.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-VISITA.
       01  SD-VISITA.
           05 SD-VIS-COD-CLIENTE       PIC 9(007).
           05 SD-VIS-DATA-VISITA       PIC 9(008).
           05 SD-VIS-COD-VENDEDOR      PIC 9(005).
           05 SD-VIS-RESULTADO         PIC X(001).
               88 SD-VIS-REALIZADA                         VALUE 'R'.

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ULTVISIT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-VISITA-AUSENTE           PIC X(001)          VALUE 'N'.

       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.
       77  WS-DIAS-REFERENCIA          PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-VISITA              PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-DECORRIDOS          PIC S9(008)         VALUE ZEROS.

       77  WS-QUEBRA-CLIENTE           PIC 9(007)          VALUE ZEROS.
       77  WS-MOTIVO-DIVERGENCIA       PIC X(040)          VALUE SPACES.

       01  WS-APURADO.
           05 WS-APU-DATA-ULT-VISITA   PIC 9(008)          VALUE ZEROS.
           05 WS-APU-COD-VEND-ULT      PIC 9(005)          VALUE ZEROS.
           05 WS-APU-RESULTADO-ULT     PIC X(001)          VALUE SPACES.
           05 WS-APU-DATA-ULT-REALIZ   PIC 9(008)          VALUE ZEROS.
           05 WS-APU-COD-VEND-REALIZ   PIC 9(005)          VALUE ZEROS.
           05 WS-APU-QTD-VISITAS-30    PIC 9(005)          VALUE ZEROS.
           05 WS-APU-QTD-VISITAS-90    PIC 9(005)          VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RECULTVI'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-MODO              PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-REFER        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELAT-DIVERGENCIA.
           05 WS-DIV-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-MOTIVO            PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-APU-DATA-ULT      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-APU-VEND-ULT      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-APU-RESULTADO     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-APU-DATA-REALIZ   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-GRV-DATA-ULT      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-GRV-VEND-ULT      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-GRV-RESULTADO     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DIV-GRV-DATA-REALIZ   PIC 9(008)          VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-MODO              PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VISITAS       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DIVERGENCIAS  PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRULV.CPY'.

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

           IF BOOKRULV-REG-MODO        EQUAL SPACES
             SET BOOKRULV-VERIFICAR    TO TRUE
           END-IF

           IF NOT BOOKRULV-RECONSTRUIR AND
              NOT BOOKRULV-VERIFICAR
             MOVE 1                    TO BOOKRULV-CTRL-COD
             MOVE "MODO INVALIDO - INFORME R OU V"
                                       TO BOOKRULV-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKRULV-REG-DATA-REFER  EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:8)  TO BOOKRULV-REG-DATA-REFER
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (BOOKRULV-REG-DATA-REFER)

           MOVE ZEROS                  TO BOOKRULV-REG-QTD-VISITAS
                                       BOOKRULV-REG-QTD-CLIENTES
                                       BOOKRULV-REG-QTD-DIVERGENCIAS

           PERFORM 1110-ABRIR-ARQ-VISITA
           PERFORM 1120-ABRIR-ARQ-ULTVISIT
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             IF WS-FS-ARQ-VISITA       EQUAL '35'
               MOVE 'S'                TO WS-VISITA-AUSENTE
             END-IF
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKRULV-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-ULTVISIT         SECTION.

           IF BOOKRULV-RECONSTRUIR
             OPEN OUTPUT ARQ-ULTVISIT
           ELSE
             OPEN INPUT ARQ-ULTVISIT
           END-IF

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO ULTVISIT"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-ULTVISIT

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO ULTVISIT"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE VISITAS"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-ULTVISIT           SECTION.

           READ ARQ-ULTVISIT           NEXT RECORD

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO ULTVISIT"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-ULTVISIT

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO ULTVISIT"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-VISITA
                                       ARQ-ULTVISIT
                                       ARQ-RELAT-ULTVISIT
           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRULV-REG-MODO      TO WS-CAB-MODO
           MOVE BOOKRULV-REG-DATA-REFER
                                       TO WS-CAB-DATA-REFER
           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE BOOKRULV-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           SORT WORK-VISITA
                ON ASCENDING KEY SD-VIS-COD-CLIENTE
                                 SD-VIS-DATA-VISITA
                                 SD-VIS-COD-VENDEDOR
                INPUT PROCEDURE 2100-SELECIONAR-VISITAS
                OUTPUT PROCEDURE 2300-APURAR-CLIENTES

           IF BOOKRULV-VERIFICAR
             PERFORM 2500-VERIFICAR-SEM-VISITAS
           END-IF

           MOVE BOOKRULV-REG-MODO      TO WS-TRL-MODO
           MOVE BOOKRULV-REG-QTD-VISITAS
                                       TO WS-TRL-QTD-VISITAS
           MOVE BOOKRULV-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKRULV-REG-QTD-DIVERGENCIAS
                                       TO WS-TRL-QTD-DIVERGENCIAS
           MOVE BOOKRULV-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKRULV-CTRL-COD

           IF BOOKRULV-RECONSTRUIR
             MOVE "ULTVISIT RECONSTRUIDO COM SUCESSO"
                                       TO BOOKRULV-CTRL-MSG
           ELSE
             IF BOOKRULV-REG-QTD-DIVERGENCIAS
                                       EQUAL ZEROS
               MOVE "ULTVISIT CONFERE COM O ARQUIVO VISITA"
                                       TO BOOKRULV-CTRL-MSG
             ELSE
               MOVE "VERIFICACAO CONCLUIDA COM DIVERGENCIAS"
                                       TO BOOKRULV-CTRL-MSG
             END-IF
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-VISITAS         SECTION.

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             PERFORM 1140-LER-ARQ-VISITA

             PERFORM 2110-LIBERAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-LIBERAR-VISITA             SECTION.

           ADD 1                       TO BOOKRULV-REG-QTD-VISITAS

           MOVE FD-VIS-COD-CLIENTE     TO SD-VIS-COD-CLIENTE
           MOVE FD-VIS-DATA-VISITA     TO SD-VIS-DATA-VISITA
           MOVE FD-VIS-COD-VENDEDOR    TO SD-VIS-COD-VENDEDOR
           MOVE FD-VIS-RESULTADO       TO SD-VIS-RESULTADO
           RELEASE SD-VISITA

           PERFORM 1140-LER-ARQ-VISITA

           .
       2110-99-FIM.                    EXIT.

       2300-APURAR-CLIENTES            SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           INITIALIZE                  WS-APURADO

           RETURN WORK-VISITA          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-VIS-COD-CLIENTE   TO WS-QUEBRA-CLIENTE

             PERFORM 2310-ACUMULAR-VISITA
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2350-FECHAR-CLIENTE
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-VISITA            SECTION.

           IF SD-VIS-COD-CLIENTE       NOT EQUAL WS-QUEBRA-CLIENTE
             PERFORM 2350-FECHAR-CLIENTE
             MOVE SD-VIS-COD-CLIENTE   TO WS-QUEBRA-CLIENTE
             INITIALIZE                WS-APURADO
           END-IF

           MOVE SD-VIS-DATA-VISITA     TO WS-APU-DATA-ULT-VISITA
           MOVE SD-VIS-COD-VENDEDOR    TO WS-APU-COD-VEND-ULT
           MOVE SD-VIS-RESULTADO       TO WS-APU-RESULTADO-ULT

           IF SD-VIS-REALIZADA
             MOVE SD-VIS-DATA-VISITA   TO WS-APU-DATA-ULT-REALIZ
             MOVE SD-VIS-COD-VENDEDOR  TO WS-APU-COD-VEND-REALIZ

             COMPUTE WS-DIAS-VISITA    = FUNCTION INTEGER-OF-DATE
                                       (SD-VIS-DATA-VISITA)
             COMPUTE WS-DIAS-DECORRIDOS
                                       = WS-DIAS-REFERENCIA
                                       - WS-DIAS-VISITA

             IF WS-DIAS-DECORRIDOS     NOT LESS ZEROS
               IF WS-DIAS-DECORRIDOS   LESS 30
                 ADD 1                 TO WS-APU-QTD-VISITAS-30
               END-IF
               IF WS-DIAS-DECORRIDOS   LESS 90
                 ADD 1                 TO WS-APU-QTD-VISITAS-90
               END-IF
             END-IF
           END-IF

           RETURN WORK-VISITA          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2350-FECHAR-CLIENTE             SECTION.

           ADD 1                       TO BOOKRULV-REG-QTD-CLIENTES

           IF BOOKRULV-RECONSTRUIR
             PERFORM 2360-GRAVAR-ULTIMA-VISITA
           ELSE
             PERFORM 2370-CONFERIR-ULTIMA-VISITA
           END-IF

           .
       2350-99-FIM.                    EXIT.

       2360-GRAVAR-ULTIMA-VISITA       SECTION.

           MOVE WS-QUEBRA-CLIENTE      TO FD-ULV-COD-CLIENTE
           MOVE WS-APU-DATA-ULT-VISITA TO FD-ULV-DATA-ULT-VISITA
           MOVE WS-APU-COD-VEND-ULT    TO FD-ULV-COD-VEND-ULT
           MOVE WS-APU-RESULTADO-ULT   TO FD-ULV-RESULTADO-ULT
           MOVE WS-APU-DATA-ULT-REALIZ TO FD-ULV-DATA-ULT-REALIZ
           MOVE WS-APU-COD-VEND-REALIZ TO FD-ULV-COD-VEND-REALIZ
           MOVE WS-APU-QTD-VISITAS-30  TO FD-ULV-QTD-VISITAS-30
           MOVE WS-APU-QTD-VISITAS-90  TO FD-ULV-QTD-VISITAS-90
           MOVE BOOKRULV-REG-DATA-REFER
                                       TO FD-ULV-DATA-CONTAGEM
           MOVE WS-DH-GERACAO          TO FD-ULV-DATA-HORA-ATUAL
           MOVE BOOKRULV-REG-OPERADOR  TO FD-ULV-OPERADOR

           WRITE FD-ULTVISIT

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRULV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO ULTVISIT"
                                       TO BOOKRULV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2360-99-FIM.                    EXIT.

       2370-CONFERIR-ULTIMA-VISITA     SECTION.

           MOVE SPACES                 TO WS-MOTIVO-DIVERGENCIA

           MOVE WS-QUEBRA-CLIENTE      TO FD-ULV-COD-CLIENTE
           READ ARQ-ULTVISIT           RECORD INTO FD-ULTVISIT
                                       KEY IS FD-ULV-COD-CLIENTE

           IF WS-FS-ARQ-ULTVISIT       NOT EQUAL ZEROS
             INITIALIZE                FD-ULTVISIT
             MOVE "CLIENTE AUSENTE NO ULTVISIT"
                                       TO WS-MOTIVO-DIVERGENCIA
           ELSE IF FD-ULV-DATA-ULT-VISITA
                                       NOT EQUAL WS-APU-DATA-ULT-VISITA
                OR FD-ULV-COD-VEND-ULT NOT EQUAL WS-APU-COD-VEND-ULT
                OR FD-ULV-RESULTADO-ULT
                                       NOT EQUAL WS-APU-RESULTADO-ULT
             MOVE "ULTIMA VISITA DIVERGENTE"
                                       TO WS-MOTIVO-DIVERGENCIA
           ELSE IF FD-ULV-DATA-ULT-REALIZ
                                       NOT EQUAL WS-APU-DATA-ULT-REALIZ
                OR FD-ULV-COD-VEND-REALIZ
                                       NOT EQUAL WS-APU-COD-VEND-REALIZ
             MOVE "ULTIMA VISITA REALIZADA DIVERGENTE"
                                       TO WS-MOTIVO-DIVERGENCIA
           ELSE IF FD-ULV-DATA-CONTAGEM
                                       EQUAL BOOKRULV-REG-DATA-REFER
                AND (FD-ULV-QTD-VISITAS-30
                                       NOT EQUAL WS-APU-QTD-VISITAS-30
                OR FD-ULV-QTD-VISITAS-90
                                       NOT EQUAL WS-APU-QTD-VISITAS-90)
             MOVE "CONTAGEM DE 30/90 DIAS DIVERGENTE"
                                       TO WS-MOTIVO-DIVERGENCIA
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MOTIVO-DIVERGENCIA    NOT EQUAL SPACES
             MOVE WS-QUEBRA-CLIENTE    TO WS-DIV-COD-CLIENTE
             MOVE WS-APU-DATA-ULT-VISITA
                                       TO WS-DIV-APU-DATA-ULT
             MOVE WS-APU-COD-VEND-ULT  TO WS-DIV-APU-VEND-ULT
             MOVE WS-APU-RESULTADO-ULT TO WS-DIV-APU-RESULTADO
             MOVE WS-APU-DATA-ULT-REALIZ
                                       TO WS-DIV-APU-DATA-REALIZ
             PERFORM 2400-GRAVAR-DIVERGENCIA
           END-IF

           .
       2370-99-FIM.                    EXIT.

       2400-GRAVAR-DIVERGENCIA         SECTION.

           MOVE WS-MOTIVO-DIVERGENCIA  TO WS-DIV-MOTIVO
           MOVE FD-ULV-DATA-ULT-VISITA TO WS-DIV-GRV-DATA-ULT
           MOVE FD-ULV-COD-VEND-ULT    TO WS-DIV-GRV-VEND-ULT
           MOVE FD-ULV-RESULTADO-ULT   TO WS-DIV-GRV-RESULTADO
           MOVE FD-ULV-DATA-ULT-REALIZ TO WS-DIV-GRV-DATA-REALIZ
           MOVE WS-RELAT-DIVERGENCIA   TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO BOOKRULV-REG-QTD-DIVERGENCIAS

           .
       2400-99-FIM.                    EXIT.

       2500-VERIFICAR-SEM-VISITAS      SECTION.

           MOVE ZEROS                  TO FD-ULV-COD-CLIENTE

           START ARQ-ULTVISIT          KEY IS NOT LESS
                                       FD-ULV-COD-CLIENTE

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             PERFORM 1150-LER-ARQ-ULTVISIT
             PERFORM 2510-CONFERIR-CLIENTE-GRAVADO
                                       UNTIL WS-FS-ARQ-ULTVISIT
                                       NOT EQUAL ZEROS
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2510-CONFERIR-CLIENTE-GRAVADO   SECTION.

           IF WS-VISITA-AUSENTE        EQUAL 'S'
             MOVE '23'                 TO WS-FS-ARQ-VISITA
           ELSE
             MOVE FD-ULV-COD-CLIENTE   TO FD-VIS-COD-CLIENTE
             START ARQ-VISITA          KEY IS EQUAL
                                       FD-VIS-COD-CLIENTE
           END-IF

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE FD-ULV-COD-CLIENTE   TO WS-DIV-COD-CLIENTE
             MOVE ZEROS                TO WS-DIV-APU-DATA-ULT
                                       WS-DIV-APU-VEND-ULT
                                       WS-DIV-APU-DATA-REALIZ
             MOVE SPACES               TO WS-DIV-APU-RESULTADO
             MOVE "CLIENTE SEM VISITAS NO ARQUIVO VISITA"
                                       TO WS-MOTIVO-DIVERGENCIA
             PERFORM 2400-GRAVAR-DIVERGENCIA
           END-IF

           PERFORM 1150-LER-ARQ-ULTVISIT

           .
       2510-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKRULV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RECULTVI.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RECULTVI"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRULV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRULV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
