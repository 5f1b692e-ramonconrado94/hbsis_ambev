       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. ATUAULTV.
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

           SELECT ARQ-ULTVISIT         ASSIGN TO DISK "ULTVISIT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-ULV-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ULTVISIT.


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
               88 FD-VIS-REALIZADA                         VALUE 'R'.
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

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ULTVISIT          PIC X(002)          VALUE SPACES.

       77  WS-DIAS-REFERENCIA          PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-VISITA              PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-DECORRIDOS          PIC S9(008)         VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKULTV.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF NOT BOOKULTV-ATUALIZAR
             MOVE 1                    TO BOOKULTV-CTRL-COD
             MOVE "OPCAO INVALIDA"     TO BOOKULTV-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKULTV-REG-COD-CLIENTE EQUAL ZEROS
             MOVE 1                    TO BOOKULTV-CTRL-COD
             MOVE "CODIGO DO CLIENTE NAO INFORMADO"
                                       TO BOOKULTV-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKULTV-REG-DATA-REFER  EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKULTV-REG-DATA-REFER
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (BOOKULTV-REG-DATA-REFER)

           PERFORM 1110-ABRIR-ARQ-VISITA
           PERFORM 1120-ABRIR-ARQ-ULTVISIT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKULTV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKULTV-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-ULTVISIT         SECTION.

           OPEN I-O ARQ-ULTVISIT

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             CONTINUE
           ELSE IF WS-FS-ARQ-ULTVISIT  EQUAL '35'
             CLOSE ARQ-VISITA
             MOVE ZEROS                TO BOOKULTV-CTRL-COD
             MOVE "ULTVISIT NAO GERADO - AGUARDA RECONSTRUCAO"
                                       TO BOOKULTV-CTRL-MSG
             GOBACK
           ELSE
             MOVE 2                    TO BOOKULTV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO ULTVISIT"
                                       TO BOOKULTV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKULTV-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE VISITAS"
                                       TO BOOKULTV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-VISITA
                                       ARQ-ULTVISIT
           .
       1140-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           PERFORM 2100-APURAR-VISITAS-CLIENTE

           MOVE BOOKULTV-REG-COD-CLIENTE
                                       TO FD-ULV-COD-CLIENTE
           READ ARQ-ULTVISIT           RECORD INTO FD-ULTVISIT
                                       KEY IS FD-ULV-COD-CLIENTE

           IF BOOKULTV-REG-DATA-ULT-VISITA
                                       EQUAL ZEROS
             IF WS-FS-ARQ-ULTVISIT     EQUAL ZEROS
               PERFORM 2300-EXCLUIR-ULTIMA-VISITA
             END-IF
             MOVE ZEROS                TO BOOKULTV-CTRL-COD
             MOVE "CLIENTE SEM VISITAS REGISTRADAS"
                                       TO BOOKULTV-CTRL-MSG
           ELSE
             PERFORM 2200-GRAVAR-ULTIMA-VISITA
             MOVE ZEROS                TO BOOKULTV-CTRL-COD
             MOVE "ULTIMA VISITA ATUALIZADA COM SUCESSO"
                                       TO BOOKULTV-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-APURAR-VISITAS-CLIENTE     SECTION.

           MOVE ZEROS                  TO BOOKULTV-REG-DATA-ULT-VISITA
                                       BOOKULTV-REG-COD-VEND-ULT
                                       BOOKULTV-REG-DATA-ULT-REALIZ
                                       BOOKULTV-REG-COD-VEND-REALIZ
                                       BOOKULTV-REG-QTD-VISITAS-30
                                       BOOKULTV-REG-QTD-VISITAS-90
           MOVE SPACES                 TO BOOKULTV-REG-RESULTADO-ULT

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             MOVE BOOKULTV-REG-COD-CLIENTE
                                       TO FD-VIS-COD-CLIENTE

             START ARQ-VISITA          KEY IS EQUAL
                                       FD-VIS-COD-CLIENTE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               PERFORM 1130-LER-ARQ-VISITA
               PERFORM 2110-ACUMULAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS OR
                                       FD-VIS-COD-CLIENTE NOT EQUAL
                                       BOOKULTV-REG-COD-CLIENTE
             END-IF
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-ACUMULAR-VISITA            SECTION.

           IF FD-VIS-DATA-VISITA       GREATER
                                       BOOKULTV-REG-DATA-ULT-VISITA OR
              (FD-VIS-DATA-VISITA      EQUAL
                                       BOOKULTV-REG-DATA-ULT-VISITA AND
               FD-VIS-COD-VENDEDOR     GREATER
                                       BOOKULTV-REG-COD-VEND-ULT)
             MOVE FD-VIS-DATA-VISITA   TO BOOKULTV-REG-DATA-ULT-VISITA
             MOVE FD-VIS-COD-VENDEDOR  TO BOOKULTV-REG-COD-VEND-ULT
             MOVE FD-VIS-RESULTADO     TO BOOKULTV-REG-RESULTADO-ULT
           END-IF

           IF FD-VIS-REALIZADA
             IF FD-VIS-DATA-VISITA     GREATER
                                       BOOKULTV-REG-DATA-ULT-REALIZ OR
                (FD-VIS-DATA-VISITA    EQUAL
                                       BOOKULTV-REG-DATA-ULT-REALIZ AND
                 FD-VIS-COD-VENDEDOR   GREATER
                                       BOOKULTV-REG-COD-VEND-REALIZ)
               MOVE FD-VIS-DATA-VISITA TO BOOKULTV-REG-DATA-ULT-REALIZ
               MOVE FD-VIS-COD-VENDEDOR
                                       TO BOOKULTV-REG-COD-VEND-REALIZ
             END-IF

             COMPUTE WS-DIAS-VISITA    = FUNCTION INTEGER-OF-DATE
                                       (FD-VIS-DATA-VISITA)
             COMPUTE WS-DIAS-DECORRIDOS
                                       = WS-DIAS-REFERENCIA
                                       - WS-DIAS-VISITA

             IF WS-DIAS-DECORRIDOS     NOT LESS ZEROS
               IF WS-DIAS-DECORRIDOS   LESS 30
                 ADD 1                 TO BOOKULTV-REG-QTD-VISITAS-30
               END-IF
               IF WS-DIAS-DECORRIDOS   LESS 90
                 ADD 1                 TO BOOKULTV-REG-QTD-VISITAS-90
               END-IF
             END-IF
           END-IF

           PERFORM 1130-LER-ARQ-VISITA

           .
       2110-99-FIM.                    EXIT.

       2200-GRAVAR-ULTIMA-VISITA       SECTION.

           MOVE BOOKULTV-REG-COD-CLIENTE
                                       TO FD-ULV-COD-CLIENTE
           MOVE BOOKULTV-REG-DATA-ULT-VISITA
                                       TO FD-ULV-DATA-ULT-VISITA
           MOVE BOOKULTV-REG-COD-VEND-ULT
                                       TO FD-ULV-COD-VEND-ULT
           MOVE BOOKULTV-REG-RESULTADO-ULT
                                       TO FD-ULV-RESULTADO-ULT
           MOVE BOOKULTV-REG-DATA-ULT-REALIZ
                                       TO FD-ULV-DATA-ULT-REALIZ
           MOVE BOOKULTV-REG-COD-VEND-REALIZ
                                       TO FD-ULV-COD-VEND-REALIZ
           MOVE BOOKULTV-REG-QTD-VISITAS-30
                                       TO FD-ULV-QTD-VISITAS-30
           MOVE BOOKULTV-REG-QTD-VISITAS-90
                                       TO FD-ULV-QTD-VISITAS-90
           MOVE BOOKULTV-REG-DATA-REFER
                                       TO FD-ULV-DATA-CONTAGEM
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-ULV-DATA-HORA-ATUAL
           MOVE BOOKULTV-REG-OPERADOR  TO FD-ULV-OPERADOR

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             REWRITE FD-ULTVISIT
           ELSE
             WRITE FD-ULTVISIT
           END-IF

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKULTV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO ULTVISIT"
                                       TO BOOKULTV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR-ULTIMA-VISITA      SECTION.

           DELETE ARQ-ULTVISIT         RECORD

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKULTV-CTRL-COD
             MOVE "ERRO NA EXCLUSAO DO ARQUIVO ULTVISIT"
                                       TO BOOKULTV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1140-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
