                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-ULTVISIT         ASSIGN TO DISK "ULTVISIT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-ULV-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ULTVISIT.

           SELECT ARQ-ROTEIRO          ASSIGN TO DISK WS-ENDER-ROTEIRO
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
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

       FD  ARQ-RESULT
           LABEL RECORD                IS STANDARD.
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

       FD  ARQ-ROTEIRO
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-RESULT            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ROTEIRO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ULTVISIT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-AUSENCIA          PIC X(002)          VALUE SPACES.

       77  WS-LIMITE-DIA-PADRAO        PIC 9(005)          VALUE 00010.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DESCARTADOS   PIC 9(004)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKROTA.CPY'.
           PERFORM 1115-LOCALIZAR-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1125-ABRIR-ARQ-VISITA
           PERFORM 1126-ABRIR-ARQ-ULTVISIT
           PERFORM 1130-ABRIR-ARQ-RESULT

           IF NOT BOOKROTA-MODO-SEMANAL
           .
       1125-99-FIM.                    EXIT.

       1126-ABRIR-ARQ-ULTVISIT         SECTION.

           OPEN INPUT ARQ-ULTVISIT

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKROTA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO ULTVISIT"
                                       TO BOOKROTA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1126-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RESULT           SECTION.

           OPEN INPUT ARQ-RESULT
           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-VISITA
                                       ARQ-ULTVISIT
                                       ARQ-RESULT

           IF NOT BOOKROTA-MODO-SEMANAL

           MOVE ZEROS                  TO WS-ULT-VISITA-CLIENTE

           IF WS-FS-ARQ-ULTVISIT       NOT EQUAL '35'
             MOVE FD-CLI-COD-CLIENTE   TO FD-ULV-COD-CLIENTE
             READ ARQ-ULTVISIT         RECORD INTO FD-ULTVISIT
                                       KEY IS FD-ULV-COD-CLIENTE
             IF WS-FS-ARQ-ULTVISIT     EQUAL ZEROS
               MOVE FD-ULV-DATA-ULT-VISITA
                                       TO WS-ULT-VISITA-CLIENTE
             END-IF
           ELSE IF WS-FS-ARQ-VISITA    NOT EQUAL '35'
             MOVE FD-CLI-COD-CLIENTE   TO FD-VIS-COD-CLIENTE

             START ARQ-VISITA          KEY IS EQUAL
               END-PERFORM
             END-IF
           END-IF
           END-IF

           .
       2130-99-FIM.                    EXIT.

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKROTA-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE WS-ENDER-ROTEIRO       TO BOOKARQR-REG-ARQUIVO
           MOVE "ROTEIRO"              TO BOOKARQR-REG-RELATORIO
           MOVE "GERAROTA"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKROTA-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKROTA-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
