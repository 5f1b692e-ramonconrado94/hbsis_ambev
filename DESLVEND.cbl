                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DESLIGAMENTO.

           SELECT ARQ-HIST-VENDEDOR    ASSIGN TO "HISTVEN.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.


       DATA                            DIVISION.
       FILE                            SECTION.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-CLIENTE
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-DESLIGAMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-DESLIGAMENTO.
           05 FD-DSL-LINHA             PIC X(100).

       FD  ARQ-HIST-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-VENDEDOR.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-CPF              PIC 9(011).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-CNPJ             PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-NOME             PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-QTD-MAX-CLIENTES PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-VENDEDOR  PIC X(117).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-DESLIGAMENTO      PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.

       77  WS-CLIE-MAXIMO              PIC 9(005)          VALUE 20000.
       77  WS-QTD-CLIENTES             PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SEM-DESTINO   PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKDESL.CPY'.
           PERFORM 1110-ABRIR-ARQ-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-DESLIGAMENTO
           PERFORM 1160-ABRIR-ARQ-HIST-VENDEDOR
           .
       1000-99-FIM.                    EXIT.

           .
       1150-99-FIM.                    EXIT.

       1160-ABRIR-ARQ-HIST-VENDEDOR    SECTION.

           OPEN EXTEND ARQ-HIST-VENDEDOR

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDESL-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE VENDEDOR"
                                       TO BOOKDESL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-REGISTRAR-HISTORICO        SECTION.

           INITIALIZE                  FD-HIST-VENDEDOR
           MOVE 'A'                    TO FD-HIST-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-HIST-DATA-HORA
           MOVE FD-VEND-COD-VENDEDOR   TO FD-HIST-COD-VENDEDOR
           MOVE FD-VEND-CPF            TO FD-HIST-CPF
           MOVE FD-VEND-CNPJ           TO FD-HIST-CNPJ
           MOVE FD-VEND-NOME           TO FD-HIST-NOME
           MOVE FD-VEND-LATITUDE       TO FD-HIST-LATITUDE
           MOVE FD-VEND-LONGITUDE      TO FD-HIST-LONGITUDE
           MOVE BOOKDESL-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-VEND-QTD-MAX-CLIENTES
                                       TO FD-HIST-QTD-MAX-CLIENTES
           MOVE FD-VENDEDOR            TO FD-HIST-IMAGEM-VENDEDOR

           WRITE FD-HIST-VENDEDOR

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKDESL-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE VENDEDOR"
                                       TO BOOKDESL-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           PERFORM 2100-ATUALIZAR-STATUS
           MOVE BOOKDESL-REG-NOVO-STATUS
                                       TO FD-VEND-STATUS

           PERFORM 1170-REGISTRAR-HISTORICO

           REWRITE FD-VENDEDOR

           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS
           CLOSE ARQ-VENDEDOR
                                       ARQ-CLIENTE
                                       ARQ-DESLIGAMENTO
                                       ARQ-HIST-VENDEDOR

           IF BOOKDESL-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "DESLVEND.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "DESLVEND"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKDESL-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKDESL-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
