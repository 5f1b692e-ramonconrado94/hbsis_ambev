                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-ULTVISIT         ASSIGN TO DISK "ULTVISIT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-ULV-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ULTVISIT.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK WS-ENDER-CLIENTE
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

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

       FD  ARQ-CLIENTE
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-AGING
           LABEL RECORD                IS STANDARD.

       77  WS-FS-ARQ-RESULT            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ULTVISIT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-AGING             PIC X(002)          VALUE SPACES.

       77  WS-DIAS-SEM-VISITA          PIC S9(005)         VALUE ZEROS.

       01  WS-DATA-REFERENCIA          PIC 9(008)          VALUE ZEROS.
       01  WS-ENDER-CLIENTE            PIC X(040)          VALUE SPACES.

       01  WS-TAB-CARTEIRA.
           05 WS-CART-ITEM             OCCURS 20000 TIMES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKAGIN.CPY'.
           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-REFERENCIA)

           IF BOOKAGIN-REG-BASE-RECONST
                                       GREATER ZEROS
             MOVE SPACES               TO WS-ENDER-CLIENTE
             STRING "CLI"              DELIMITED BY SIZE
                    BOOKAGIN-REG-BASE-RECONST
                                       DELIMITED BY SIZE
                    ".RCN"             DELIMITED BY SIZE
                                       INTO WS-ENDER-CLIENTE
           ELSE
             MOVE "CLIENTE.TXT"        TO WS-ENDER-CLIENTE
           END-IF

           PERFORM 1105-ZERAR-TABELA-AGING
           PERFORM 1110-ABRIR-ARQ-RESULT
           PERFORM 1115-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-VISITA
           PERFORM 1125-ABRIR-ARQ-ULTVISIT
           PERFORM 1130-ABRIR-ARQ-AGING
           .
       1000-99-FIM.                    EXIT.
           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-ULTVISIT         SECTION.

           OPEN INPUT ARQ-ULTVISIT

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKAGIN-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO ULTVISIT"
                                       TO BOOKAGIN-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-AGING            SECTION.

           OPEN OUTPUT ARQ-AGING
           CLOSE ARQ-RESULT
                                       ARQ-CLIENTE
                                       ARQ-VISITA
                                       ARQ-ULTVISIT
                                       ARQ-AGING
           .
       1170-99-FIM.                    EXIT.
             PERFORM 3000-FINALIZAR
           END-IF

           IF WS-FS-ARQ-ULTVISIT       NOT EQUAL '35'
             MOVE 1                    TO WS-IDX-CART
             PERFORM 2250-BUSCAR-ULTIMA-VISITA
                                       UNTIL WS-IDX-CART
                                       GREATER WS-QTD-CARTEIRA
           ELSE IF WS-FS-ARQ-VISITA    NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-VISITA
             PERFORM 2200-APURAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       EQUAL '10'
           END-IF
           END-IF

           MOVE 1                      TO WS-IDX-CART
           PERFORM 2300-CLASSIFICAR-CLIENTE
           .
       2210-99-FIM.                    EXIT.

       2250-BUSCAR-ULTIMA-VISITA       SECTION.

           MOVE WS-CART-COD-CLIENTE (WS-IDX-CART)
                                       TO FD-ULV-COD-CLIENTE
           READ ARQ-ULTVISIT           RECORD INTO FD-ULTVISIT
                                       KEY IS FD-ULV-COD-CLIENTE

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS
             IF FD-ULV-COD-VEND-ULT    EQUAL WS-CART-COD-VEND
                                       (WS-IDX-CART)
               MOVE FD-ULV-DATA-ULT-VISITA
                                       TO WS-CART-ULT-VISITA
                                       (WS-IDX-CART)
             ELSE
               IF WS-FS-ARQ-VISITA     NOT EQUAL '35'
                 PERFORM 2260-BUSCAR-VISITA-VENDEDOR
               END-IF
             END-IF
           END-IF

           ADD 1                       TO WS-IDX-CART

           .
       2250-99-FIM.                    EXIT.

       2260-BUSCAR-VISITA-VENDEDOR     SECTION.

           MOVE WS-CART-COD-VEND (WS-IDX-CART)
                                       TO FD-VIS-COD-VENDEDOR
           MOVE WS-CART-COD-CLIENTE (WS-IDX-CART)
                                       TO FD-VIS-COD-CLIENTE
           MOVE ZEROS                  TO FD-VIS-DATA-VISITA

           START ARQ-VISITA            KEY IS NOT LESS FD-VIS-CHAVE

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS
             PERFORM 1150-LER-ARQ-VISITA
             PERFORM                   UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS OR
                                       FD-VIS-COD-VENDEDOR NOT EQUAL
                                       WS-CART-COD-VEND (WS-IDX-CART)
                                       OR
                                       FD-VIS-COD-CLIENTE NOT EQUAL
                                       WS-CART-COD-CLIENTE (WS-IDX-CART)
               IF FD-VIS-DATA-VISITA   GREATER WS-CART-ULT-VISITA
                                       (WS-IDX-CART)
                 MOVE FD-VIS-DATA-VISITA
                                       TO WS-CART-ULT-VISITA
                                       (WS-IDX-CART)
               END-IF
               PERFORM 1150-LER-ARQ-VISITA
             END-PERFORM
           END-IF

           .
       2260-99-FIM.                    EXIT.

       2300-CLASSIFICAR-CLIENTE        SECTION.

           MOVE ZEROS                  TO WS-DIAS-SEM-VISITA

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKAGIN-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELAGING.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELAGING"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKAGIN-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKAGIN-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
