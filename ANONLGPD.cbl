                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-HIST-CLIENTE     ASSIGN TO DISK WS-ENDER-HIST
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.

           SELECT ARQ-HIST-TRABALHO    ASSIGN TO "HISTTRAB.TMP"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-TRAB.

           SELECT ARQ-CATALOGO         ASSIGN TO DISK "ARQMORTO.CAT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CATALOGO.

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "ANONLGPD.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-PEDHDR
           LABEL RECORD                IS STANDARD.
               88 FD-PEH-CAPTADO                           VALUE 'C'.
               88 FD-PEH-CONFIRMADO                        VALUE 'F'.
               88 FD-PEH-CANCELADO                         VALUE 'X'.
               88 FD-PEH-FATURADO                          VALUE 'N'.
           05 FD-PEH-MOTIVO-CANCEL     PIC X(001).
           05 FD-PEH-DATA-CANCEL       PIC 9(008).
           05 FD-PEH-OPER-CANCEL       PIC X(010).
           05 FD-PEH-OPERADOR          PIC X(010).
           05 FD-PEH-DATA-SEPARACAO    PIC 9(008).
           05 FD-PEH-DATA-CONFIRMACAO  PIC 9(008).
           05 FD-PEH-DATA-ENVIO-FAT    PIC 9(008).
           05 FD-PEH-NUM-NF            PIC 9(009).
           05 FD-PEH-SERIE-NF          PIC X(003).
           05 FD-PEH-DATA-EMISSAO-NF   PIC 9(008).
           05 FD-PEH-DATA-REJEICAO-FAT PIC 9(008).
           05 FD-PEH-MOTIVO-REJEICAO   PIC X(040).
           05 FD-PEH-DATA-ENTREGA      PIC 9(008).

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-HIST-TRABALHO
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-TRABALHO            PIC X(400).

       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD.
       01  FD-CATALOGO.
           05 FD-CAT-NOME-ARQUIVO      PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-CAT-DATA-CORTE        PIC 9(008).

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TRAB              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CATALOGO          PIC X(002)          VALUE SPACES.

       77  WS-FIM-ARQ-HIST             PIC X(001)          VALUE 'N'.
       77  WS-FIM-ARQ-TRAB             PIC X(001)          VALUE 'N'.

       01  WS-ENDER-HIST               PIC X(040)          VALUE
                                                   "HISTCLI.TXT".

       01  WS-ULT-VISITA               PIC 9(008)          VALUE ZEROS.
       01  WS-ULT-PEDIDO               PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PROTEGIDOS    PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKLGPD.CPY'.
           MOVE FD-CLI-LATITUDE        TO FD-HIST-LATITUDE
           MOVE FD-CLI-LONGITUDE       TO FD-HIST-LONGITUDE
           MOVE BOOKLGPD-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

                                       UNTIL WS-FS-ARQ-CLIE
                                       EQUAL '10'

           CLOSE ARQ-HIST-CLIENTE

           PERFORM 2400-MASCARAR-HISTORICO
           PERFORM 2500-MASCARAR-ARQUIVO-MORTO

           MOVE BOOKLGPD-REG-QTD-AVALIADOS
                                       TO WS-TRL-QTD-AVALIADOS
           MOVE BOOKLGPD-REG-QTD-ANONIMIZADOS
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             PERFORM 2310-MASCARAR-DADOS-PESSOAIS
             SET FD-CLI-DADOS-ANONIMOS TO TRUE

             REWRITE FD-CLIENTE
           .
       2300-99-FIM.                    EXIT.

       2310-MASCARAR-DADOS-PESSOAIS    SECTION.

           MOVE ZEROS                  TO FD-CLI-CNPJ
           MOVE "CLIENTE ANONIMIZADO"  TO FD-CLI-RZ-SOCIAL
           MOVE "ANONIMIZADO"          TO FD-CLI-TELEFONE
           MOVE "ANONIMIZADO"          TO FD-CLI-EMAIL
           MOVE "ANONIMIZADO"          TO FD-CLI-CONTATO

           .
       2310-99-FIM.                    EXIT.

       2400-MASCARAR-HISTORICO         SECTION.

           MOVE 'N'                    TO WS-FIM-ARQ-HIST
                                       WS-FIM-ARQ-TRAB

           OPEN INPUT ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             OPEN OUTPUT ARQ-HIST-TRABALHO

             PERFORM 2410-LER-ARQ-HIST

             PERFORM 2420-COPIAR-HIST-MASCARADO
                                       UNTIL WS-FIM-ARQ-HIST
                                       EQUAL 'S'

             CLOSE ARQ-HIST-CLIENTE
                                       ARQ-HIST-TRABALHO

             OPEN INPUT ARQ-HIST-TRABALHO
             OPEN OUTPUT ARQ-HIST-CLIENTE

             PERFORM 2440-LER-ARQ-TRAB

             PERFORM 2450-DEVOLVER-HIST
                                       UNTIL WS-FIM-ARQ-TRAB
                                       EQUAL 'S'

             CLOSE ARQ-HIST-TRABALHO
                                       ARQ-HIST-CLIENTE
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2410-LER-ARQ-HIST               SECTION.

           READ ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-HIST
           END-IF

           .
       2410-99-FIM.                    EXIT.

       2420-COPIAR-HIST-MASCARADO      SECTION.

           MOVE FD-HIST-COD-CLIENTE    TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS AND
              FD-CLI-DADOS-ANONIMOS
             PERFORM 2430-MASCARAR-REGISTRO-HIST
           END-IF

           WRITE FD-HIST-TRABALHO      FROM FD-HIST-CLIENTE

           PERFORM 2410-LER-ARQ-HIST

           .
       2420-99-FIM.                    EXIT.

       2430-MASCARAR-REGISTRO-HIST     SECTION.

           MOVE ZEROS                  TO FD-HIST-CNPJ

           IF FD-HIST-IMAGEM-CLIENTE   NOT EQUAL SPACES
             MOVE FD-HIST-IMAGEM-CLIENTE
                                       TO FD-CLIENTE

             IF FD-HIST-RZ-SOCIAL      EQUAL FD-CLI-RZ-SOCIAL
               MOVE "CLIENTE ANONIMIZADO"
                                       TO FD-HIST-RZ-SOCIAL
             END-IF

             PERFORM 2310-MASCARAR-DADOS-PESSOAIS
             MOVE FD-CLIENTE           TO FD-HIST-IMAGEM-CLIENTE
           END-IF

           .
       2430-99-FIM.                    EXIT.

       2440-LER-ARQ-TRAB               SECTION.

           READ ARQ-HIST-TRABALHO

           IF WS-FS-ARQ-TRAB           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TRAB
           END-IF

           .
       2440-99-FIM.                    EXIT.

       2450-DEVOLVER-HIST              SECTION.

           WRITE FD-HIST-CLIENTE       FROM FD-HIST-TRABALHO

           PERFORM 2440-LER-ARQ-TRAB

           .
       2450-99-FIM.                    EXIT.

       2500-MASCARAR-ARQUIVO-MORTO     SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FS-ARQ-CATALOGO       EQUAL ZEROS
             PERFORM 2510-LER-ARQ-CATALOGO

             PERFORM 2520-MASCARAR-ARQUIVO-CATALOGADO
                                       UNTIL WS-FS-ARQ-CATALOGO
                                       NOT EQUAL ZEROS

             CLOSE ARQ-CATALOGO
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2510-LER-ARQ-CATALOGO           SECTION.

           READ ARQ-CATALOGO

           .
       2510-99-FIM.                    EXIT.

       2520-MASCARAR-ARQUIVO-CATALOGADO SECTION.

           IF FD-CAT-NOME-ARQUIVO (1:7)
                                       EQUAL "HISTCLI"
             MOVE FD-CAT-NOME-ARQUIVO  TO WS-ENDER-HIST
             PERFORM 2400-MASCARAR-HISTORICO
           END-IF

           PERFORM 2510-LER-ARQ-CATALOGO

           .
       2520-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-HIST-CLIENTE
                                       ARQ-RELATORIO

           IF BOOKLGPD-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "ANONLGPD.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "ANONLGPD"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKLGPD-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKLGPD-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
