                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT ARQ-ALERTAS          ASSIGN TO DISK "ALERTAS.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-ALERTAS
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-RESULT            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RESVEND           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ALERTAS           PIC X(002)          VALUE SPACES.

       77  WS-LIMITE-NAO-ATRIB         PIC 9(005)          VALUE 00010.
       01  WS-LINK-VERIFARQ.
           COPY 'BOOKVARQ.CPY'.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-NOME-PARAMETRO           PIC X(020)          VALUE SPACES.

       01  WS-MENSAGEM-ALERTA          PIC X(040)          VALUE SPACES.
       01  WS-SEVERIDADE-ALERTA        PIC X(001)          VALUE 'M'.
       01  WS-PROGRAMA-ALERTA          PIC X(008)          VALUE SPACES.

       1110-LER-PARAMETROS             SECTION.

           MOVE 'LIMITE-NAO-ATRIB'     TO WS-NOME-PARAMETRO
           PERFORM 1111-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-LIMITE-NAO-ATRIB
           END-IF

           MOVE 'PCT-CAPACIDADE'       TO WS-NOME-PARAMETRO
           PERFORM 1111-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PCT-CAPACIDADE
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1111-CONSULTAR-PARAMETRO        SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'ALERTGEN'             TO BOOKPARM-REG-PROGRAMA
           MOVE WS-NOME-PARAMETRO      TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM
           .
       1111-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-ALERTAS          SECTION.

           OPEN EXTEND ARQ-ALERTAS
