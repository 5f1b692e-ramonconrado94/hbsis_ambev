                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDISPEN.

           SELECT ARQ-HIST-CLIENTE     ASSIGN TO "HISTCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.


       DATA                            DIVISION.
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
           05 FD-RDP-DATA-HORA         PIC 9(014).
           05 FD-RDP-ORIGEM            PIC X(001).

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-CLIENTE.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-CLIENTE      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-CNPJ             PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-RZ-SOCIAL        PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-RESULT            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CKPT              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SIMUL             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RESVEND           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-AUSENCIA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TRAVA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REDISPEN          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.

       77  WS-RDP-COD-ATUAL            PIC 9(007)          VALUE ZEROS.

       01  WS-ENDER                    PIC X(040)          VALUE SPACES.


       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-NOME-PARAMETRO           PIC X(020)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKDSTR.CPY'.
             PERFORM 1170-ABRIR-ARQ-RESULT
             PERFORM 1171-ABRIR-ARQ-CARTEIRA
             PERFORM 1195-ABRIR-ARQ-EXCECAO
             PERFORM 1126-ABRIR-ARQ-HIST-CLIENTE

             IF NOT WS-EXECUCAO-FILTRADA
               PERFORM 1176-ABRIR-ARQ-GERACAO
           .
       1106-99-FIM.                    EXIT.

       1104-CONSULTAR-PARAMETRO        SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'DISTRIBU'             TO BOOKPARM-REG-PROGRAMA
           MOVE WS-NOME-PARAMETRO      TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM
           .
       1104-99-FIM.                    EXIT.

       1105-ZERAR-CONTAGEM-VENDEDOR    SECTION.

           MOVE 1                      TO WS-IDX-VEND

       1107-LER-PARAMETROS              SECTION.

           MOVE 'DIST-MAXIMA'          TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-DIST-MAXIMA
           END-IF

           MOVE 'VEND-MAXIMO-CLIENTES' TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-VEND-MAXIMO-CLIENTES
           END-IF

           MOVE 'RAIO-TERRA'           TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-RAIO-TERRA
           END-IF

           MOVE 'HORAS-SEMANA'         TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-HORAS-SEMANA
           END-IF

           MOVE 'VELOCIDADE-KMH'       TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-VELOCIDADE-KMH
           END-IF

           MOVE 'MIN-ATEND-A'          TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-MIN-ATEND-A
           END-IF

           MOVE 'MIN-ATEND-B'          TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-MIN-ATEND-B
           END-IF

           MOVE 'MIN-ATEND-C'          TO WS-NOME-PARAMETRO
           PERFORM 1104-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-MIN-ATEND-C
           END-IF

           COMPUTE WS-ORCAMENTO-MINUTOS

       1125-REGRAVAR-ARQ-CLIENTE       SECTION.

           PERFORM 1128-GRAVAR-IMAGEM-HISTORICO

           REWRITE FD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
           .
       1125-99-FIM.                    EXIT.

       1126-ABRIR-ARQ-HIST-CLIENTE     SECTION.

           OPEN EXTEND ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKDSTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE CLIENTE"
                                       TO BOOKDSTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1126-99-FIM.                    EXIT.

       1127-REGISTRAR-HISTORICO        SECTION.

           INITIALIZE                  FD-HIST-CLIENTE
           MOVE 'A'                    TO FD-HIST-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-HIST-DATA-HORA
           MOVE FD-CLI-COD-CLIENTE     TO FD-HIST-COD-CLIENTE
           MOVE FD-CLI-CNPJ            TO FD-HIST-CNPJ
           MOVE FD-CLI-RZ-SOCIAL       TO FD-HIST-RZ-SOCIAL
           MOVE FD-CLI-LATITUDE        TO FD-HIST-LATITUDE
           MOVE FD-CLI-LONGITUDE       TO FD-HIST-LONGITUDE
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKDSTR-REG-OPERADOR  TO FD-HIST-OPERADOR
           .
       1127-99-FIM.                    EXIT.

       1128-GRAVAR-IMAGEM-HISTORICO    SECTION.

           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKDSTR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE CLIENTE"
                                       TO BOOKDSTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1128-99-FIM.                    EXIT.


       1130-FECHAR-ARQ-CLIENTE         SECTION.

                   PERFORM 1177-GRAVAR-ARQ-GERACAO
                 END-IF

                 PERFORM 1127-REGISTRAR-HISTORICO
                 MOVE WS-RESULT-COD-VEND
                                       TO FD-CLI-COD-VENDEDOR
                 PERFORM 1125-REGRAVAR-ARQ-CLIENTE
             PERFORM 1197-FECHAR-ARQ-EXCECAO

             CLOSE ARQ-CARTEIRA
                                       ARQ-HIST-CLIENTE

             IF WS-GERACAO-ATIVA
               MOVE 'N'                TO WS-GERACAO-ABERTA
             END-IF
           END-IF

           IF BOOKDSTR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "DISTSUM.RPT"          TO BOOKARQR-REG-ARQUIVO
           MOVE "DISTRIBU"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKDSTR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKDSTR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           IF WS-SIMULACAO
             INITIALIZE                WS-LINK-ARQRELAT

             SET BOOKARQR-ARQUIVAMENTO TO TRUE
             MOVE "SIMULDST.RPT"       TO BOOKARQR-REG-ARQUIVO
             MOVE "DISTRIBU"           TO BOOKARQR-REG-PROGRAMA
             MOVE BOOKDSTR-REG-OPERADOR
                                       TO BOOKARQR-REG-OPERADOR
             MOVE BOOKDSTR-REG         TO BOOKARQR-REG-PARAMETROS

             CALL WS-ARQRELAT          USING WS-LINK-ARQRELAT
           ELSE
             INITIALIZE                WS-LINK-ARQRELAT

             SET BOOKARQR-ARQUIVAMENTO TO TRUE
             MOVE "DISTEXC.RPT"        TO BOOKARQR-REG-ARQUIVO
             MOVE "DISTRIBU"           TO BOOKARQR-REG-PROGRAMA
             MOVE BOOKDSTR-REG-OPERADOR
                                       TO BOOKARQR-REG-OPERADOR
             MOVE BOOKDSTR-REG         TO BOOKARQR-REG-PARAMETROS

             CALL WS-ARQRELAT          USING WS-LINK-ARQRELAT
           END-IF

           .
       3100-99-FIM.                    EXIT.
