                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK WS-ENDER-CLIENTE
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-VENDEDOR         ASSIGN TO DISK WS-ENDER-VENDEDOR
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
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

       FD  ARQ-COBERTURA
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-COBERTURA         PIC X(002)          VALUE SPACES.
       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.

       01  WS-ENDER-CLIENTE            PIC X(040)          VALUE SPACES.
       01  WS-ENDER-VENDEDOR           PIC X(040)          VALUE SPACES.

       01  WS-TAB-COBERTURA.
           05 WS-COB-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-COB-QTD           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-COD-FILIAL        PIC 9(004)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCOBV.CPY'.

       1000-INICIALIZAR                SECTION.

           IF BOOKCOBV-REG-BASE-RECONST
                                       GREATER ZEROS
             MOVE SPACES               TO WS-ENDER-CLIENTE
                                          WS-ENDER-VENDEDOR
             STRING "CLI"              DELIMITED BY SIZE
                    BOOKCOBV-REG-BASE-RECONST
                                       DELIMITED BY SIZE
                    ".RCN"             DELIMITED BY SIZE
                                       INTO WS-ENDER-CLIENTE
             STRING "VEN"              DELIMITED BY SIZE
                    BOOKCOBV-REG-BASE-RECONST
                                       DELIMITED BY SIZE
                    ".RCN"             DELIMITED BY SIZE
                                       INTO WS-ENDER-VENDEDOR
           ELSE
             MOVE "CLIENTE.TXT"        TO WS-ENDER-CLIENTE
             MOVE "VENDEDOR.TXT"       TO WS-ENDER-VENDEDOR
           END-IF

           PERFORM 1105-ZERAR-TABELA-COBERTURA

           PERFORM 1110-ABRIR-ARQ-CARTEIRA

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKCOBV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "COBERTUR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "COBERTUR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCOBV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCOBV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
