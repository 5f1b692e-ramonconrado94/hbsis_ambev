                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

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

       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKAUDC.CPY'.

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKAUDC-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "AUDICOOR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "AUDICOOR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKAUDC-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKAUDC-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
