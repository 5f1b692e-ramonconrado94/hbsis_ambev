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

       FD  ARQ-CLIENTE
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SEM-COORD     PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKAVIS.CPY'.

           PERFORM 1160-FECHAR-ARQUIVOS

           IF BOOKAVIS-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "AUDIVIST.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "AUDIVIST"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKAVIS-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKAVIS-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
