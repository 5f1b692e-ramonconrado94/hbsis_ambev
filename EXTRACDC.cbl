                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           05 FD-HIS-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-HIS-DATA-HORA         PIC 9(014).
           05 FD-HIS-RESTO             PIC X(384).

       FD  ARQ-INTERFACE
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-SEQUENCIA
           LABEL RECORD                IS STANDARD.
             MOVE WS-ORIGEM-ATUAL      TO WS-DET-ORIGEM
             MOVE WS-OPERACAO-SAIDA    TO WS-DET-OPERACAO
             MOVE FD-HISTORICO         TO WS-DET-REGISTRO
             IF WS-ORIGEM-ATUAL        EQUAL 'C'
               MOVE SPACES             TO WS-DET-REGISTRO (122:)
             ELSE
               MOVE SPACES             TO WS-DET-REGISTRO (132:)
             END-IF
             MOVE WS-INTERFACE-DET     TO FD-INT-LINHA
             PERFORM 1140-GRAVAR-ARQ-INTERFACE
             PERFORM 1126-GRAVAR-ARQ-CONTROLE
