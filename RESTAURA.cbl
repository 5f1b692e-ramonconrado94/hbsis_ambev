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

       FD  ARQ-COPIA-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-COPIA-CLIENTE            PIC X(235).

       FD  ARQ-COPIA-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-COPIA-VENDEDOR           PIC X(117).

       WORKING-STORAGE                 SECTION.

                                       FD-CLI-HORA-FECHA
                                       FD-CLI-LIMITE-CREDITO
                                       FD-CLI-CLIENTE-DESTINO
                                       FD-CLI-COD-REDE
             MOVE 'N'                  TO FD-CLI-BLOQ-FINANCEIRO
                                       FD-CLI-PROTEGIDO-LGPD
                                       FD-CLI-ANONIMIZADO
             MOVE SPACES               TO FD-CLI-ORIGEM-BLOQUEIO
           END-IF

           WRITE FD-CLIENTE
             MOVE 'A'                  TO FD-VEND-STATUS
           END-IF

           IF FD-VEND-COD-SUPERVISOR   NOT NUMERIC
             MOVE ZEROS                TO FD-VEND-COD-SUPERVISOR
           END-IF

           WRITE FD-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS
