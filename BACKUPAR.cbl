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

