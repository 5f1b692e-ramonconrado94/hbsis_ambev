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

       FD  ARQ-VENDEDOR-ANT
           LABEL RECORD                IS STANDARD.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-VISITA-ANT
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-RESULT-ANT
           LABEL RECORD                IS STANDARD.
           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

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

       FD  ARQ-NUMERADOR
           LABEL RECORD                IS STANDARD.
                                       FD-CLI-HORA-FECHA
                                       FD-CLI-LIMITE-CREDITO
                                       FD-CLI-CLIENTE-DESTINO
                                       FD-CLI-COD-REDE
           MOVE 'N'                    TO FD-CLI-BLOQ-FINANCEIRO
                                       FD-CLI-PROTEGIDO-LGPD
                                       FD-CLI-ANONIMIZADO
           MOVE SPACES                 TO FD-CLI-ORIGEM-BLOQUEIO

           WRITE FD-CLIENTE

           MOVE FDA-VEND-META-VISITAS  TO FD-VEND-META-VISITAS
           MOVE ZEROS                  TO FD-VEND-PCT-COMISSAO
           MOVE 'A'                    TO FD-VEND-STATUS
           MOVE ZEROS                  TO FD-VEND-COD-SUPERVISOR

           WRITE FD-VENDEDOR

           MOVE FDA-VIS-OPERADOR       TO FD-VIS-OPERADOR
           MOVE ZEROS                  TO FD-VIS-LATITUDE
                                       FD-VIS-LONGITUDE
                                       FD-VIS-HORA-CHECKIN
           MOVE FDA-VIS-COD-VENDEDOR   TO FD-VIS-VEND-EXECUTOR
           MOVE 'N'                    TO FD-VIS-SUBSTITUTO

           MOVE FDA-PED-QUANTIDADE     TO FD-PED-QUANTIDADE
           MOVE FDA-PED-VALOR          TO FD-PED-VALOR
           MOVE FDA-PED-OPERADOR       TO FD-PED-OPERADOR
           MOVE ZEROS                  TO FD-PED-COD-PROMOCAO
                                       FD-PED-DESCONTO-PROMO

           WRITE FD-PEDIDO

           SET  FD-PEH-CAPTADO         TO TRUE
           MOVE SPACES                 TO FD-PEH-MOTIVO-CANCEL
                                       FD-PEH-OPER-CANCEL
                                       FD-PEH-SERIE-NF
                                       FD-PEH-MOTIVO-REJEICAO
           MOVE ZEROS                  TO FD-PEH-DATA-CANCEL
                                       FD-PEH-DATA-SEPARACAO
                                       FD-PEH-DATA-CONFIRMACAO
                                       FD-PEH-DATA-ENVIO-FAT
                                       FD-PEH-NUM-NF
                                       FD-PEH-DATA-EMISSAO-NF
                                       FD-PEH-DATA-REJEICAO-FAT
                                       FD-PEH-DATA-ENTREGA
           MOVE WS-GRP-OPERADOR        TO FD-PEH-OPERADOR

           WRITE FD-PEDHDR
