                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-ULTVISIT         ASSIGN TO DISK "ULTVISIT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-ULV-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ULTVISIT.

           SELECT ARQ-PEDHDR           ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
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

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-ULTVISIT
           LABEL RECORD                IS STANDARD.
       01  FD-ULTVISIT.
           05 FD-ULV-COD-CLIENTE       PIC 9(007).
           05 FD-ULV-DATA-ULT-VISITA   PIC 9(008).
           05 FD-ULV-COD-VEND-ULT      PIC 9(005).
           05 FD-ULV-RESULTADO-ULT     PIC X(001).
           05 FD-ULV-DATA-ULT-REALIZ   PIC 9(008).
           05 FD-ULV-COD-VEND-REALIZ   PIC 9(005).
           05 FD-ULV-QTD-VISITAS-30    PIC 9(005).
           05 FD-ULV-QTD-VISITAS-90    PIC 9(005).
           05 FD-ULV-DATA-CONTAGEM     PIC 9(008).
           05 FD-ULV-DATA-HORA-ATUAL   PIC 9(014).
           05 FD-ULV-OPERADOR          PIC X(010).

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

       FD  ARQ-KPI
           LABEL RECORD                IS STANDARD.
           05 FD-KPI-VALOR-RECEITA     PIC 9(013)V9(002).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-NAO-ATRIB     PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-VISITADOS-30  PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-KPI-QTD-SEM-VISITA-90 PIC 9(007).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ULTVISIT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-KPI               PIC X(002)          VALUE SPACES.


       01  WS-ANO-MES-MOVTO            PIC 9(006)          VALUE ZEROS.

       77  WS-DIAS-REFERENCIA          PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-VISITA              PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-SEM-VISITA          PIC S9(008)         VALUE ZEROS.
       77  WS-ULT-REALIZADA            PIC 9(008)          VALUE ZEROS.

       01  WS-TAB-KPI-FILIAL.
           05 WS-KPI-ITEM              OCCURS 9999 TIMES.
               10 WS-KPI-CLI-ATIVOS    PIC 9(007).
               10 WS-KPI-PEDIDOS       PIC 9(007).
               10 WS-KPI-RECEITA       PIC 9(013)V9(002).
               10 WS-KPI-NAO-ATRIB     PIC 9(007).
               10 WS-KPI-VISITADOS-30  PIC 9(007).
               10 WS-KPI-SEM-VISITA-90 PIC 9(007).
               10 WS-KPI-TEM-MOVIMENTO PIC X(001).

       LINKAGE                         SECTION.
                                       TO BOOKKPIS-REG-ANO-MES
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                       (FUNCTION CURRENT-DATE (1:8)))

           PERFORM 1105-ZERAR-TABELA-KPI
           PERFORM 1110-ABRIR-ARQUIVOS
           .
                                       WS-KPI-RECEITA (WS-IDX-FILIAL)
                                       WS-KPI-NAO-ATRIB
                                       (WS-IDX-FILIAL)
                                       WS-KPI-VISITADOS-30
                                       (WS-IDX-FILIAL)
                                       WS-KPI-SEM-VISITA-90
                                       (WS-IDX-FILIAL)
             MOVE 'N'                  TO WS-KPI-TEM-MOVIMENTO
                                       (WS-IDX-FILIAL)
             ADD 1                     TO WS-IDX-FILIAL
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-ULTVISIT

           IF WS-FS-ARQ-ULTVISIT       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKKPIS-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO ULTVISIT"
                                       TO BOOKKPIS-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-VISITA
                                       ARQ-ULTVISIT
                                       ARQ-PEDHDR
                                       ARQ-KPI
           .
                                       EQUAL '10'

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             MOVE ZEROS                TO FD-VIS-CHAVE
             START ARQ-VISITA          KEY IS NOT LESS FD-VIS-CHAVE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               PERFORM 1140-LER-ARQ-VISITA
               PERFORM 2300-ACUMULAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       EQUAL '10'
             END-IF
           END-IF

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
               ADD 1                   TO WS-KPI-NAO-ATRIB
                                       (WS-FILIAL-USO)
             END-IF

             PERFORM 2120-APURAR-ULTIMA-VISITA
           END-IF

           PERFORM 1120-LER-ARQ-CLIENTE
           .
       2110-99-FIM.                    EXIT.

       2120-APURAR-ULTIMA-VISITA       SECTION.

           MOVE ZEROS                  TO WS-ULT-REALIZADA

           IF WS-FS-ARQ-ULTVISIT       NOT EQUAL '35'
             MOVE FD-CLI-COD-CLIENTE   TO FD-ULV-COD-CLIENTE
             READ ARQ-ULTVISIT         RECORD INTO FD-ULTVISIT
                                       KEY IS FD-ULV-COD-CLIENTE
             IF WS-FS-ARQ-ULTVISIT     EQUAL ZEROS
               MOVE FD-ULV-DATA-ULT-REALIZ
                                       TO WS-ULT-REALIZADA
             END-IF
           ELSE IF WS-FS-ARQ-VISITA    NOT EQUAL '35'
             MOVE FD-CLI-COD-CLIENTE   TO FD-VIS-COD-CLIENTE

             START ARQ-VISITA          KEY IS EQUAL
                                       FD-VIS-COD-CLIENTE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               PERFORM 1140-LER-ARQ-VISITA
               PERFORM                 UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS OR
                                       FD-VIS-COD-CLIENTE NOT EQUAL
                                       FD-CLI-COD-CLIENTE
                 IF FD-VIS-RESULTADO   EQUAL 'R' AND
                    FD-VIS-DATA-VISITA GREATER WS-ULT-REALIZADA
                   MOVE FD-VIS-DATA-VISITA
                                       TO WS-ULT-REALIZADA
                 END-IF
                 PERFORM 1140-LER-ARQ-VISITA
               END-PERFORM
             END-IF
           END-IF
           END-IF

           IF WS-ULT-REALIZADA         EQUAL ZEROS
             ADD 1                     TO WS-KPI-SEM-VISITA-90
                                       (WS-FILIAL-USO)
           ELSE
             COMPUTE WS-DIAS-VISITA    = FUNCTION INTEGER-OF-DATE
                                       (WS-ULT-REALIZADA)
             COMPUTE WS-DIAS-SEM-VISITA
                                       = WS-DIAS-REFERENCIA
                                       - WS-DIAS-VISITA
             IF WS-DIAS-SEM-VISITA     LESS 30
               ADD 1                   TO WS-KPI-VISITADOS-30
                                       (WS-FILIAL-USO)
             END-IF
             IF WS-DIAS-SEM-VISITA     NOT LESS 90
               ADD 1                   TO WS-KPI-SEM-VISITA-90
                                       (WS-FILIAL-USO)
             END-IF
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2200-ACUMULAR-VENDEDOR          SECTION.

           IF NOT FD-VEND-SUSPENSO AND NOT FD-VEND-DESLIGADO
             MOVE ';'                  TO FD-KPI (66:1)
             MOVE WS-KPI-NAO-ATRIB (WS-IDX-FILIAL)
                                       TO FD-KPI-QTD-NAO-ATRIB
             MOVE ';'                  TO FD-KPI (74:1)
             MOVE WS-KPI-VISITADOS-30 (WS-IDX-FILIAL)
                                       TO FD-KPI-QTD-VISITADOS-30
             MOVE ';'                  TO FD-KPI (82:1)
             MOVE WS-KPI-SEM-VISITA-90 (WS-IDX-FILIAL)
                                       TO FD-KPI-QTD-SEM-VISITA-90

             PERFORM 1160-GRAVAR-ARQ-KPI
           END-IF
