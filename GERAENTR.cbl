
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. GERAENTR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-PEDHDR           ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-PEDIDO           ASSIGN TO DISK "PEDIDO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PED-CHAVE
                  ALTERNATE RECORD KEY IS FD-PED-COD-VENDEDOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDIDO.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-MANIFESTO        ASSIGN TO DISK "ENTRCARG.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MANIFESTO.

           SELECT ARQ-ENTREGA-CLI      ASSIGN TO DISK "ENTRCLIE.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ENTREGA-CLI.

           SELECT ARQ-PENDENTE         ASSIGN TO DISK "ENTRPEND.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PENDENTE.

           SELECT WORK-PEDIDO          ASSIGN TO "WENTRPED.TMP".

           SELECT WORK-CLIENTE         ASSIGN TO "WENTRCLI.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PEDHDR
           LABEL RECORD                IS STANDARD.
       01  FD-PEDHDR.
           05 FD-PEH-NUM-PEDIDO        PIC 9(007).
           05 FD-PEH-DATA-PEDIDO       PIC 9(008).
           05 FD-PEH-COD-CLIENTE       PIC 9(007).
           05 FD-PEH-COD-VENDEDOR      PIC 9(005).
           05 FD-PEH-VALOR-TOTAL       PIC 9(011)V9(002).
           05 FD-PEH-QTD-ITENS         PIC 9(003).
           05 FD-PEH-STATUS            PIC X(001).
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

       FD  ARQ-PEDIDO
           LABEL RECORD                IS STANDARD.
       01  FD-PEDIDO.
           05 FD-PED-CHAVE.
               10 FD-PED-NUM-PEDIDO    PIC 9(007).
               10 FD-PED-SEQ-ITEM      PIC 9(003).
           05 FD-PED-COD-CLIENTE       PIC 9(007).
           05 FD-PED-COD-VENDEDOR      PIC 9(005).
           05 FD-PED-DATA-VISITA       PIC 9(008).
           05 FD-PED-COD-PRODUTO       PIC 9(005).
           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

       FD  ARQ-PRODUTO
           LABEL RECORD                IS STANDARD.
       01  FD-PRODUTO.
           05 FD-PROD-CODIGO           PIC 9(005).
           05 FD-PROD-DESCRICAO        PIC X(040).
           05 FD-PROD-UNIDADE          PIC X(003).
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       FD  ARQ-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-CLIENTE.
           05 FD-CLI-COD-CLIENTE       PIC 9(007).
           05 FD-CLI-CNPJ              PIC 9(014).
           05 FD-CLI-FILIAL            PIC 9(004).
           05 FD-CLI-RZ-SOCIAL         PIC X(040).
           05 FD-CLI-LATITUDE          PIC S9(003)V9(008).
           05 FD-CLI-LONGITUDE         PIC S9(003)V9(008).
           05 FD-CLI-COD-VENDEDOR      PIC 9(005).
           05 FD-CLI-STATUS            PIC X(001).
               88 FD-CLI-ATIVO                             VALUE 'A'.
               88 FD-CLI-INATIVO                           VALUE 'I'.
           05 FD-CLI-TELEFONE          PIC X(015).
           05 FD-CLI-EMAIL             PIC X(040).
           05 FD-CLI-CONTATO           PIC X(040).
           05 FD-CLI-REGIAO            PIC 9(003).
           05 FD-CLI-CLASSE-ABC        PIC X(001).
           05 FD-CLI-FREQ-VISITA       PIC X(001).
               88 FD-CLI-FREQ-SEMANAL                      VALUE 'S'.
               88 FD-CLI-FREQ-QUINZENAL                    VALUE 'Q'.
               88 FD-CLI-FREQ-MENSAL                       VALUE 'M'.
           05 FD-CLI-DIAS-PREFERIDOS   PIC X(007).
           05 FD-CLI-HORA-ABRE         PIC 9(004).
           05 FD-CLI-HORA-FECHA        PIC 9(004).
           05 FD-CLI-LIMITE-CREDITO    PIC 9(009)V9(002).
           05 FD-CLI-BLOQ-FINANCEIRO   PIC X(001).
               88 FD-CLI-BLOQUEADO                         VALUE 'S'.
           05 FD-CLI-CLIENTE-DESTINO   PIC 9(007).
           05 FD-CLI-PROTEGIDO-LGPD    PIC X(001).
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-MANIFESTO
           LABEL RECORD                IS STANDARD.
       01  FD-MANIFESTO.
           05 FD-MAN-LINHA             PIC X(160).

       FD  ARQ-ENTREGA-CLI
           LABEL RECORD                IS STANDARD.
       01  FD-ENTREGA-CLI.
           05 FD-ECL-LINHA             PIC X(120).

       FD  ARQ-PENDENTE
           LABEL RECORD                IS STANDARD.
       01  FD-PENDENTE.
           05 FD-PND-LINHA             PIC X(160).

       SD  WORK-PEDIDO.
       01  SD-PEDIDO.
           05 SD-EPE-REGIAO            PIC 9(003).
           05 SD-EPE-LATITUDE          PIC S9(003)V9(008).
           05 SD-EPE-LONGITUDE         PIC S9(003)V9(008).
           05 SD-EPE-COD-CLIENTE       PIC 9(007).
           05 SD-EPE-NUM-PEDIDO        PIC 9(007).
           05 SD-EPE-RZ-SOCIAL         PIC X(040).
           05 SD-EPE-PESO-KG           PIC 9(007)V9(003).
           05 SD-EPE-VOLUME-M3         PIC 9(005)V9(004).
           05 SD-EPE-VALOR             PIC 9(011)V9(002).
           05 SD-EPE-QTD-ITENS         PIC 9(003).

       SD  WORK-CLIENTE.
       01  SD-CLIENTE.
           05 SD-ECL-COD-CLIENTE       PIC 9(007).
           05 SD-ECL-NUM-CARGA         PIC 9(003).
           05 SD-ECL-SEQ-PARADA        PIC 9(004).
           05 SD-ECL-NUM-PEDIDO        PIC 9(007).
           05 SD-ECL-RZ-SOCIAL         PIC X(040).
           05 SD-ECL-PESO-KG           PIC 9(007)V9(003).
           05 SD-ECL-VOLUME-M3         PIC 9(005)V9(004).
           05 SD-ECL-VALOR             PIC 9(011)V9(002).
           05 SD-ECL-QTD-ITENS         PIC 9(003).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MANIFESTO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ENTREGA-CLI       PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PENDENTE          PIC X(002)          VALUE SPACES.

       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-FIM-ITENS                PIC X(001)          VALUE 'N'.

       77  WS-CAPAC-PESO-PADRAO        PIC 9(007)V9(003)   VALUE
                                                           4000,000.
       77  WS-CAPAC-VOLUME-PADRAO      PIC 9(005)V9(004)   VALUE
                                                           20,0000.
       77  WS-QTD-VEICULOS-PADRAO      PIC 9(003)          VALUE 010.
       77  WS-RAIO-TERRA               PIC 9(005)V9(003)   VALUE
                                                           6731,000.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       77  WS-PED-MAXIMO               PIC 9(005)          VALUE 05000.
       77  WS-QTD-PED                  PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-PED                  PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-ESCOLHIDO            PIC 9(005)          VALUE ZEROS.

       77  WS-QTD-CARGAS               PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-CARGA                PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-BUSCA                PIC 9(003)          VALUE ZEROS.
       77  WS-CARGA-ESCOLHIDA          PIC 9(003)          VALUE ZEROS.
       77  WS-SEQ-ATUAL                PIC 9(004)          VALUE ZEROS.
       77  WS-TENTATIVAS               PIC 9(003)          VALUE ZEROS.

       77  WS-QTD-CARREGADOS           PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-PENDENTES            PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-COM-COORDENADA       PIC 9(005)          VALUE ZEROS.

       01  WS-DIAS-CORRIDOS            PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-PROXIMA             PIC 9(008)          VALUE ZEROS.

       01  WS-PESO-ITEM                PIC 9(010)V9(003)   VALUE ZEROS.
       01  WS-VOLUME-ITEM              PIC 9(008)V9(004)   VALUE ZEROS.
       01  WS-PESO-PEDIDO              PIC 9(010)V9(003)   VALUE ZEROS.
       01  WS-VOLUME-PEDIDO            PIC 9(008)V9(004)   VALUE ZEROS.
       01  WS-SOMA-LATITUDE            PIC S9(008)V9(008)  VALUE ZEROS.
       01  WS-SOMA-LONGITUDE           PIC S9(008)V9(008)  VALUE ZEROS.

       01  WS-LAT-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-RAD-ORIG             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-RAD-DEST             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-RAD-ORIG             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-RAD-DEST             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CALC-DISTANCIA           PIC 9(010)V9(008)   VALUE ZEROS.
       01  WS-MENOR-DISTANCIA          PIC 9(010)V9(008)   VALUE ZEROS.

       01  WS-TAB-PEDIDOS.
           05 WS-TPE-PEDIDO            OCCURS 5000 TIMES.
               10 WS-TPE-NUM-PEDIDO    PIC 9(007).
               10 WS-TPE-COD-CLIENTE   PIC 9(007).
               10 WS-TPE-RZ-SOCIAL     PIC X(040).
               10 WS-TPE-REGIAO        PIC 9(003).
               10 WS-TPE-LATITUDE      PIC S9(003)V9(008).
               10 WS-TPE-LONGITUDE     PIC S9(003)V9(008).
               10 WS-TPE-PESO-KG       PIC 9(007)V9(003).
               10 WS-TPE-VOLUME-M3     PIC 9(005)V9(004).
               10 WS-TPE-VALOR         PIC 9(011)V9(002).
               10 WS-TPE-QTD-ITENS     PIC 9(003).
               10 WS-TPE-NUM-CARGA     PIC 9(003).
               10 WS-TPE-SEQ-PARADA    PIC 9(004).
               10 WS-TPE-KM-TRECHO     PIC 9(005)V9(003).
               10 WS-TPE-MOTIVO        PIC X(040).

       01  WS-TAB-CARGAS.
           05 WS-TCA-CARGA             OCCURS 999 TIMES.
               10 WS-TCA-REGIAO        PIC 9(003).
               10 WS-TCA-QTD-PEDIDOS   PIC 9(004).
               10 WS-TCA-PESO-KG       PIC 9(007)V9(003).
               10 WS-TCA-VOLUME-M3     PIC 9(005)V9(004).
               10 WS-TCA-VALOR         PIC 9(011)V9(002).
               10 WS-TCA-KM            PIC 9(007)V9(003).

       01  WS-TOTAIS-MANIFESTO.
           05 WS-TOT-PESO-KG           PIC 9(009)V9(003)   VALUE ZEROS.
           05 WS-TOT-VOLUME-M3         PIC 9(007)V9(004)   VALUE ZEROS.
           05 WS-TOT-KM                PIC 9(009)V9(003)   VALUE ZEROS.

       01  WS-CONTROLE-CLIENTE.
           05 WS-CLI-ATUAL             PIC 9(007)          VALUE ZEROS.
           05 WS-CLI-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 WS-CLI-QTD-PEDIDOS       PIC 9(005)          VALUE ZEROS.
           05 WS-CLI-PESO-KG           PIC 9(009)V9(003)   VALUE ZEROS.
           05 WS-CLI-VOLUME-M3         PIC 9(007)V9(004)   VALUE ZEROS.
           05 WS-CLI-VALOR             PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-QTD-CLIENTES          PIC 9(005)          VALUE ZEROS.

       01  WS-MANIFESTO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-ENTREGA      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-CAPAC-PESO        PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-CAPAC-VOLUME      PIC 9(005)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-QTD-VEICULOS      PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-LAT-DEPOSITO      PIC +999,99999999   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-LON-DEPOSITO      PIC +999,99999999   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-MANIFESTO-CARGA.
           05 WS-CAR-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-NUM-CARGA         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-QTD-PEDIDOS       PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-PESO-KG           PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-PCT-PESO          PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-VOLUME-M3         PIC 9(005)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-PCT-VOLUME        PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAR-KM                PIC 9(007)V9(003)   VALUE ZEROS.

       01  WS-MANIFESTO-PARADA.
           05 WS-PAR-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-NUM-CARGA         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-SEQ-PARADA        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-LATITUDE          PIC +999,99999999   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-LONGITUDE         PIC +999,99999999   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-PESO-KG           PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-VOLUME-M3         PIC 9(005)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-KM-TRECHO         PIC 9(005)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PAR-OBSERVACAO        PIC X(020)          VALUE SPACES.

       01  WS-MANIFESTO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CARGAS        PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-PESO-KG           PIC 9(009)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VOLUME-M3         PIC 9(007)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-KM                PIC 9(009)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-ENTREGA-CABEC.
           05 WS-ECA-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECA-DATA-ENTREGA      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECA-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-ENTREGA-DET.
           05 WS-EDE-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-NUM-CARGA         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-SEQ-PARADA        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-QTD-ITENS         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-PESO-KG           PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-VOLUME-M3         PIC 9(005)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-EDE-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-ENTREGA-CLIENTE.
           05 WS-ECL-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-QTD-PEDIDOS       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-PESO-KG           PIC 9(009)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-VOLUME-M3         PIC 9(007)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ECL-VALOR             PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-ENTREGA-TRAILER.
           05 WS-ETR-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ETR-QTD-CLIENTES      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ETR-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.

       01  WS-PENDENTE-CABEC.
           05 WS-PCA-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PCA-DATA-ENTREGA      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PCA-DATA-PROXIMA      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PCA-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-PENDENTE-DET.
           05 WS-PDE-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-PESO-KG           PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-VOLUME-M3         PIC 9(005)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-DATA-PROXIMA      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PDE-MOTIVO            PIC X(040)          VALUE SPACES.

       01  WS-PENDENTE-TRAILER.
           05 WS-PTR-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PTR-QTD-PENDENTES     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PTR-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKENTR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKENTR-REG-DATA-ENTREGA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKENTR-REG-DATA-ENTREGA
           END-IF

           IF BOOKENTR-REG-CAPAC-PESO-KG
                                       EQUAL ZEROS
             MOVE WS-CAPAC-PESO-PADRAO TO BOOKENTR-REG-CAPAC-PESO-KG
           END-IF

           IF BOOKENTR-REG-CAPAC-VOLUME-M3
                                       EQUAL ZEROS
             MOVE WS-CAPAC-VOLUME-PADRAO
                                       TO BOOKENTR-REG-CAPAC-VOLUME-M3
           END-IF

           IF BOOKENTR-REG-QTD-VEICULOS
                                       EQUAL ZEROS
             MOVE WS-QTD-VEICULOS-PADRAO
                                       TO BOOKENTR-REG-QTD-VEICULOS
           END-IF

           PERFORM 1104-VALIDAR-DATA-ENTREGA
           PERFORM 1106-APURAR-PROXIMO-DIA-UTIL

           PERFORM 1110-ABRIR-ARQ-PEDHDR
           PERFORM 1115-ABRIR-ARQ-PEDIDO
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           PERFORM 1125-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-MANIFESTO
           PERFORM 1135-ABRIR-ARQ-ENTREGA-CLI
           PERFORM 1140-ABRIR-ARQ-PENDENTE
           .
       1000-99-FIM.                    EXIT.

       1104-VALIDAR-DATA-ENTREGA       SECTION.

           INITIALIZE                  WS-LINK-VALIDATA
           MOVE BOOKENTR-REG-DATA-ENTREGA
                                       TO BOOKVDAT-REG-DATA
           MOVE 'S'                    TO BOOKVDAT-REG-ACEITA-FUTURO
           MOVE 'S'                    TO
                                       BOOKVDAT-REG-CONSULTA-CALENDARIO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKENTR-CTRL-COD
             MOVE BOOKVDAT-CTRL-MSG    TO BOOKENTR-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKVDAT-DIA-NAO-UTIL
             MOVE 1                    TO BOOKENTR-CTRL-COD
             MOVE "DATA DE ENTREGA NAO E DIA UTIL"
                                       TO BOOKENTR-CTRL-MSG
             GOBACK
           END-IF
           .
       1104-99-FIM.                    EXIT.

       1106-APURAR-PROXIMO-DIA-UTIL    SECTION.

           COMPUTE WS-DIAS-CORRIDOS    = FUNCTION INTEGER-OF-DATE
                                       (BOOKENTR-REG-DATA-ENTREGA)
           MOVE 'N'                    TO BOOKVDAT-REG-DIA-UTIL
           MOVE ZEROS                  TO WS-TENTATIVAS

           PERFORM                     UNTIL BOOKVDAT-DIA-UTIL OR
                                       WS-TENTATIVAS GREATER 60
             ADD 1                     TO WS-DIAS-CORRIDOS
                                       WS-TENTATIVAS
             COMPUTE WS-DATA-PROXIMA   = FUNCTION DATE-OF-INTEGER
                                       (WS-DIAS-CORRIDOS)

             INITIALIZE                WS-LINK-VALIDATA
             MOVE WS-DATA-PROXIMA      TO BOOKVDAT-REG-DATA
             MOVE 'S'                  TO BOOKVDAT-REG-ACEITA-FUTURO
             MOVE 'S'                  TO
                                       BOOKVDAT-REG-CONSULTA-CALENDARIO

             CALL WS-VALIDATA          USING WS-LINK-VALIDATA
           END-PERFORM

           MOVE WS-DATA-PROXIMA        TO BOOKENTR-REG-DATA-PROXIMA
           .
       1106-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN I-O ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-MANIFESTO        SECTION.

           OPEN OUTPUT ARQ-MANIFESTO

           IF WS-FS-ARQ-MANIFESTO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO MANIFESTO DE CARGA"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-ENTREGA-CLI      SECTION.

           OPEN OUTPUT ARQ-ENTREGA-CLI

           IF WS-FS-ARQ-ENTREGA-CLI    EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DA LISTA DE ENTREGAS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-PENDENTE         SECTION.

           OPEN OUTPUT ARQ-PENDENTE

           IF WS-FS-ARQ-PENDENTE       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DA LISTA DE PENDENTES"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA LEITURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS AND
              FD-PED-NUM-PEDIDO        EQUAL FD-PEH-NUM-PEDIDO
             CONTINUE
           ELSE
             MOVE 'S'                  TO WS-FIM-ITENS
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-MANIFESTO       SECTION.

           WRITE FD-MANIFESTO

           IF WS-FS-ARQ-MANIFESTO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO MANIFESTO DE CARGA"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1165-GRAVAR-ARQ-ENTREGA-CLI     SECTION.

           WRITE FD-ENTREGA-CLI

           IF WS-FS-ARQ-ENTREGA-CLI    EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA LISTA DE ENTREGAS"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1165-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-PENDENTE        SECTION.

           WRITE FD-PENDENTE

           IF WS-FS-ARQ-PENDENTE       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKENTR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA LISTA DE PENDENTES"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1175-ATUALIZAR-PEDHDR           SECTION.

           READ ARQ-PEDHDR             RECORD INTO FD-PEDHDR
                                       KEY IS FD-PEH-NUM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS
             MOVE WS-DATA-PROXIMA      TO FD-PEH-DATA-ENTREGA

             REWRITE FD-PEDHDR

             IF WS-FS-ARQ-PEDHDR       NOT EQUAL ZEROS
               MOVE 2                  TO BOOKENTR-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO CABECALHO DE PEDIDOS"
                                       TO BOOKENTR-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
           END-IF

           .
       1175-99-FIM.                    EXIT.

       1195-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-PRODUTO
                                       ARQ-CLIENTE
                                       ARQ-MANIFESTO
                                       ARQ-ENTREGA-CLI
                                       ARQ-PENDENTE
           .
       1195-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           SORT WORK-PEDIDO
                ON ASCENDING KEY SD-EPE-REGIAO
                                 SD-EPE-LATITUDE
                                 SD-EPE-LONGITUDE
                                 SD-EPE-COD-CLIENTE
                                 SD-EPE-NUM-PEDIDO
                INPUT PROCEDURE 2100-SELECIONAR-PEDIDOS
                OUTPUT PROCEDURE 2200-CARREGAR-PEDIDOS

           IF WS-QTD-PED               EQUAL ZEROS
             MOVE 1                    TO BOOKENTR-CTRL-COD
             MOVE "NENHUM PEDIDO CONFIRMADO PARA ENTREGA"
                                       TO BOOKENTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 2250-DEFINIR-DEPOSITO

           MOVE 1                      TO WS-IDX-PED
           PERFORM 2300-ALOCAR-PEDIDO  UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED

           MOVE 1                      TO WS-IDX-CARGA
           PERFORM 2400-SEQUENCIAR-CARGA
                                       UNTIL WS-IDX-CARGA
                                       GREATER WS-QTD-CARGAS

           PERFORM 2500-GRAVAR-MANIFESTO

           SORT WORK-CLIENTE
                ON ASCENDING KEY SD-ECL-COD-CLIENTE
                                 SD-ECL-NUM-CARGA
                                 SD-ECL-SEQ-PARADA
                                 SD-ECL-NUM-PEDIDO
                INPUT PROCEDURE 2600-SELECIONAR-ENTREGAS
                OUTPUT PROCEDURE 2700-GRAVAR-ENTREGAS

           PERFORM 2800-GRAVAR-PENDENTES

           MOVE WS-QTD-PED             TO BOOKENTR-REG-QTD-PEDIDOS
           MOVE WS-QTD-CARGAS          TO BOOKENTR-REG-QTD-CARGAS
           MOVE WS-QTD-PENDENTES       TO BOOKENTR-REG-QTD-PENDENTES

           MOVE ZEROS                  TO BOOKENTR-CTRL-COD
           MOVE "PLANO DE ENTREGAS GERADO COM SUCESSO"
                                       TO BOOKENTR-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-PEDIDOS         SECTION.

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PEDHDR
             PERFORM 2110-AVALIAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       EQUAL '10'
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-AVALIAR-PEDIDO             SECTION.

           IF (FD-PEH-CONFIRMADO OR FD-PEH-FATURADO) AND
              FD-PEH-DATA-PEDIDO       NOT GREATER
                                       BOOKENTR-REG-DATA-ENTREGA AND
             (FD-PEH-DATA-ENTREGA      EQUAL ZEROS OR
              FD-PEH-DATA-ENTREGA      NOT LESS
                                       BOOKENTR-REG-DATA-ENTREGA)
             INITIALIZE                SD-PEDIDO
             MOVE FD-PEH-NUM-PEDIDO    TO SD-EPE-NUM-PEDIDO
             MOVE FD-PEH-COD-CLIENTE   TO SD-EPE-COD-CLIENTE
                                       FD-CLI-COD-CLIENTE
             MOVE FD-PEH-VALOR-TOTAL   TO SD-EPE-VALOR
             MOVE FD-PEH-QTD-ITENS     TO SD-EPE-QTD-ITENS

             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         EQUAL ZEROS
               MOVE FD-CLI-RZ-SOCIAL   TO SD-EPE-RZ-SOCIAL
               MOVE FD-CLI-REGIAO      TO SD-EPE-REGIAO
               MOVE FD-CLI-LATITUDE    TO SD-EPE-LATITUDE
               MOVE FD-CLI-LONGITUDE   TO SD-EPE-LONGITUDE
             ELSE
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO SD-EPE-RZ-SOCIAL
             END-IF

             PERFORM 2120-SOMAR-ITENS

             RELEASE SD-PEDIDO
           END-IF

           PERFORM 1150-LER-ARQ-PEDHDR

           .
       2110-99-FIM.                    EXIT.

       2120-SOMAR-ITENS                SECTION.

           MOVE ZEROS                  TO WS-PESO-PEDIDO
                                       WS-VOLUME-PEDIDO
           MOVE 'N'                    TO WS-FIM-ITENS

           IF WS-FS-ARQ-PEDIDO         EQUAL '35'
             MOVE 'S'                  TO WS-FIM-ITENS
           ELSE
             MOVE FD-PEH-NUM-PEDIDO    TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM
             START ARQ-PEDIDO          KEY IS NOT LESS FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 1155-LER-ARQ-PEDIDO
             ELSE
               MOVE 'S'                TO WS-FIM-ITENS
             END-IF
           END-IF

           PERFORM                     UNTIL WS-FIM-ITENS EQUAL 'S'
             MOVE FD-PED-COD-PRODUTO   TO FD-PROD-CODIGO

             READ ARQ-PRODUTO          RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

             IF WS-FS-ARQ-PRODUTO      EQUAL ZEROS
               COMPUTE WS-PESO-ITEM    = FD-PED-QUANTIDADE
                                       * FD-PROD-PESO-KG
               COMPUTE WS-VOLUME-ITEM  = FD-PED-QUANTIDADE
                                       * FD-PROD-VOLUME-M3
               ADD WS-PESO-ITEM        TO WS-PESO-PEDIDO
               ADD WS-VOLUME-ITEM      TO WS-VOLUME-PEDIDO
             END-IF

             PERFORM 1155-LER-ARQ-PEDIDO
           END-PERFORM

           MOVE WS-PESO-PEDIDO         TO SD-EPE-PESO-KG
           MOVE WS-VOLUME-PEDIDO       TO SD-EPE-VOLUME-M3

           IF WS-PESO-PEDIDO           GREATER 9999999,999
             MOVE 9999999,999          TO SD-EPE-PESO-KG
           END-IF

           IF WS-VOLUME-PEDIDO         GREATER 99999,9999
             MOVE 99999,9999           TO SD-EPE-VOLUME-M3
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2200-CARREGAR-PEDIDOS           SECTION.

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-PEDIDO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2210-INCLUIR-PEDIDO UNTIL WS-FIM-SORT EQUAL 'S'

           .
       2200-99-FIM.                    EXIT.

       2210-INCLUIR-PEDIDO             SECTION.

           IF WS-QTD-PED               LESS WS-PED-MAXIMO
             ADD 1                     TO WS-QTD-PED
             INITIALIZE                WS-TPE-PEDIDO (WS-QTD-PED)
             MOVE SD-EPE-NUM-PEDIDO    TO WS-TPE-NUM-PEDIDO
                                       (WS-QTD-PED)
             MOVE SD-EPE-COD-CLIENTE   TO WS-TPE-COD-CLIENTE
                                       (WS-QTD-PED)
             MOVE SD-EPE-RZ-SOCIAL     TO WS-TPE-RZ-SOCIAL
                                       (WS-QTD-PED)
             MOVE SD-EPE-REGIAO        TO WS-TPE-REGIAO
                                       (WS-QTD-PED)
             MOVE SD-EPE-LATITUDE      TO WS-TPE-LATITUDE
                                       (WS-QTD-PED)
             MOVE SD-EPE-LONGITUDE     TO WS-TPE-LONGITUDE
                                       (WS-QTD-PED)
             MOVE SD-EPE-PESO-KG       TO WS-TPE-PESO-KG
                                       (WS-QTD-PED)
             MOVE SD-EPE-VOLUME-M3     TO WS-TPE-VOLUME-M3
                                       (WS-QTD-PED)
             MOVE SD-EPE-VALOR         TO WS-TPE-VALOR
                                       (WS-QTD-PED)
             MOVE SD-EPE-QTD-ITENS     TO WS-TPE-QTD-ITENS
                                       (WS-QTD-PED)
           END-IF

           RETURN WORK-PEDIDO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2210-99-FIM.                    EXIT.

       2250-DEFINIR-DEPOSITO           SECTION.

           IF BOOKENTR-REG-LAT-DEPOSITO
                                       EQUAL ZEROS AND
              BOOKENTR-REG-LON-DEPOSITO
                                       EQUAL ZEROS
             MOVE ZEROS                TO WS-SOMA-LATITUDE
                                       WS-SOMA-LONGITUDE
                                       WS-QTD-COM-COORDENADA
             MOVE 1                    TO WS-IDX-PED

             PERFORM                   UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED
               IF WS-TPE-LATITUDE (WS-IDX-PED)
                                       NOT EQUAL ZEROS OR
                  WS-TPE-LONGITUDE (WS-IDX-PED)
                                       NOT EQUAL ZEROS
                 ADD 1                 TO WS-QTD-COM-COORDENADA
                 ADD WS-TPE-LATITUDE (WS-IDX-PED)
                                       TO WS-SOMA-LATITUDE
                 ADD WS-TPE-LONGITUDE (WS-IDX-PED)
                                       TO WS-SOMA-LONGITUDE
               END-IF
               ADD 1                   TO WS-IDX-PED
             END-PERFORM

             IF WS-QTD-COM-COORDENADA  GREATER ZEROS
               COMPUTE BOOKENTR-REG-LAT-DEPOSITO
                                       = WS-SOMA-LATITUDE
                                       / WS-QTD-COM-COORDENADA
               COMPUTE BOOKENTR-REG-LON-DEPOSITO
                                       = WS-SOMA-LONGITUDE
                                       / WS-QTD-COM-COORDENADA
             END-IF
           END-IF

           .
       2250-99-FIM.                    EXIT.

       2300-ALOCAR-PEDIDO              SECTION.

           MOVE ZEROS                  TO WS-CARGA-ESCOLHIDA

           IF WS-TPE-PESO-KG (WS-IDX-PED)
                                       GREATER
                                       BOOKENTR-REG-CAPAC-PESO-KG OR
              WS-TPE-VOLUME-M3 (WS-IDX-PED)
                                       GREATER
                                       BOOKENTR-REG-CAPAC-VOLUME-M3
             MOVE "PEDIDO EXCEDE A CAPACIDADE DO VEICULO"
                                       TO WS-TPE-MOTIVO (WS-IDX-PED)
           ELSE
             PERFORM 2310-PROCURAR-CARGA-REGIAO

             IF WS-CARGA-ESCOLHIDA     EQUAL ZEROS AND
                WS-QTD-CARGAS          LESS
                                       BOOKENTR-REG-QTD-VEICULOS
               ADD 1                   TO WS-QTD-CARGAS
               INITIALIZE              WS-TCA-CARGA (WS-QTD-CARGAS)
               MOVE WS-TPE-REGIAO (WS-IDX-PED)
                                       TO WS-TCA-REGIAO (WS-QTD-CARGAS)
               MOVE WS-QTD-CARGAS      TO WS-CARGA-ESCOLHIDA
             END-IF

             IF WS-CARGA-ESCOLHIDA     EQUAL ZEROS
               PERFORM 2320-PROCURAR-CARGA-LIVRE
             END-IF

             IF WS-CARGA-ESCOLHIDA     EQUAL ZEROS
               MOVE "CAPACIDADE DA FROTA ESGOTADA"
                                       TO WS-TPE-MOTIVO (WS-IDX-PED)
             ELSE
               PERFORM 2330-CARREGAR-PEDIDO
             END-IF
           END-IF

           IF WS-CARGA-ESCOLHIDA       EQUAL ZEROS
             ADD 1                     TO WS-QTD-PENDENTES
           END-IF

           ADD 1                       TO WS-IDX-PED

           .
       2300-99-FIM.                    EXIT.

       2310-PROCURAR-CARGA-REGIAO      SECTION.

           MOVE 1                      TO WS-IDX-BUSCA

           PERFORM                     UNTIL WS-IDX-BUSCA
                                       GREATER WS-QTD-CARGAS OR
                                       WS-CARGA-ESCOLHIDA
                                       GREATER ZEROS
             IF WS-TCA-REGIAO (WS-IDX-BUSCA)
                                       EQUAL
                                       WS-TPE-REGIAO (WS-IDX-PED)
               PERFORM 2315-VERIFICAR-ESPACO
             END-IF
             ADD 1                     TO WS-IDX-BUSCA
           END-PERFORM

           .
       2310-99-FIM.                    EXIT.

       2315-VERIFICAR-ESPACO           SECTION.

           IF WS-TCA-PESO-KG (WS-IDX-BUSCA)
            + WS-TPE-PESO-KG (WS-IDX-PED)
                                       NOT GREATER
                                       BOOKENTR-REG-CAPAC-PESO-KG AND
              WS-TCA-VOLUME-M3 (WS-IDX-BUSCA)
            + WS-TPE-VOLUME-M3 (WS-IDX-PED)
                                       NOT GREATER
                                       BOOKENTR-REG-CAPAC-VOLUME-M3
             MOVE WS-IDX-BUSCA         TO WS-CARGA-ESCOLHIDA
           END-IF

           .
       2315-99-FIM.                    EXIT.

       2320-PROCURAR-CARGA-LIVRE       SECTION.

           MOVE 1                      TO WS-IDX-BUSCA

           PERFORM                     UNTIL WS-IDX-BUSCA
                                       GREATER WS-QTD-CARGAS OR
                                       WS-CARGA-ESCOLHIDA
                                       GREATER ZEROS
             PERFORM 2315-VERIFICAR-ESPACO
             ADD 1                     TO WS-IDX-BUSCA
           END-PERFORM

           .
       2320-99-FIM.                    EXIT.

       2330-CARREGAR-PEDIDO            SECTION.

           MOVE WS-CARGA-ESCOLHIDA     TO WS-TPE-NUM-CARGA (WS-IDX-PED)

           ADD 1                       TO WS-TCA-QTD-PEDIDOS
                                       (WS-CARGA-ESCOLHIDA)
           ADD WS-TPE-PESO-KG (WS-IDX-PED)
                                       TO WS-TCA-PESO-KG
                                       (WS-CARGA-ESCOLHIDA)
           ADD WS-TPE-VOLUME-M3 (WS-IDX-PED)
                                       TO WS-TCA-VOLUME-M3
                                       (WS-CARGA-ESCOLHIDA)
           ADD WS-TPE-VALOR (WS-IDX-PED)
                                       TO WS-TCA-VALOR
                                       (WS-CARGA-ESCOLHIDA)
           ADD 1                       TO WS-QTD-CARREGADOS

           .
       2330-99-FIM.                    EXIT.

       2400-SEQUENCIAR-CARGA           SECTION.

           MOVE BOOKENTR-REG-LAT-DEPOSITO
                                       TO WS-LAT-ORIG
           MOVE BOOKENTR-REG-LON-DEPOSITO
                                       TO WS-LON-ORIG
           MOVE ZEROS                  TO WS-SEQ-ATUAL

           PERFORM 2410-PROXIMA-PARADA UNTIL WS-SEQ-ATUAL
                                       NOT LESS
                                       WS-TCA-QTD-PEDIDOS
                                       (WS-IDX-CARGA)

           MOVE BOOKENTR-REG-LAT-DEPOSITO
                                       TO WS-LAT-DEST
           MOVE BOOKENTR-REG-LON-DEPOSITO
                                       TO WS-LON-DEST
           PERFORM 2900-CALCULA-DISTANCIA

           COMPUTE WS-TCA-KM (WS-IDX-CARGA) ROUNDED
                                       = WS-TCA-KM (WS-IDX-CARGA)
                                       + WS-CALC-DISTANCIA / 1000

           ADD 1                       TO WS-IDX-CARGA

           .
       2400-99-FIM.                    EXIT.

       2410-PROXIMA-PARADA             SECTION.

           MOVE ZEROS                  TO WS-IDX-ESCOLHIDO
           MOVE 1                      TO WS-IDX-PED

           PERFORM                     UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED
             IF WS-TPE-NUM-CARGA (WS-IDX-PED)
                                       EQUAL WS-IDX-CARGA AND
                WS-TPE-SEQ-PARADA (WS-IDX-PED)
                                       EQUAL ZEROS
               PERFORM 2420-AVALIAR-PARADA
             END-IF
             ADD 1                     TO WS-IDX-PED
           END-PERFORM

           ADD 1                       TO WS-SEQ-ATUAL
           MOVE WS-SEQ-ATUAL           TO WS-TPE-SEQ-PARADA
                                       (WS-IDX-ESCOLHIDO)

           IF WS-TPE-LATITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS AND
              WS-TPE-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS
             MOVE ZEROS                TO WS-TPE-KM-TRECHO
                                       (WS-IDX-ESCOLHIDO)
           ELSE
             COMPUTE WS-TPE-KM-TRECHO (WS-IDX-ESCOLHIDO) ROUNDED
                                       = WS-MENOR-DISTANCIA / 1000
             ADD WS-TPE-KM-TRECHO (WS-IDX-ESCOLHIDO)
                                       TO WS-TCA-KM (WS-IDX-CARGA)
             MOVE WS-TPE-LATITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LAT-ORIG
             MOVE WS-TPE-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LON-ORIG
           END-IF

           .
       2410-99-FIM.                    EXIT.

       2420-AVALIAR-PARADA             SECTION.

           IF WS-TPE-LATITUDE (WS-IDX-PED)
                                       EQUAL ZEROS AND
              WS-TPE-LONGITUDE (WS-IDX-PED)
                                       EQUAL ZEROS
             MOVE 9999999999           TO WS-CALC-DISTANCIA
           ELSE
             MOVE WS-TPE-LATITUDE (WS-IDX-PED)
                                       TO WS-LAT-DEST
             MOVE WS-TPE-LONGITUDE (WS-IDX-PED)
                                       TO WS-LON-DEST
             PERFORM 2900-CALCULA-DISTANCIA
           END-IF

           IF WS-IDX-ESCOLHIDO         EQUAL ZEROS OR
              WS-CALC-DISTANCIA        LESS WS-MENOR-DISTANCIA
             MOVE WS-IDX-PED           TO WS-IDX-ESCOLHIDO
             MOVE WS-CALC-DISTANCIA    TO WS-MENOR-DISTANCIA
           END-IF

           .
       2420-99-FIM.                    EXIT.

       2500-GRAVAR-MANIFESTO           SECTION.

           MOVE BOOKENTR-REG-DATA-ENTREGA
                                       TO WS-CAB-DATA-ENTREGA
           MOVE BOOKENTR-REG-CAPAC-PESO-KG
                                       TO WS-CAB-CAPAC-PESO
           MOVE BOOKENTR-REG-CAPAC-VOLUME-M3
                                       TO WS-CAB-CAPAC-VOLUME
           MOVE BOOKENTR-REG-QTD-VEICULOS
                                       TO WS-CAB-QTD-VEICULOS
           MOVE BOOKENTR-REG-LAT-DEPOSITO
                                       TO WS-CAB-LAT-DEPOSITO
           MOVE BOOKENTR-REG-LON-DEPOSITO
                                       TO WS-CAB-LON-DEPOSITO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-MANIFESTO-CABEC     TO FD-MAN-LINHA
           PERFORM 1160-GRAVAR-ARQ-MANIFESTO

           MOVE 1                      TO WS-IDX-CARGA
           PERFORM 2510-GRAVAR-CARGA   UNTIL WS-IDX-CARGA
                                       GREATER WS-QTD-CARGAS

           MOVE WS-QTD-CARGAS          TO WS-TRL-QTD-CARGAS
           MOVE WS-QTD-CARREGADOS      TO WS-TRL-QTD-PEDIDOS
           MOVE WS-TOT-PESO-KG         TO WS-TRL-PESO-KG
           MOVE WS-TOT-VOLUME-M3       TO WS-TRL-VOLUME-M3
           MOVE WS-TOT-KM              TO WS-TRL-KM
           MOVE BOOKENTR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-MANIFESTO-TRAILER   TO FD-MAN-LINHA
           PERFORM 1160-GRAVAR-ARQ-MANIFESTO

           .
       2500-99-FIM.                    EXIT.

       2510-GRAVAR-CARGA               SECTION.

           MOVE WS-IDX-CARGA           TO WS-CAR-NUM-CARGA
           MOVE WS-TCA-REGIAO (WS-IDX-CARGA)
                                       TO WS-CAR-REGIAO
           MOVE WS-TCA-QTD-PEDIDOS (WS-IDX-CARGA)
                                       TO WS-CAR-QTD-PEDIDOS
           MOVE WS-TCA-PESO-KG (WS-IDX-CARGA)
                                       TO WS-CAR-PESO-KG
           MOVE WS-TCA-VOLUME-M3 (WS-IDX-CARGA)
                                       TO WS-CAR-VOLUME-M3
           MOVE WS-TCA-VALOR (WS-IDX-CARGA)
                                       TO WS-CAR-VALOR
           MOVE WS-TCA-KM (WS-IDX-CARGA)
                                       TO WS-CAR-KM
           COMPUTE WS-CAR-PCT-PESO ROUNDED
                                       = WS-TCA-PESO-KG (WS-IDX-CARGA)
                                       * 100
                                       / BOOKENTR-REG-CAPAC-PESO-KG
           COMPUTE WS-CAR-PCT-VOLUME ROUNDED
                                       = WS-TCA-VOLUME-M3 (WS-IDX-CARGA)
                                       * 100
                                       / BOOKENTR-REG-CAPAC-VOLUME-M3
           MOVE WS-MANIFESTO-CARGA     TO FD-MAN-LINHA
           PERFORM 1160-GRAVAR-ARQ-MANIFESTO

           ADD WS-TCA-PESO-KG (WS-IDX-CARGA)
                                       TO WS-TOT-PESO-KG
           ADD WS-TCA-VOLUME-M3 (WS-IDX-CARGA)
                                       TO WS-TOT-VOLUME-M3
           ADD WS-TCA-KM (WS-IDX-CARGA)
                                       TO WS-TOT-KM

           MOVE 1                      TO WS-SEQ-ATUAL
           PERFORM 2520-GRAVAR-PARADA  UNTIL WS-SEQ-ATUAL
                                       GREATER
                                       WS-TCA-QTD-PEDIDOS
                                       (WS-IDX-CARGA)

           ADD 1                       TO WS-IDX-CARGA

           .
       2510-99-FIM.                    EXIT.

       2520-GRAVAR-PARADA              SECTION.

           MOVE ZEROS                  TO WS-IDX-ESCOLHIDO
           MOVE 1                      TO WS-IDX-PED

           PERFORM                     UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED OR
                                       WS-IDX-ESCOLHIDO
                                       GREATER ZEROS
             IF WS-TPE-NUM-CARGA (WS-IDX-PED)
                                       EQUAL WS-IDX-CARGA AND
                WS-TPE-SEQ-PARADA (WS-IDX-PED)
                                       EQUAL WS-SEQ-ATUAL
               MOVE WS-IDX-PED         TO WS-IDX-ESCOLHIDO
             END-IF
             ADD 1                     TO WS-IDX-PED
           END-PERFORM

           MOVE WS-IDX-CARGA           TO WS-PAR-NUM-CARGA
           MOVE WS-SEQ-ATUAL           TO WS-PAR-SEQ-PARADA
           MOVE WS-TPE-NUM-PEDIDO (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-NUM-PEDIDO
           MOVE WS-TPE-COD-CLIENTE (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-COD-CLIENTE
           MOVE WS-TPE-RZ-SOCIAL (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-RZ-SOCIAL
           MOVE WS-TPE-LATITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-LATITUDE
           MOVE WS-TPE-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-LONGITUDE
           MOVE WS-TPE-PESO-KG (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-PESO-KG
           MOVE WS-TPE-VOLUME-M3 (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-VOLUME-M3
           MOVE WS-TPE-KM-TRECHO (WS-IDX-ESCOLHIDO)
                                       TO WS-PAR-KM-TRECHO

           IF WS-TPE-LATITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS AND
              WS-TPE-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS
             MOVE "SEM COORDENADA"     TO WS-PAR-OBSERVACAO
           ELSE
             MOVE SPACES               TO WS-PAR-OBSERVACAO
           END-IF

           MOVE WS-MANIFESTO-PARADA    TO FD-MAN-LINHA
           PERFORM 1160-GRAVAR-ARQ-MANIFESTO

           MOVE BOOKENTR-REG-DATA-ENTREGA
                                       TO WS-DATA-PROXIMA
           MOVE WS-TPE-NUM-PEDIDO (WS-IDX-ESCOLHIDO)
                                       TO FD-PEH-NUM-PEDIDO
           PERFORM 1175-ATUALIZAR-PEDHDR

           ADD 1                       TO WS-SEQ-ATUAL

           .
       2520-99-FIM.                    EXIT.

       2600-SELECIONAR-ENTREGAS        SECTION.

           MOVE 1                      TO WS-IDX-PED

           PERFORM                     UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED
             IF WS-TPE-NUM-CARGA (WS-IDX-PED)
                                       GREATER ZEROS
               MOVE WS-TPE-COD-CLIENTE (WS-IDX-PED)
                                       TO SD-ECL-COD-CLIENTE
               MOVE WS-TPE-NUM-CARGA (WS-IDX-PED)
                                       TO SD-ECL-NUM-CARGA
               MOVE WS-TPE-SEQ-PARADA (WS-IDX-PED)
                                       TO SD-ECL-SEQ-PARADA
               MOVE WS-TPE-NUM-PEDIDO (WS-IDX-PED)
                                       TO SD-ECL-NUM-PEDIDO
               MOVE WS-TPE-RZ-SOCIAL (WS-IDX-PED)
                                       TO SD-ECL-RZ-SOCIAL
               MOVE WS-TPE-PESO-KG (WS-IDX-PED)
                                       TO SD-ECL-PESO-KG
               MOVE WS-TPE-VOLUME-M3 (WS-IDX-PED)
                                       TO SD-ECL-VOLUME-M3
               MOVE WS-TPE-VALOR (WS-IDX-PED)
                                       TO SD-ECL-VALOR
               MOVE WS-TPE-QTD-ITENS (WS-IDX-PED)
                                       TO SD-ECL-QTD-ITENS
               RELEASE SD-CLIENTE
             END-IF
             ADD 1                     TO WS-IDX-PED
           END-PERFORM

           .
       2600-99-FIM.                    EXIT.

       2700-GRAVAR-ENTREGAS            SECTION.

           MOVE BOOKENTR-REG-DATA-ENTREGA
                                       TO WS-ECA-DATA-ENTREGA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-ECA-DATA-GERACAO
           MOVE WS-ENTREGA-CABEC       TO FD-ECL-LINHA
           PERFORM 1165-GRAVAR-ARQ-ENTREGA-CLI

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-CLIENTE         AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2710-PROCESSAR-CLIENTE
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           MOVE WS-QTD-CLIENTES        TO WS-ETR-QTD-CLIENTES
           MOVE WS-QTD-CARREGADOS      TO WS-ETR-QTD-PEDIDOS
           MOVE WS-ENTREGA-TRAILER     TO FD-ECL-LINHA
           PERFORM 1165-GRAVAR-ARQ-ENTREGA-CLI

           .
       2700-99-FIM.                    EXIT.

       2710-PROCESSAR-CLIENTE          SECTION.

           MOVE SD-ECL-COD-CLIENTE     TO WS-CLI-ATUAL
           MOVE SD-ECL-RZ-SOCIAL       TO WS-CLI-RZ-SOCIAL
           MOVE ZEROS                  TO WS-CLI-QTD-PEDIDOS
                                       WS-CLI-PESO-KG
                                       WS-CLI-VOLUME-M3
                                       WS-CLI-VALOR
           ADD 1                       TO WS-QTD-CLIENTES

           PERFORM 2720-GRAVAR-PEDIDO-CLIENTE
                                       UNTIL WS-FIM-SORT EQUAL 'S'
                                       OR SD-ECL-COD-CLIENTE
                                       NOT EQUAL WS-CLI-ATUAL

           MOVE WS-CLI-ATUAL           TO WS-ECL-COD-CLIENTE
           MOVE WS-CLI-RZ-SOCIAL       TO WS-ECL-RZ-SOCIAL
           MOVE WS-CLI-QTD-PEDIDOS     TO WS-ECL-QTD-PEDIDOS
           MOVE WS-CLI-PESO-KG         TO WS-ECL-PESO-KG
           MOVE WS-CLI-VOLUME-M3       TO WS-ECL-VOLUME-M3
           MOVE WS-CLI-VALOR           TO WS-ECL-VALOR
           MOVE WS-ENTREGA-CLIENTE     TO FD-ECL-LINHA
           PERFORM 1165-GRAVAR-ARQ-ENTREGA-CLI

           .
       2710-99-FIM.                    EXIT.

       2720-GRAVAR-PEDIDO-CLIENTE      SECTION.

           MOVE SD-ECL-COD-CLIENTE     TO WS-EDE-COD-CLIENTE
           MOVE SD-ECL-NUM-PEDIDO      TO WS-EDE-NUM-PEDIDO
           MOVE SD-ECL-NUM-CARGA       TO WS-EDE-NUM-CARGA
           MOVE SD-ECL-SEQ-PARADA      TO WS-EDE-SEQ-PARADA
           MOVE SD-ECL-QTD-ITENS       TO WS-EDE-QTD-ITENS
           MOVE SD-ECL-PESO-KG         TO WS-EDE-PESO-KG
           MOVE SD-ECL-VOLUME-M3       TO WS-EDE-VOLUME-M3
           MOVE SD-ECL-VALOR           TO WS-EDE-VALOR
           MOVE WS-ENTREGA-DET         TO FD-ECL-LINHA
           PERFORM 1165-GRAVAR-ARQ-ENTREGA-CLI

           ADD 1                       TO WS-CLI-QTD-PEDIDOS
           ADD SD-ECL-PESO-KG          TO WS-CLI-PESO-KG
           ADD SD-ECL-VOLUME-M3        TO WS-CLI-VOLUME-M3
           ADD SD-ECL-VALOR            TO WS-CLI-VALOR

           RETURN WORK-CLIENTE         AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2720-99-FIM.                    EXIT.

       2800-GRAVAR-PENDENTES           SECTION.

           MOVE BOOKENTR-REG-DATA-ENTREGA
                                       TO WS-PCA-DATA-ENTREGA
           MOVE BOOKENTR-REG-DATA-PROXIMA
                                       TO WS-PCA-DATA-PROXIMA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-PCA-DATA-GERACAO
           MOVE WS-PENDENTE-CABEC      TO FD-PND-LINHA
           PERFORM 1170-GRAVAR-ARQ-PENDENTE

           MOVE 1                      TO WS-IDX-PED
           PERFORM 2810-GRAVAR-PENDENTE
                                       UNTIL WS-IDX-PED
                                       GREATER WS-QTD-PED

           MOVE WS-QTD-PENDENTES       TO WS-PTR-QTD-PENDENTES
           MOVE BOOKENTR-REG-OPERADOR  TO WS-PTR-OPERADOR
           MOVE WS-PENDENTE-TRAILER    TO FD-PND-LINHA
           PERFORM 1170-GRAVAR-ARQ-PENDENTE

           .
       2800-99-FIM.                    EXIT.

       2810-GRAVAR-PENDENTE            SECTION.

           IF WS-TPE-NUM-CARGA (WS-IDX-PED)
                                       EQUAL ZEROS
             MOVE WS-TPE-NUM-PEDIDO (WS-IDX-PED)
                                       TO WS-PDE-NUM-PEDIDO
             MOVE WS-TPE-COD-CLIENTE (WS-IDX-PED)
                                       TO WS-PDE-COD-CLIENTE
             MOVE WS-TPE-RZ-SOCIAL (WS-IDX-PED)
                                       TO WS-PDE-RZ-SOCIAL
             MOVE WS-TPE-REGIAO (WS-IDX-PED)
                                       TO WS-PDE-REGIAO
             MOVE WS-TPE-PESO-KG (WS-IDX-PED)
                                       TO WS-PDE-PESO-KG
             MOVE WS-TPE-VOLUME-M3 (WS-IDX-PED)
                                       TO WS-PDE-VOLUME-M3
             MOVE BOOKENTR-REG-DATA-PROXIMA
                                       TO WS-PDE-DATA-PROXIMA
             MOVE WS-TPE-MOTIVO (WS-IDX-PED)
                                       TO WS-PDE-MOTIVO
             MOVE WS-PENDENTE-DET      TO FD-PND-LINHA
             PERFORM 1170-GRAVAR-ARQ-PENDENTE

             MOVE BOOKENTR-REG-DATA-PROXIMA
                                       TO WS-DATA-PROXIMA
             MOVE WS-TPE-NUM-PEDIDO (WS-IDX-PED)
                                       TO FD-PEH-NUM-PEDIDO
             PERFORM 1175-ATUALIZAR-PEDHDR
           END-IF

           ADD 1                       TO WS-IDX-PED

           .
       2810-99-FIM.                    EXIT.

       2900-CALCULA-DISTANCIA          SECTION.

           MOVE ZEROS                  TO WS-CALC-DISTANCIA

           COMPUTE WS-LAT-RAD-ORIG     = WS-LAT-ORIG
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LAT-RAD-DEST     = WS-LAT-DEST
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LON-RAD-ORIG     = WS-LON-ORIG
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-LON-RAD-DEST     = WS-LON-DEST
                                       * FUNCTION PI
                                       / 180

           COMPUTE WS-DLA              = WS-LAT-RAD-DEST
                                       - (WS-LAT-RAD-ORIG)
           COMPUTE WS-DLO              = WS-LON-RAD-DEST
                                       - (WS-LON-RAD-ORIG)
           COMPUTE WS-A                = FUNCTION SIN(WS-DLA / 2)
                                       * FUNCTION SIN(WS-DLA / 2)
                                       + FUNCTION COS(WS-LAT-RAD-ORIG)
                                       * FUNCTION COS(WS-LAT-RAD-DEST)
                                       * FUNCTION SIN(WS-DLO / 2)
                                       * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C                = 2 * FUNCTION ATAN(
                                             FUNCTION SQRT(WS-A) /
                                             FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA   = WS-RAIO-TERRA * WS-C * 1000

           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1195-FECHAR-ARQUIVOS

           IF BOOKENTR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "ENTRCARG.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "GERAENTR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKENTR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKENTR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "ENTRCLIE.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "GERAENTR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKENTR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKENTR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "ENTRPEND.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "GERAENTR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKENTR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKENTR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
