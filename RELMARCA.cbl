       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELMARCA.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-VENDEDOR         ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-VEND-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-VEND-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT OPTIONAL ARQ-FILIAL  ASSIGN TO DISK "FILIAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-FIL-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FILIAL.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT OPTIONAL ARQ-PEDIDO  ASSIGN TO DISK "PEDIDO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PED-CHAVE
                  ALTERNATE RECORD KEY IS FD-PED-COD-VENDEDOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDIDO.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT OPTIONAL ARQ-CATEGORIA
                                       ASSIGN TO DISK "CATEGORIA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CAT-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CATEGORIA.

           SELECT OPTIONAL ARQ-MARCA   ASSIGN TO DISK "MARCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MAR-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MARCA.

           SELECT ARQ-RELAT-MARCA      ASSIGN TO "RELMARCA.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-MARCA           ASSIGN TO "WMARCA.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-VENDEDOR.
           05 FD-VEND-COD-VENDEDOR     PIC 9(005).
           05 FD-VEND-TIPO-DOC         PIC X(001).
               88 FD-VEND-PESSOA-FISICA                    VALUE 'F'.
               88 FD-VEND-PESSOA-JURIDICA                  VALUE 'J'.
           05 FD-VEND-CPF              PIC 9(011).
           05 FD-VEND-CNPJ             PIC 9(014).
           05 FD-VEND-NOME             PIC X(040).
           05 FD-VEND-LATITUDE         PIC S9(003)V9(008).
           05 FD-VEND-LONGITUDE        PIC S9(003)V9(008).
           05 FD-VEND-QTD-MAX-CLIENTES PIC 9(005).
           05 FD-VEND-REGIAO           PIC 9(003).
           05 FD-VEND-META-VISITAS     PIC 9(005).
           05 FD-VEND-PCT-COMISSAO     PIC 9(003)V9(002).
           05 FD-VEND-STATUS           PIC X(001).
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-FILIAL
           LABEL RECORD                IS STANDARD.
       01  FD-FILIAL.
           05 FD-FIL-CODIGO            PIC 9(004).
           05 FD-FIL-NOME              PIC X(040).
           05 FD-FIL-REGIAO            PIC 9(003).
           05 FD-FIL-SUPERVISOR        PIC X(040).
           05 FD-FIL-STATUS            PIC X(001).
               88 FD-FIL-ATIVA                             VALUE 'A'.
               88 FD-FIL-INATIVA                           VALUE 'I'.

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

       FD  ARQ-CATEGORIA
           LABEL RECORD                IS STANDARD.
       01  FD-CATEGORIA.
           05 FD-CAT-CODIGO            PIC 9(003).
           05 FD-CAT-DESCRICAO         PIC X(040).
           05 FD-CAT-STATUS            PIC X(001).
               88 FD-CAT-ATIVA                             VALUE 'A'.
               88 FD-CAT-INATIVA                           VALUE 'I'.
           05 FD-CAT-OPERADOR          PIC X(010).

       FD  ARQ-MARCA
           LABEL RECORD                IS STANDARD.
       01  FD-MARCA.
           05 FD-MAR-CODIGO            PIC 9(004).
           05 FD-MAR-DESCRICAO         PIC X(040).
           05 FD-MAR-FABRICANTE        PIC X(040).
           05 FD-MAR-STATUS            PIC X(001).
               88 FD-MAR-ATIVA                             VALUE 'A'.
               88 FD-MAR-INATIVA                           VALUE 'I'.
           05 FD-MAR-OPERADOR          PIC X(010).

       FD  ARQ-RELAT-MARCA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-MARCA.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-MARCA.
       01  SD-MARCA.
           05 SD-MAR-COD-FILIAL        PIC 9(004).
           05 SD-MAR-COD-VENDEDOR      PIC 9(005).
           05 SD-MAR-COD-CATEGORIA     PIC 9(003).
           05 SD-MAR-COD-MARCA         PIC 9(004).
           05 SD-MAR-EMBALAGEM         PIC X(001).
           05 SD-MAR-QTD-ATUAL         PIC 9(005).
           05 SD-MAR-VALOR-ATUAL       PIC 9(009)V9(002).
           05 SD-MAR-QTD-ANTERIOR      PIC 9(005).
           05 SD-MAR-VALOR-ANTERIOR    PIC 9(009)V9(002).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FILIAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CATEGORIA         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MARCA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-SERIAL-MES               PIC 9(006)          VALUE ZEROS.
       77  WS-ANO-MES-ANO-ANTERIOR     PIC 9(006)          VALUE ZEROS.
       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.
       77  WS-PERIODO-PEDIDO           PIC X(001)          VALUE SPACES.
           88 WS-PEDIDO-MES-ATUAL                          VALUE 'A'.
           88 WS-PEDIDO-ANO-ANTERIOR                       VALUE 'P'.
           88 WS-PEDIDO-FORA-PERIODO                       VALUE 'F'.
       77  WS-FILIAL-PEDIDO            PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-FILIAL               PIC 9(005)          VALUE ZEROS.

       77  WS-QUEBRA-FILIAL            PIC 9(004)          VALUE ZEROS.
       77  WS-QUEBRA-VENDEDOR          PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-CATEGORIA         PIC 9(003)          VALUE ZEROS.
       77  WS-QUEBRA-MARCA             PIC 9(004)          VALUE ZEROS.
       77  WS-QUEBRA-EMBALAGEM         PIC X(001)          VALUE SPACES.

       77  WS-MAX-GRUPO                PIC 9(005)          VALUE 3000.
       77  WS-QTD-GRUPO                PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-GRUPO                PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-GRUPO-CAT            PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-GRUPO-MAR            PIC 9(005)          VALUE ZEROS.

       77  WS-EMB-QTD-ATUAL            PIC 9(009)          VALUE ZEROS.
       77  WS-EMB-VALOR-ATUAL          PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-EMB-QTD-ANTERIOR         PIC 9(009)          VALUE ZEROS.
       77  WS-EMB-VALOR-ANTERIOR       PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-VEND-QTD-ATUAL           PIC 9(009)          VALUE ZEROS.
       77  WS-VEND-VALOR-ATUAL         PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-VEND-QTD-ANTERIOR        PIC 9(009)          VALUE ZEROS.
       77  WS-VEND-VALOR-ANTERIOR      PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-FIL-QTD-ATUAL            PIC 9(009)          VALUE ZEROS.
       77  WS-FIL-VALOR-ATUAL          PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-FIL-QTD-ANTERIOR         PIC 9(009)          VALUE ZEROS.
       77  WS-FIL-VALOR-ANTERIOR       PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-GERAL-VALOR-ATUAL        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-GERAL-VALOR-ANTERIOR     PIC 9(013)V9(002)   VALUE ZEROS.

       77  WS-BASE-PARTICIPACAO        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-PCT-PARTICIPACAO         PIC 9(003)V9(002)   VALUE ZEROS.
       77  WS-PCT-CRESCIMENTO          PIC S9(007)V9(002)  VALUE ZEROS.
       77  WS-PCT-CRESC-MAXIMO         PIC 9(005)V9(002)   VALUE
                                                           99999,99.

       01  WS-ANO-MES-CALCULO          PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-CALCULO.
           05 WS-CALC-ANO              PIC 9(004).
           05 WS-CALC-MES              PIC 9(002).

       01  WS-TAB-FILIAL.
           05 WS-TFL-FILIAL            OCCURS 10000 TIMES.
               10 WS-TFL-VALOR-ATUAL   PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-TAB-GRUPO.
           05 WS-GRP-LINHA             OCCURS 3000 TIMES.
               10 WS-GRP-NIVEL         PIC X(001).
               10 WS-GRP-COD-CATEGORIA PIC 9(003).
               10 WS-GRP-COD-MARCA     PIC 9(004).
               10 WS-GRP-EMBALAGEM     PIC X(001).
               10 WS-GRP-QTD-ATUAL     PIC 9(009).
               10 WS-GRP-VALOR-ATUAL   PIC 9(013)V9(002).
               10 WS-GRP-QTD-ANTERIOR  PIC 9(009).
               10 WS-GRP-VALOR-ANTERIOR
                                       PIC 9(013)V9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELMARCA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES-ANTERIOR  PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NIVEL             PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CATEGORIA     PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-MARCA         PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-EMBALAGEM         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-ATUAL         PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-ATUAL       PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PCT-PARTICIPACAO  PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-ANTERIOR      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-ANTERIOR    PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PCT-CRESCIMENTO   PIC -ZZZZ9,99       VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-BASE-ANTERIOR     PIC X(001)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-ATUAL       PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-ANTERIOR    PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRMAR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DH-GERACAO

           PERFORM 1050-CALCULAR-PERIODOS

           MOVE ZEROS                  TO BOOKRMAR-REG-QTD-PEDIDOS
                                       BOOKRMAR-REG-QTD-LINHAS
                                       BOOKRMAR-REG-VALOR-TOTAL

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1115-ABRIR-ARQ-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-FILIAL
           PERFORM 1125-ABRIR-ARQ-PEDHDR
           PERFORM 1130-ABRIR-ARQ-PEDIDO
           PERFORM 1135-ABRIR-ARQ-PRODUTO
           PERFORM 1140-ABRIR-ARQ-CATEGORIA
           PERFORM 1145-ABRIR-ARQ-MARCA
           PERFORM 1150-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODOS          SECTION.

           IF BOOKRMAR-REG-ANO-MES     EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:6)  TO WS-ANO-MES-CALCULO
             COMPUTE WS-SERIAL-MES     = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 2
             COMPUTE WS-CALC-ANO       = WS-SERIAL-MES / 12
             COMPUTE WS-CALC-MES       = WS-SERIAL-MES
                                       - WS-CALC-ANO * 12 + 1
             MOVE WS-ANO-MES-CALCULO   TO BOOKRMAR-REG-ANO-MES
           ELSE
             MOVE BOOKRMAR-REG-ANO-MES TO WS-ANO-MES-CALCULO
             IF WS-CALC-MES            LESS 1 OR
                WS-CALC-MES            GREATER 12
               MOVE 1                  TO BOOKRMAR-CTRL-COD
               MOVE "MES DE REFERENCIA INVALIDO"
                                       TO BOOKRMAR-CTRL-MSG
               GOBACK
             END-IF
           END-IF

           COMPUTE WS-ANO-MES-ANO-ANTERIOR
                                       = BOOKRMAR-REG-ANO-MES - 100
           .
       1050-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRMAR-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-FILIAL           SECTION.

           OPEN INPUT ARQ-FILIAL

           IF WS-FS-ARQ-FILIAL         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO FILIAL"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-CATEGORIA        SECTION.

           OPEN INPUT ARQ-CATEGORIA

           IF WS-FS-ARQ-CATEGORIA      EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CATEGORIA"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1145-ABRIR-ARQ-MARCA            SECTION.

           OPEN INPUT ARQ-MARCA

           IF WS-FS-ARQ-MARCA          EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO MARCA"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1145-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-MARCA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE MARCAS"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1165-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       1165-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-MARCA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE MARCAS"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRMAR-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE WS-ANO-MES-ANO-ANTERIOR
                                       TO WS-CAB-ANO-MES-ANTERIOR
           MOVE BOOKRMAR-REG-COD-VENDEDOR
                                       TO WS-CAB-COD-VENDEDOR
           MOVE BOOKRMAR-REG-COD-FILIAL
                                       TO WS-CAB-COD-FILIAL
           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-MARCA
                ON ASCENDING KEY SD-MAR-COD-FILIAL
                                 SD-MAR-COD-VENDEDOR
                                 SD-MAR-COD-CATEGORIA
                                 SD-MAR-COD-MARCA
                                 SD-MAR-EMBALAGEM
                INPUT PROCEDURE 2100-SELECIONAR-PEDIDOS
                OUTPUT PROCEDURE 2300-GERAR-RELATORIO

           MOVE BOOKRMAR-REG-QTD-PEDIDOS
                                       TO WS-TRL-QTD-PEDIDOS
           MOVE BOOKRMAR-REG-QTD-LINHAS
                                       TO WS-TRL-QTD-LINHAS
           MOVE WS-GERAL-VALOR-ATUAL   TO WS-TRL-VALOR-ATUAL
                                       BOOKRMAR-REG-VALOR-TOTAL
           MOVE WS-GERAL-VALOR-ANTERIOR
                                       TO WS-TRL-VALOR-ANTERIOR
           MOVE BOOKRMAR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKRMAR-REG-QTD-PEDIDOS EQUAL ZEROS
             MOVE 3                    TO BOOKRMAR-CTRL-COD
             MOVE "NENHUM PEDIDO NO PERIODO INFORMADO"
                                       TO BOOKRMAR-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRMAR-CTRL-COD
             MOVE "RELATORIO DE VENDAS POR MARCA GERADO"
                                       TO BOOKRMAR-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-PEDIDOS         SECTION.

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35' AND
              WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-PEDHDR

             PERFORM 2110-PROCESSAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-PEDIDO           SECTION.

           SET WS-PEDIDO-FORA-PERIODO  TO TRUE

           IF NOT FD-PEH-CANCELADO AND
              FD-PEH-DATA-PEDIDO       IS NUMERIC
             IF FD-PEH-DATA-PEDIDO (1:6)
                                       EQUAL BOOKRMAR-REG-ANO-MES
               SET WS-PEDIDO-MES-ATUAL TO TRUE
             ELSE
               IF FD-PEH-DATA-PEDIDO (1:6)
                                       EQUAL WS-ANO-MES-ANO-ANTERIOR
                 SET WS-PEDIDO-ANO-ANTERIOR
                                       TO TRUE
               END-IF
             END-IF
           END-IF

           IF BOOKRMAR-REG-COD-VENDEDOR
                                       GREATER ZEROS AND
              FD-PEH-COD-VENDEDOR      NOT EQUAL
                                       BOOKRMAR-REG-COD-VENDEDOR
             SET WS-PEDIDO-FORA-PERIODO
                                       TO TRUE
           END-IF

           IF NOT WS-PEDIDO-FORA-PERIODO
             MOVE ZEROS                TO WS-FILIAL-PEDIDO
             MOVE FD-PEH-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE
             IF WS-FS-ARQ-CLIE         EQUAL ZEROS
               MOVE FD-CLI-FILIAL      TO WS-FILIAL-PEDIDO
             END-IF

             IF BOOKRMAR-REG-COD-FILIAL
                                       EQUAL ZEROS OR
                WS-FILIAL-PEDIDO       EQUAL BOOKRMAR-REG-COD-FILIAL
               IF WS-PEDIDO-MES-ATUAL
                 ADD 1                 TO BOOKRMAR-REG-QTD-PEDIDOS
               END-IF
               PERFORM 2120-LIBERAR-ITENS
             END-IF
           END-IF

           PERFORM 1160-LER-ARQ-PEDHDR

           .
       2110-99-FIM.                    EXIT.

       2120-LIBERAR-ITENS              SECTION.

           MOVE FD-PEH-NUM-PEDIDO      TO FD-PED-NUM-PEDIDO
           MOVE ZEROS                  TO FD-PED-SEQ-ITEM

           START ARQ-PEDIDO            KEY IS NOT LESS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS
             PERFORM 1165-LER-ARQ-PEDIDO
             PERFORM                   UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
               IF FD-PED-COD-PRODUTO   GREATER ZEROS
                 PERFORM 2130-LIBERAR-ITEM
               END-IF
               PERFORM 1165-LER-ARQ-PEDIDO
             END-PERFORM
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-LIBERAR-ITEM               SECTION.

           INITIALIZE                  SD-MARCA
           MOVE WS-FILIAL-PEDIDO       TO SD-MAR-COD-FILIAL
           MOVE FD-PEH-COD-VENDEDOR    TO SD-MAR-COD-VENDEDOR

           MOVE FD-PED-COD-PRODUTO     TO FD-PROD-CODIGO
           IF WS-FS-ARQ-PRODUTO        NOT EQUAL '35'
             READ ARQ-PRODUTO          RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO
             IF WS-FS-ARQ-PRODUTO      EQUAL ZEROS
               MOVE FD-PROD-COD-CATEGORIA
                                       TO SD-MAR-COD-CATEGORIA
               MOVE FD-PROD-COD-MARCA  TO SD-MAR-COD-MARCA
               MOVE FD-PROD-EMBALAGEM  TO SD-MAR-EMBALAGEM
             END-IF
           END-IF

           IF WS-PEDIDO-MES-ATUAL
             MOVE FD-PED-QUANTIDADE    TO SD-MAR-QTD-ATUAL
             MOVE FD-PED-VALOR         TO SD-MAR-VALOR-ATUAL
             ADD FD-PED-VALOR          TO WS-GERAL-VALOR-ATUAL
             COMPUTE WS-IDX-FILIAL     = WS-FILIAL-PEDIDO + 1
             ADD FD-PED-VALOR          TO WS-TFL-VALOR-ATUAL
                                       (WS-IDX-FILIAL)
           ELSE
             MOVE FD-PED-QUANTIDADE    TO SD-MAR-QTD-ANTERIOR
             MOVE FD-PED-VALOR         TO SD-MAR-VALOR-ANTERIOR
             ADD FD-PED-VALOR          TO WS-GERAL-VALOR-ANTERIOR
           END-IF

           RELEASE SD-MARCA

           .
       2130-99-FIM.                    EXIT.

       2300-GERAR-RELATORIO            SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE ZEROS                  TO WS-QTD-GRUPO
                                       WS-EMB-QTD-ATUAL
                                       WS-EMB-VALOR-ATUAL
                                       WS-EMB-QTD-ANTERIOR
                                       WS-EMB-VALOR-ANTERIOR
                                       WS-VEND-QTD-ATUAL
                                       WS-VEND-VALOR-ATUAL
                                       WS-VEND-QTD-ANTERIOR
                                       WS-VEND-VALOR-ANTERIOR
                                       WS-FIL-QTD-ATUAL
                                       WS-FIL-VALOR-ATUAL
                                       WS-FIL-QTD-ANTERIOR
                                       WS-FIL-VALOR-ANTERIOR

           RETURN WORK-MARCA           AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-MAR-COD-FILIAL    TO WS-QUEBRA-FILIAL
             MOVE SD-MAR-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-MAR-COD-CATEGORIA TO WS-QUEBRA-CATEGORIA
             MOVE SD-MAR-COD-MARCA     TO WS-QUEBRA-MARCA
             MOVE SD-MAR-EMBALAGEM     TO WS-QUEBRA-EMBALAGEM
             PERFORM 2320-ABRIR-CATEGORIA
             PERFORM 2330-ABRIR-MARCA

             PERFORM 2310-ACUMULAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2340-FECHAR-EMBALAGEM
             PERFORM 2350-FECHAR-VENDEDOR
             PERFORM 2360-FECHAR-FILIAL
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-REGISTRO          SECTION.

           IF SD-MAR-COD-FILIAL        NOT EQUAL WS-QUEBRA-FILIAL OR
              SD-MAR-COD-VENDEDOR      NOT EQUAL WS-QUEBRA-VENDEDOR OR
              SD-MAR-COD-CATEGORIA     NOT EQUAL WS-QUEBRA-CATEGORIA OR
              SD-MAR-COD-MARCA         NOT EQUAL WS-QUEBRA-MARCA OR
              SD-MAR-EMBALAGEM         NOT EQUAL WS-QUEBRA-EMBALAGEM
             PERFORM 2340-FECHAR-EMBALAGEM

             IF SD-MAR-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL OR
                SD-MAR-COD-VENDEDOR    NOT EQUAL WS-QUEBRA-VENDEDOR
               PERFORM 2350-FECHAR-VENDEDOR
             END-IF

             IF SD-MAR-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL
               PERFORM 2360-FECHAR-FILIAL
             END-IF

             IF SD-MAR-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL OR
                SD-MAR-COD-VENDEDOR    NOT EQUAL WS-QUEBRA-VENDEDOR OR
                SD-MAR-COD-CATEGORIA   NOT EQUAL WS-QUEBRA-CATEGORIA
               MOVE SD-MAR-COD-CATEGORIA
                                       TO WS-QUEBRA-CATEGORIA
               MOVE SD-MAR-COD-MARCA   TO WS-QUEBRA-MARCA
               PERFORM 2320-ABRIR-CATEGORIA
               PERFORM 2330-ABRIR-MARCA
             ELSE
               IF SD-MAR-COD-MARCA     NOT EQUAL WS-QUEBRA-MARCA
                 MOVE SD-MAR-COD-MARCA TO WS-QUEBRA-MARCA
                 PERFORM 2330-ABRIR-MARCA
               END-IF
             END-IF

             MOVE SD-MAR-COD-FILIAL    TO WS-QUEBRA-FILIAL
             MOVE SD-MAR-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-MAR-EMBALAGEM     TO WS-QUEBRA-EMBALAGEM
           END-IF

           ADD SD-MAR-QTD-ATUAL        TO WS-EMB-QTD-ATUAL
           ADD SD-MAR-VALOR-ATUAL      TO WS-EMB-VALOR-ATUAL
           ADD SD-MAR-QTD-ANTERIOR     TO WS-EMB-QTD-ANTERIOR
           ADD SD-MAR-VALOR-ANTERIOR   TO WS-EMB-VALOR-ANTERIOR

           RETURN WORK-MARCA           AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-ABRIR-CATEGORIA            SECTION.

           PERFORM 2370-INCLUIR-LINHA-GRUPO

           MOVE 'C'                    TO WS-GRP-NIVEL (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-CATEGORIA    TO WS-GRP-COD-CATEGORIA
                                       (WS-IDX-GRUPO)
           MOVE WS-IDX-GRUPO           TO WS-IDX-GRUPO-CAT

           .
       2320-99-FIM.                    EXIT.

       2330-ABRIR-MARCA                SECTION.

           PERFORM 2370-INCLUIR-LINHA-GRUPO

           MOVE 'M'                    TO WS-GRP-NIVEL (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-CATEGORIA    TO WS-GRP-COD-CATEGORIA
                                       (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-MARCA        TO WS-GRP-COD-MARCA
                                       (WS-IDX-GRUPO)
           MOVE WS-IDX-GRUPO           TO WS-IDX-GRUPO-MAR

           .
       2330-99-FIM.                    EXIT.

       2340-FECHAR-EMBALAGEM           SECTION.

           PERFORM 2370-INCLUIR-LINHA-GRUPO

           MOVE 'E'                    TO WS-GRP-NIVEL (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-CATEGORIA    TO WS-GRP-COD-CATEGORIA
                                       (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-MARCA        TO WS-GRP-COD-MARCA
                                       (WS-IDX-GRUPO)
           MOVE WS-QUEBRA-EMBALAGEM    TO WS-GRP-EMBALAGEM
                                       (WS-IDX-GRUPO)
           MOVE WS-EMB-QTD-ATUAL       TO WS-GRP-QTD-ATUAL
                                       (WS-IDX-GRUPO)
           MOVE WS-EMB-VALOR-ATUAL     TO WS-GRP-VALOR-ATUAL
                                       (WS-IDX-GRUPO)
           MOVE WS-EMB-QTD-ANTERIOR    TO WS-GRP-QTD-ANTERIOR
                                       (WS-IDX-GRUPO)
           MOVE WS-EMB-VALOR-ANTERIOR  TO WS-GRP-VALOR-ANTERIOR
                                       (WS-IDX-GRUPO)

           ADD WS-EMB-QTD-ATUAL        TO WS-GRP-QTD-ATUAL
                                       (WS-IDX-GRUPO-CAT)
                                       WS-GRP-QTD-ATUAL
                                       (WS-IDX-GRUPO-MAR)
                                       WS-VEND-QTD-ATUAL
           ADD WS-EMB-VALOR-ATUAL      TO WS-GRP-VALOR-ATUAL
                                       (WS-IDX-GRUPO-CAT)
                                       WS-GRP-VALOR-ATUAL
                                       (WS-IDX-GRUPO-MAR)
                                       WS-VEND-VALOR-ATUAL
           ADD WS-EMB-QTD-ANTERIOR     TO WS-GRP-QTD-ANTERIOR
                                       (WS-IDX-GRUPO-CAT)
                                       WS-GRP-QTD-ANTERIOR
                                       (WS-IDX-GRUPO-MAR)
                                       WS-VEND-QTD-ANTERIOR
           ADD WS-EMB-VALOR-ANTERIOR   TO WS-GRP-VALOR-ANTERIOR
                                       (WS-IDX-GRUPO-CAT)
                                       WS-GRP-VALOR-ANTERIOR
                                       (WS-IDX-GRUPO-MAR)
                                       WS-VEND-VALOR-ANTERIOR

           MOVE ZEROS                  TO WS-EMB-QTD-ATUAL
                                       WS-EMB-VALOR-ATUAL
                                       WS-EMB-QTD-ANTERIOR
                                       WS-EMB-VALOR-ANTERIOR

           .
       2340-99-FIM.                    EXIT.

       2350-FECHAR-VENDEDOR            SECTION.

           MOVE WS-VEND-VALOR-ATUAL    TO WS-BASE-PARTICIPACAO

           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO GREATER WS-QTD-GRUPO
             PERFORM 2355-GRAVAR-LINHA-GRUPO
           END-PERFORM

           INITIALIZE                  WS-RELAT-DET
           MOVE 'V'                    TO WS-DET-NIVEL
           MOVE WS-QUEBRA-FILIAL       TO WS-DET-COD-FILIAL
           MOVE WS-QUEBRA-VENDEDOR     TO WS-DET-COD-VENDEDOR
                                       FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-DET-DESCRICAO
           ELSE
             MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DET-DESCRICAO
           END-IF

           COMPUTE WS-IDX-FILIAL       = WS-QUEBRA-FILIAL + 1
           MOVE WS-TFL-VALOR-ATUAL (WS-IDX-FILIAL)
                                       TO WS-BASE-PARTICIPACAO
           MOVE WS-VEND-QTD-ATUAL      TO WS-DET-QTD-ATUAL
           MOVE WS-VEND-VALOR-ATUAL    TO WS-DET-VALOR-ATUAL
           MOVE WS-VEND-QTD-ANTERIOR   TO WS-DET-QTD-ANTERIOR
           MOVE WS-VEND-VALOR-ANTERIOR TO WS-DET-VALOR-ANTERIOR
           PERFORM 2380-CALCULAR-INDICES
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRMAR-REG-QTD-LINHAS

           ADD WS-VEND-QTD-ATUAL       TO WS-FIL-QTD-ATUAL
           ADD WS-VEND-VALOR-ATUAL     TO WS-FIL-VALOR-ATUAL
           ADD WS-VEND-QTD-ANTERIOR    TO WS-FIL-QTD-ANTERIOR
           ADD WS-VEND-VALOR-ANTERIOR  TO WS-FIL-VALOR-ANTERIOR

           MOVE ZEROS                  TO WS-QTD-GRUPO
                                       WS-VEND-QTD-ATUAL
                                       WS-VEND-VALOR-ATUAL
                                       WS-VEND-QTD-ANTERIOR
                                       WS-VEND-VALOR-ANTERIOR

           .
       2350-99-FIM.                    EXIT.

       2355-GRAVAR-LINHA-GRUPO         SECTION.

           INITIALIZE                  WS-RELAT-DET
           MOVE WS-GRP-NIVEL (WS-IDX-GRUPO)
                                       TO WS-DET-NIVEL
           MOVE WS-QUEBRA-FILIAL       TO WS-DET-COD-FILIAL
           MOVE WS-QUEBRA-VENDEDOR     TO WS-DET-COD-VENDEDOR
           MOVE WS-GRP-COD-CATEGORIA (WS-IDX-GRUPO)
                                       TO WS-DET-COD-CATEGORIA
           MOVE WS-GRP-COD-MARCA (WS-IDX-GRUPO)
                                       TO WS-DET-COD-MARCA
           MOVE WS-GRP-EMBALAGEM (WS-IDX-GRUPO)
                                       TO WS-DET-EMBALAGEM

           EVALUATE WS-DET-NIVEL
             WHEN 'C'
               PERFORM 2356-DESCREVER-CATEGORIA
             WHEN 'M'
               PERFORM 2357-DESCREVER-MARCA
             WHEN OTHER
               PERFORM 2358-DESCREVER-EMBALAGEM
           END-EVALUATE

           MOVE WS-GRP-QTD-ATUAL (WS-IDX-GRUPO)
                                       TO WS-DET-QTD-ATUAL
           MOVE WS-GRP-VALOR-ATUAL (WS-IDX-GRUPO)
                                       TO WS-DET-VALOR-ATUAL
           MOVE WS-GRP-QTD-ANTERIOR (WS-IDX-GRUPO)
                                       TO WS-DET-QTD-ANTERIOR
           MOVE WS-GRP-VALOR-ANTERIOR (WS-IDX-GRUPO)
                                       TO WS-DET-VALOR-ANTERIOR
           PERFORM 2380-CALCULAR-INDICES

           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRMAR-REG-QTD-LINHAS

           .
       2355-99-FIM.                    EXIT.

       2356-DESCREVER-CATEGORIA        SECTION.

           MOVE "CATEGORIA NAO CADASTRADA"
                                       TO WS-DET-DESCRICAO
           MOVE WS-DET-COD-CATEGORIA   TO FD-CAT-CODIGO

           IF WS-FS-ARQ-CATEGORIA      NOT EQUAL '35'
             READ ARQ-CATEGORIA        RECORD INTO FD-CATEGORIA
                                       KEY IS FD-CAT-CODIGO
             IF WS-FS-ARQ-CATEGORIA    EQUAL ZEROS
               MOVE FD-CAT-DESCRICAO   TO WS-DET-DESCRICAO
             END-IF
           END-IF

           .
       2356-99-FIM.                    EXIT.

       2357-DESCREVER-MARCA            SECTION.

           MOVE "MARCA NAO CADASTRADA" TO WS-DET-DESCRICAO
           MOVE WS-DET-COD-MARCA       TO FD-MAR-CODIGO

           IF WS-FS-ARQ-MARCA          NOT EQUAL '35'
             READ ARQ-MARCA            RECORD INTO FD-MARCA
                                       KEY IS FD-MAR-CODIGO
             IF WS-FS-ARQ-MARCA        EQUAL ZEROS
               MOVE FD-MAR-DESCRICAO   TO WS-DET-DESCRICAO
             END-IF
           END-IF

           .
       2357-99-FIM.                    EXIT.

       2358-DESCREVER-EMBALAGEM        SECTION.

           EVALUATE WS-DET-EMBALAGEM
             WHEN 'L'
               MOVE "LATA"             TO WS-DET-DESCRICAO
             WHEN 'N'
               MOVE "LONG NECK"        TO WS-DET-DESCRICAO
             WHEN 'G'
               MOVE "GARRAFA 600ML"    TO WS-DET-DESCRICAO
             WHEN 'B'
               MOVE "BARRIL"           TO WS-DET-DESCRICAO
             WHEN 'P'
               MOVE "PET"              TO WS-DET-DESCRICAO
             WHEN 'O'
               MOVE "OUTRAS"           TO WS-DET-DESCRICAO
             WHEN OTHER
               MOVE "EMBALAGEM NAO INFORMADA"
                                       TO WS-DET-DESCRICAO
           END-EVALUATE

           .
       2358-99-FIM.                    EXIT.

       2360-FECHAR-FILIAL              SECTION.

           INITIALIZE                  WS-RELAT-DET
           MOVE 'F'                    TO WS-DET-NIVEL
           MOVE WS-QUEBRA-FILIAL       TO WS-DET-COD-FILIAL
                                       FD-FIL-CODIGO
           MOVE "FILIAL NAO CADASTRADA"
                                       TO WS-DET-DESCRICAO
           IF WS-FS-ARQ-FILIAL         NOT EQUAL '35'
             READ ARQ-FILIAL           RECORD INTO FD-FILIAL
                                       KEY IS FD-FIL-CODIGO
             IF WS-FS-ARQ-FILIAL       EQUAL ZEROS
               MOVE FD-FIL-NOME        TO WS-DET-DESCRICAO
             END-IF
           END-IF

           MOVE WS-GERAL-VALOR-ATUAL   TO WS-BASE-PARTICIPACAO
           MOVE WS-FIL-QTD-ATUAL       TO WS-DET-QTD-ATUAL
           MOVE WS-FIL-VALOR-ATUAL     TO WS-DET-VALOR-ATUAL
           MOVE WS-FIL-QTD-ANTERIOR    TO WS-DET-QTD-ANTERIOR
           MOVE WS-FIL-VALOR-ANTERIOR  TO WS-DET-VALOR-ANTERIOR
           PERFORM 2380-CALCULAR-INDICES
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRMAR-REG-QTD-LINHAS

           MOVE ZEROS                  TO WS-FIL-QTD-ATUAL
                                       WS-FIL-VALOR-ATUAL
                                       WS-FIL-QTD-ANTERIOR
                                       WS-FIL-VALOR-ANTERIOR

           .
       2360-99-FIM.                    EXIT.

       2370-INCLUIR-LINHA-GRUPO        SECTION.

           IF WS-QTD-GRUPO             NOT LESS WS-MAX-GRUPO
             MOVE 2                    TO BOOKRMAR-CTRL-COD
             MOVE "LIMITE DE LINHAS DO VENDEDOR EXCEDIDO"
                                       TO BOOKRMAR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           ADD 1                       TO WS-QTD-GRUPO
           MOVE WS-QTD-GRUPO           TO WS-IDX-GRUPO
           INITIALIZE                  WS-GRP-LINHA (WS-IDX-GRUPO)

           .
       2370-99-FIM.                    EXIT.

       2380-CALCULAR-INDICES           SECTION.

           MOVE ZEROS                  TO WS-PCT-PARTICIPACAO
           IF WS-BASE-PARTICIPACAO     GREATER ZEROS
             COMPUTE WS-PCT-PARTICIPACAO
                                       ROUNDED = WS-DET-VALOR-ATUAL
                                       * 100 / WS-BASE-PARTICIPACAO
           END-IF
           MOVE WS-PCT-PARTICIPACAO    TO WS-DET-PCT-PARTICIPACAO

           IF WS-DET-VALOR-ANTERIOR    GREATER ZEROS
             COMPUTE WS-PCT-CRESCIMENTO
                                       ROUNDED = (WS-DET-VALOR-ATUAL
                                       - WS-DET-VALOR-ANTERIOR) * 100
                                       / WS-DET-VALOR-ANTERIOR
             IF WS-PCT-CRESCIMENTO     GREATER WS-PCT-CRESC-MAXIMO
               MOVE WS-PCT-CRESC-MAXIMO
                                       TO WS-PCT-CRESCIMENTO
             END-IF
             MOVE WS-PCT-CRESCIMENTO   TO WS-DET-PCT-CRESCIMENTO
             MOVE 'S'                  TO WS-DET-BASE-ANTERIOR
           ELSE
             MOVE ZEROS                TO WS-DET-PCT-CRESCIMENTO
             MOVE 'N'                  TO WS-DET-BASE-ANTERIOR
           END-IF

           .
       2380-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-FILIAL
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-PRODUTO
                                       ARQ-CATEGORIA
                                       ARQ-MARCA
                                       ARQ-RELAT-MARCA

           IF BOOKRMAR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELMARCA.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELMARCA"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRMAR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRMAR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
