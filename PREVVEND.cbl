       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. PREVVEND.
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

           SELECT OPTIONAL ARQ-PREVISAO
                                       ASSIGN TO DISK "PREVISAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRV-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PREVISAO.

           SELECT ARQ-RELAT-PREVISAO   ASSIGN TO "PREVVEND.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT ARQ-RELAT-ACURACIA   ASSIGN TO "PREVACUR.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ACURACIA.

           SELECT WORK-PREVISAO        ASSIGN TO "WPREVI.TMP".


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

       FD  ARQ-PREVISAO
           LABEL RECORD                IS STANDARD.
       01  FD-PREVISAO.
           05 FD-PRV-CHAVE.
               10 FD-PRV-ANO-MES       PIC 9(006).
               10 FD-PRV-NIVEL         PIC X(001).
                   88 FD-PRV-NIVEL-PRODUTO                 VALUE 'P'.
                   88 FD-PRV-NIVEL-VENDEDOR                VALUE 'V'.
                   88 FD-PRV-NIVEL-FILIAL                  VALUE 'F'.
               10 FD-PRV-COD-FILIAL    PIC 9(004).
               10 FD-PRV-COD-VENDEDOR  PIC 9(005).
               10 FD-PRV-COD-PRODUTO   PIC 9(005).
           05 FD-PRV-QTD-MEDIA         PIC 9(009)V9(002).
           05 FD-PRV-VALOR-MEDIA       PIC 9(011)V9(002).
           05 FD-PRV-FATOR-SAZONAL     PIC 9(003)V9(004).
           05 FD-PRV-QTD-PREVISTA      PIC 9(009).
           05 FD-PRV-VALOR-PREVISTO    PIC 9(011)V9(002).
           05 FD-PRV-MESES-HISTORICO   PIC 9(002).
           05 FD-PRV-DATA-GERACAO      PIC 9(008).
           05 FD-PRV-OPERADOR          PIC X(010).
           05 FD-PRV-SITUACAO          PIC X(001).
               88 FD-PRV-PENDENTE                          VALUE 'N'.
               88 FD-PRV-APURADA                           VALUE 'S'.
           05 FD-PRV-QTD-REALIZADA     PIC 9(009).
           05 FD-PRV-VALOR-REALIZADO   PIC 9(011)V9(002).
           05 FD-PRV-PCT-ERRO          PIC 9(005)V9(002).
           05 FD-PRV-DATA-APURACAO     PIC 9(008).

       FD  ARQ-RELAT-PREVISAO
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-PREVISAO.
           05 FD-REL-LINHA             PIC X(200).

       FD  ARQ-RELAT-ACURACIA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-ACURACIA.
           05 FD-ACU-LINHA             PIC X(200).

       SD  WORK-PREVISAO.
       01  SD-PREVISAO.
           05 SD-PRV-COD-FILIAL        PIC 9(004).
           05 SD-PRV-COD-VENDEDOR      PIC 9(005).
           05 SD-PRV-COD-PRODUTO       PIC 9(005).
           05 SD-PRV-IDX-MES           PIC 9(002).
           05 SD-PRV-QUANTIDADE        PIC 9(005).
           05 SD-PRV-VALOR             PIC 9(009)V9(002).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PREVISAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ACURACIA          PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-FIM-PREVISAO             PIC X(001)          VALUE 'N'.

       77  WS-MESES-HIST-PADRAO        PIC 9(002)          VALUE 12.
       77  WS-MESES-HIST-MINIMO        PIC 9(002)          VALUE 12.
       77  WS-MESES-HIST-MAXIMO        PIC 9(002)          VALUE 24.
       77  WS-MESES-MEDIA-PADRAO       PIC 9(002)          VALUE 03.
       77  WS-MESES-MEDIA-MAXIMO       PIC 9(002)          VALUE 12.
       77  WS-FATOR-MINIMO             PIC 9(003)V9(004)   VALUE 0,25.
       77  WS-FATOR-MAXIMO             PIC 9(003)V9(004)   VALUE 4.

       77  WS-SERIAL-ALVO              PIC 9(006)          VALUE ZEROS.
       77  WS-SERIAL-INICIO            PIC 9(006)          VALUE ZEROS.
       77  WS-SERIAL-PEDIDO            PIC 9(006)          VALUE ZEROS.
       77  WS-ANO-MES-ANTERIOR         PIC 9(006)          VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-FILIAL-PEDIDO            PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-MES                  PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-INICIO               PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-ANO-ANTERIOR         PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-IDX-FILIAL               PIC 9(005)          VALUE ZEROS.

       77  WS-QUEBRA-FILIAL            PIC 9(004)          VALUE ZEROS.
       77  WS-QUEBRA-VENDEDOR          PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-PRODUTO           PIC 9(005)          VALUE ZEROS.

       77  WS-SOMA-QTD                 PIC 9(011)          VALUE ZEROS.
       77  WS-SOMA-VALOR               PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-BASE-QTD                 PIC 9(011)V9(004)   VALUE ZEROS.
       77  WS-QTD-MEDIA                PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-VALOR-MEDIA              PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-FATOR-SAZONAL            PIC 9(003)V9(004)   VALUE ZEROS.
       77  WS-QTD-PREVISTA             PIC 9(009)          VALUE ZEROS.
       77  WS-VALOR-PREVISTO           PIC 9(011)V9(002)   VALUE ZEROS.

       77  WS-SUB-VEND-QTD             PIC 9(011)          VALUE ZEROS.
       77  WS-SUB-VEND-VALOR           PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-SUB-FIL-QTD              PIC 9(011)          VALUE ZEROS.
       77  WS-SUB-FIL-VALOR            PIC 9(013)V9(002)   VALUE ZEROS.

       77  WS-DIFERENCA                PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-PCT-ERRO                 PIC 9(005)V9(002)   VALUE ZEROS.
       77  WS-PCT-ACURACIA             PIC 9(003)V9(002)   VALUE ZEROS.
       77  WS-SOMA-ERRO-ABSOLUTO       PIC 9(015)V9(002)   VALUE ZEROS.
       77  WS-SOMA-REALIZADO           PIC 9(015)V9(002)   VALUE ZEROS.

       01  WS-ANO-MES-ALVO             PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-ALVO.
           05 WS-ALVO-ANO              PIC 9(004).
           05 WS-ALVO-MES              PIC 9(002).

       01  WS-ANO-MES-CALCULO          PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-CALCULO.
           05 WS-CALC-ANO              PIC 9(004).
           05 WS-CALC-MES              PIC 9(002).

       01  WS-DATA-PEDIDO              PIC 9(008)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-PEDIDO.
           05 WS-PED-ANO               PIC 9(004).
           05 WS-PED-MES               PIC 9(002).
           05 WS-PED-DIA               PIC 9(002).

       01  WS-TAB-HISTORICO.
           05 WS-HIS-MES               OCCURS 24 TIMES.
               10 WS-HIS-QTD           PIC 9(009)          VALUE ZEROS.
               10 WS-HIS-VALOR         PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-TAB-VENDEDOR.
           05 WS-TVD-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-TVD-QTD-PREVISTA  PIC 9(009)          VALUE ZEROS.
               10 WS-TVD-VALOR-PREVISTO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
               10 WS-TVD-QTD-REALIZADA PIC 9(009)          VALUE ZEROS.
               10 WS-TVD-VALOR-REALIZADO
                                       PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-TAB-FILIAL.
           05 WS-TFL-FILIAL            OCCURS 10000 TIMES.
               10 WS-TFL-QTD-PREVISTA  PIC 9(009)          VALUE ZEROS.
               10 WS-TFL-VALOR-PREVISTO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
               10 WS-TFL-QTD-REALIZADA PIC 9(009)          VALUE ZEROS.
               10 WS-TFL-VALOR-REALIZADO
                                       PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'PREVVEND'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-MESES-HISTORICO   PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-MESES-MEDIA       PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-PRODUTO.
           05 WS-RPR-TIPO              PIC X(001)          VALUE 'P'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QTD-MEDIA         PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QTD-ANO-ANTERIOR  PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-FATOR-SAZONAL     PIC 9(003)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QTD-PREVISTA      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-VALOR-PREVISTO    PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TOTAL.
           05 WS-RTO-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RTO-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RTO-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RTO-QTD-PREVISTA      PIC 9(011)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RTO-VALOR-PREVISTO    PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PREVISOES     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-PREVISTO    PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-ACURACIA-CABEC.
           05 WS-ACC-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACC-RELATORIO         PIC X(008)          VALUE
                                                           'PREVACUR'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACC-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACC-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-ACURACIA-DET.
           05 WS-ACD-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-NIVEL             PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-QTD-PREVISTA      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-QTD-REALIZADA     PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-VALOR-PREVISTO    PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-VALOR-REALIZADO   PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-PCT-ERRO          PIC 9(005)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACD-PCT-ACURACIA      PIC 9(003)V9(002)   VALUE ZEROS.

       01  WS-ACURACIA-TRAILER.
           05 WS-ACT-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACT-QTD-APURADAS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACT-VALOR-REALIZADO   PIC 9(015)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACT-PCT-ERRO          PIC 9(005)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACT-PCT-ACURACIA      PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ACT-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPREV.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           IF BOOKPREV-REG-ANO-MES     EQUAL ZEROS
             MOVE WS-DATA-HOJE (1:6)   TO WS-ANO-MES-CALCULO
             COMPUTE WS-SERIAL-ALVO    = WS-CALC-ANO * 12
                                       + WS-CALC-MES
           ELSE
             MOVE BOOKPREV-REG-ANO-MES TO WS-ANO-MES-CALCULO
             IF WS-CALC-MES            LESS 1 OR
                WS-CALC-MES            GREATER 12
               MOVE 1                  TO BOOKPREV-CTRL-COD
               MOVE "ANO/MES DA PREVISAO INVALIDO"
                                       TO BOOKPREV-CTRL-MSG
               GOBACK
             END-IF
             COMPUTE WS-SERIAL-ALVO    = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 1
           END-IF

           IF BOOKPREV-REG-MESES-HISTORICO
                                       EQUAL ZEROS
             MOVE WS-MESES-HIST-PADRAO TO BOOKPREV-REG-MESES-HISTORICO
           END-IF
           IF BOOKPREV-REG-MESES-HISTORICO
                                       LESS WS-MESES-HIST-MINIMO
             MOVE WS-MESES-HIST-MINIMO TO BOOKPREV-REG-MESES-HISTORICO
           END-IF
           IF BOOKPREV-REG-MESES-HISTORICO
                                       GREATER WS-MESES-HIST-MAXIMO
             MOVE WS-MESES-HIST-MAXIMO TO BOOKPREV-REG-MESES-HISTORICO
           END-IF

           IF BOOKPREV-REG-MESES-MEDIA EQUAL ZEROS
             MOVE WS-MESES-MEDIA-PADRAO
                                       TO BOOKPREV-REG-MESES-MEDIA
           END-IF
           IF BOOKPREV-REG-MESES-MEDIA GREATER WS-MESES-MEDIA-MAXIMO
             MOVE WS-MESES-MEDIA-MAXIMO
                                       TO BOOKPREV-REG-MESES-MEDIA
           END-IF

           PERFORM 1050-CALCULAR-PERIODOS

           MOVE ZEROS                  TO BOOKPREV-REG-QTD-PEDIDOS
                                       BOOKPREV-REG-QTD-PREVISOES
                                       BOOKPREV-REG-VALOR-PREVISTO
                                       BOOKPREV-REG-QTD-APURADAS
                                       BOOKPREV-REG-PCT-ERRO

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-PEDHDR
           PERFORM 1125-ABRIR-ARQ-PEDIDO
           PERFORM 1130-ABRIR-ARQ-PRODUTO
           PERFORM 1135-ABRIR-ARQ-PREVISAO
           PERFORM 1140-ABRIR-ARQ-RELAT
           PERFORM 1145-ABRIR-ARQ-ACURACIA
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODOS          SECTION.

           COMPUTE WS-CALC-ANO         = WS-SERIAL-ALVO / 12
           COMPUTE WS-CALC-MES         = WS-SERIAL-ALVO
                                       - WS-CALC-ANO * 12 + 1
           MOVE WS-ANO-MES-CALCULO     TO WS-ANO-MES-ALVO
                                       BOOKPREV-REG-ANO-MES

           COMPUTE WS-SERIAL-PEDIDO    = WS-SERIAL-ALVO - 1
           COMPUTE WS-CALC-ANO         = WS-SERIAL-PEDIDO / 12
           COMPUTE WS-CALC-MES         = WS-SERIAL-PEDIDO
                                       - WS-CALC-ANO * 12 + 1
           MOVE WS-ANO-MES-CALCULO     TO WS-ANO-MES-ANTERIOR
                                       BOOKPREV-REG-ANO-MES-APURADO

           COMPUTE WS-SERIAL-INICIO    = WS-SERIAL-ALVO
                                       - BOOKPREV-REG-MESES-HISTORICO

           COMPUTE WS-IDX-INICIO       = BOOKPREV-REG-MESES-HISTORICO
                                       - BOOKPREV-REG-MESES-MEDIA + 1
           COMPUTE WS-IDX-ANO-ANTERIOR = BOOKPREV-REG-MESES-HISTORICO
                                       - 11
           .
       1050-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKPREV-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-PREVISAO         SECTION.

           OPEN I-O ARQ-PREVISAO

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PREVISAO"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-PREVISAO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE PREVISAO"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1145-ABRIR-ARQ-ACURACIA         SECTION.

           OPEN OUTPUT ARQ-RELAT-ACURACIA

           IF WS-FS-ARQ-ACURACIA       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE ACURACIA"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1145-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       1155-99-FIM.                    EXIT.

       1160-LER-ARQ-PREVISAO           SECTION.

           READ ARQ-PREVISAO           NEXT RECORD

           IF WS-FS-ARQ-PREVISAO       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-PREVISAO
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1165-GRAVAR-ARQ-PREVISAO        SECTION.

           WRITE FD-PREVISAO

           IF WS-FS-ARQ-PREVISAO       EQUAL '22'
             REWRITE FD-PREVISAO
           END-IF

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PREVISAO"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1165-99-FIM.                    EXIT.

       1167-REGRAVAR-ARQ-PREVISAO      SECTION.

           REWRITE FD-PREVISAO

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE PREVISAO"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1167-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-PREVISAO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE PREVISAO"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1175-GRAVAR-ARQ-ACURACIA        SECTION.

           WRITE FD-RELAT-ACURACIA

           IF WS-FS-ARQ-ACURACIA       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPREV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE ACURACIA"
                                       TO BOOKPREV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1175-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE WS-ANO-MES-ALVO        TO WS-CAB-ANO-MES
           MOVE BOOKPREV-REG-MESES-HISTORICO
                                       TO WS-CAB-MESES-HISTORICO
           MOVE BOOKPREV-REG-MESES-MEDIA
                                       TO WS-CAB-MESES-MEDIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           PERFORM 2050-PREPARAR-PREVISAO

           SORT WORK-PREVISAO
                ON ASCENDING KEY SD-PRV-COD-FILIAL
                                 SD-PRV-COD-VENDEDOR
                                 SD-PRV-COD-PRODUTO
                INPUT PROCEDURE 2100-SELECIONAR-PEDIDOS
                OUTPUT PROCEDURE 2300-CALCULAR-PREVISAO

           PERFORM 2500-GRAVAR-CONSOLIDADOS

           MOVE BOOKPREV-REG-QTD-PEDIDOS
                                       TO WS-TRL-QTD-PEDIDOS
           MOVE BOOKPREV-REG-QTD-PREVISOES
                                       TO WS-TRL-QTD-PREVISOES
           MOVE BOOKPREV-REG-VALOR-PREVISTO
                                       TO WS-TRL-VALOR-PREVISTO
           MOVE BOOKPREV-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           PERFORM 2600-APURAR-ACURACIA

           IF BOOKPREV-REG-QTD-PEDIDOS EQUAL ZEROS
             MOVE 3                    TO BOOKPREV-CTRL-COD
             MOVE "NENHUM PEDIDO NO PERIODO DE HISTORICO"
                                       TO BOOKPREV-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKPREV-CTRL-COD
             MOVE "PREVISAO DE VENDAS GERADA"
                                       TO BOOKPREV-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2050-PREPARAR-PREVISAO          SECTION.

           MOVE WS-ANO-MES-ALVO        TO FD-PRV-ANO-MES
           MOVE SPACES                 TO FD-PRV-NIVEL
           MOVE ZEROS                  TO FD-PRV-COD-FILIAL
                                       FD-PRV-COD-VENDEDOR
                                       FD-PRV-COD-PRODUTO
           MOVE 'N'                    TO WS-FIM-PREVISAO

           START ARQ-PREVISAO          KEY IS NOT LESS FD-PRV-CHAVE

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             PERFORM 1160-LER-ARQ-PREVISAO
             PERFORM                   UNTIL WS-FIM-PREVISAO EQUAL 'S'
                                       OR FD-PRV-ANO-MES NOT EQUAL
                                       WS-ANO-MES-ALVO
               DELETE ARQ-PREVISAO     RECORD
               PERFORM 1160-LER-ARQ-PREVISAO
             END-PERFORM
           END-IF

           MOVE WS-ANO-MES-ANTERIOR    TO FD-PRV-ANO-MES
           MOVE SPACES                 TO FD-PRV-NIVEL
           MOVE ZEROS                  TO FD-PRV-COD-FILIAL
                                       FD-PRV-COD-VENDEDOR
                                       FD-PRV-COD-PRODUTO
           MOVE 'N'                    TO WS-FIM-PREVISAO

           START ARQ-PREVISAO          KEY IS NOT LESS FD-PRV-CHAVE

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             PERFORM 1160-LER-ARQ-PREVISAO
             PERFORM                   UNTIL WS-FIM-PREVISAO EQUAL 'S'
                                       OR FD-PRV-ANO-MES NOT EQUAL
                                       WS-ANO-MES-ANTERIOR
               MOVE ZEROS              TO FD-PRV-QTD-REALIZADA
                                       FD-PRV-VALOR-REALIZADO
                                       FD-PRV-PCT-ERRO
                                       FD-PRV-DATA-APURACAO
               SET FD-PRV-PENDENTE     TO TRUE
               PERFORM 1167-REGRAVAR-ARQ-PREVISAO
               PERFORM 1160-LER-ARQ-PREVISAO
             END-PERFORM
           END-IF

           .
       2050-99-FIM.                    EXIT.

       2100-SELECIONAR-PEDIDOS         SECTION.

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35' AND
              WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PEDHDR

             PERFORM 2110-PROCESSAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-PEDIDO           SECTION.

           IF NOT FD-PEH-CANCELADO AND
              FD-PEH-DATA-PEDIDO       IS NUMERIC
             MOVE FD-PEH-DATA-PEDIDO   TO WS-DATA-PEDIDO
             COMPUTE WS-SERIAL-PEDIDO  = WS-PED-ANO * 12
                                       + WS-PED-MES - 1

             IF WS-SERIAL-PEDIDO       NOT LESS WS-SERIAL-INICIO AND
                WS-SERIAL-PEDIDO       LESS WS-SERIAL-ALVO
               ADD 1                   TO BOOKPREV-REG-QTD-PEDIDOS
               COMPUTE WS-IDX-MES      = WS-SERIAL-PEDIDO
                                       - WS-SERIAL-INICIO + 1

               MOVE ZEROS              TO WS-FILIAL-PEDIDO
               MOVE FD-PEH-COD-CLIENTE TO FD-CLI-COD-CLIENTE
               READ ARQ-CLIENTE        RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE
               IF WS-FS-ARQ-CLIE       EQUAL ZEROS
                 MOVE FD-CLI-FILIAL    TO WS-FILIAL-PEDIDO
               END-IF

               PERFORM 2120-LIBERAR-ITENS
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-PEDHDR

           .
       2110-99-FIM.                    EXIT.

       2120-LIBERAR-ITENS              SECTION.

           MOVE FD-PEH-NUM-PEDIDO      TO FD-PED-NUM-PEDIDO
           MOVE ZEROS                  TO FD-PED-SEQ-ITEM

           START ARQ-PEDIDO            KEY IS NOT LESS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS
             PERFORM 1155-LER-ARQ-PEDIDO
             PERFORM                   UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
               IF FD-PED-COD-PRODUTO   GREATER ZEROS
                 INITIALIZE            SD-PREVISAO
                 MOVE WS-FILIAL-PEDIDO TO SD-PRV-COD-FILIAL
                 MOVE FD-PEH-COD-VENDEDOR
                                       TO SD-PRV-COD-VENDEDOR
                 MOVE FD-PED-COD-PRODUTO
                                       TO SD-PRV-COD-PRODUTO
                 MOVE WS-IDX-MES       TO SD-PRV-IDX-MES
                 MOVE FD-PED-QUANTIDADE
                                       TO SD-PRV-QUANTIDADE
                 MOVE FD-PED-VALOR     TO SD-PRV-VALOR
                 RELEASE SD-PREVISAO
               END-IF
               PERFORM 1155-LER-ARQ-PEDIDO
             END-PERFORM
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2300-CALCULAR-PREVISAO          SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           INITIALIZE                  WS-TAB-HISTORICO
           MOVE ZEROS                  TO WS-SUB-VEND-QTD
                                       WS-SUB-VEND-VALOR
                                       WS-SUB-FIL-QTD
                                       WS-SUB-FIL-VALOR

           RETURN WORK-PREVISAO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-PRV-COD-FILIAL    TO WS-QUEBRA-FILIAL
             MOVE SD-PRV-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-PRV-COD-PRODUTO   TO WS-QUEBRA-PRODUTO

             PERFORM 2310-ACUMULAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2320-FECHAR-PRODUTO
             PERFORM 2330-FECHAR-VENDEDOR
             PERFORM 2340-FECHAR-FILIAL
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-REGISTRO          SECTION.

           IF SD-PRV-COD-FILIAL        NOT EQUAL WS-QUEBRA-FILIAL OR
              SD-PRV-COD-VENDEDOR      NOT EQUAL WS-QUEBRA-VENDEDOR OR
              SD-PRV-COD-PRODUTO       NOT EQUAL WS-QUEBRA-PRODUTO
             PERFORM 2320-FECHAR-PRODUTO

             IF SD-PRV-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL OR
                SD-PRV-COD-VENDEDOR    NOT EQUAL WS-QUEBRA-VENDEDOR
               PERFORM 2330-FECHAR-VENDEDOR
             END-IF

             IF SD-PRV-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL
               PERFORM 2340-FECHAR-FILIAL
             END-IF

             MOVE SD-PRV-COD-FILIAL    TO WS-QUEBRA-FILIAL
             MOVE SD-PRV-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-PRV-COD-PRODUTO   TO WS-QUEBRA-PRODUTO
           END-IF

           ADD SD-PRV-QUANTIDADE       TO WS-HIS-QTD (SD-PRV-IDX-MES)
           ADD SD-PRV-VALOR            TO WS-HIS-VALOR (SD-PRV-IDX-MES)

           RETURN WORK-PREVISAO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-FECHAR-PRODUTO             SECTION.

           MOVE ZEROS                  TO WS-SOMA-QTD
                                       WS-SOMA-VALOR

           PERFORM VARYING WS-IDX-MES FROM WS-IDX-INICIO BY 1
                   UNTIL WS-IDX-MES GREATER
                         BOOKPREV-REG-MESES-HISTORICO
             ADD WS-HIS-QTD (WS-IDX-MES)
                                       TO WS-SOMA-QTD
             ADD WS-HIS-VALOR (WS-IDX-MES)
                                       TO WS-SOMA-VALOR
           END-PERFORM

           COMPUTE WS-QTD-MEDIA        ROUNDED = WS-SOMA-QTD
                                       / BOOKPREV-REG-MESES-MEDIA
           COMPUTE WS-VALOR-MEDIA      ROUNDED = WS-SOMA-VALOR
                                       / BOOKPREV-REG-MESES-MEDIA

           MOVE ZEROS                  TO WS-SOMA-QTD

           PERFORM VARYING WS-IDX-MES FROM WS-IDX-ANO-ANTERIOR BY 1
                   UNTIL WS-IDX-MES GREATER
                         BOOKPREV-REG-MESES-HISTORICO
             ADD WS-HIS-QTD (WS-IDX-MES)
                                       TO WS-SOMA-QTD
           END-PERFORM

           COMPUTE WS-BASE-QTD         ROUNDED = WS-SOMA-QTD / 12

           MOVE 1                      TO WS-FATOR-SAZONAL
           IF WS-BASE-QTD              GREATER ZEROS AND
              WS-HIS-QTD (WS-IDX-ANO-ANTERIOR)
                                       GREATER ZEROS
             COMPUTE WS-FATOR-SAZONAL  ROUNDED
                                       = WS-HIS-QTD
                                       (WS-IDX-ANO-ANTERIOR)
                                       / WS-BASE-QTD
             IF WS-FATOR-SAZONAL       LESS WS-FATOR-MINIMO
               MOVE WS-FATOR-MINIMO    TO WS-FATOR-SAZONAL
             END-IF
             IF WS-FATOR-SAZONAL       GREATER WS-FATOR-MAXIMO
               MOVE WS-FATOR-MAXIMO    TO WS-FATOR-SAZONAL
             END-IF
           END-IF

           COMPUTE WS-QTD-PREVISTA     ROUNDED = WS-QTD-MEDIA
                                       * WS-FATOR-SAZONAL
           COMPUTE WS-VALOR-PREVISTO   ROUNDED = WS-VALOR-MEDIA
                                       * WS-FATOR-SAZONAL

           IF WS-QTD-PREVISTA          GREATER ZEROS OR
              WS-VALOR-PREVISTO        GREATER ZEROS
             PERFORM 2325-GRAVAR-PREVISAO-PRODUTO
           END-IF

           PERFORM 2328-REGISTRAR-REALIZADO

           INITIALIZE                  WS-TAB-HISTORICO

           .
       2320-99-FIM.                    EXIT.

       2325-GRAVAR-PREVISAO-PRODUTO    SECTION.

           INITIALIZE                  FD-PREVISAO
           MOVE WS-ANO-MES-ALVO        TO FD-PRV-ANO-MES
           SET FD-PRV-NIVEL-PRODUTO    TO TRUE
           MOVE WS-QUEBRA-FILIAL       TO FD-PRV-COD-FILIAL
           MOVE WS-QUEBRA-VENDEDOR     TO FD-PRV-COD-VENDEDOR
           MOVE WS-QUEBRA-PRODUTO      TO FD-PRV-COD-PRODUTO
           MOVE WS-QTD-MEDIA           TO FD-PRV-QTD-MEDIA
           MOVE WS-VALOR-MEDIA         TO FD-PRV-VALOR-MEDIA
           MOVE WS-FATOR-SAZONAL       TO FD-PRV-FATOR-SAZONAL
           MOVE WS-QTD-PREVISTA        TO FD-PRV-QTD-PREVISTA
           MOVE WS-VALOR-PREVISTO      TO FD-PRV-VALOR-PREVISTO
           MOVE BOOKPREV-REG-MESES-HISTORICO
                                       TO FD-PRV-MESES-HISTORICO
           MOVE WS-DATA-HOJE           TO FD-PRV-DATA-GERACAO
           MOVE BOOKPREV-REG-OPERADOR  TO FD-PRV-OPERADOR
           SET FD-PRV-PENDENTE         TO TRUE
           PERFORM 1165-GRAVAR-ARQ-PREVISAO

           ADD 1                       TO BOOKPREV-REG-QTD-PREVISOES
           ADD WS-VALOR-PREVISTO       TO BOOKPREV-REG-VALOR-PREVISTO
           ADD WS-QTD-PREVISTA         TO WS-SUB-VEND-QTD
                                       WS-SUB-FIL-QTD
           ADD WS-VALOR-PREVISTO       TO WS-SUB-VEND-VALOR
                                       WS-SUB-FIL-VALOR

           IF WS-QUEBRA-VENDEDOR       GREATER ZEROS
             ADD WS-QTD-PREVISTA       TO WS-TVD-QTD-PREVISTA
                                       (WS-QUEBRA-VENDEDOR)
             ADD WS-VALOR-PREVISTO     TO WS-TVD-VALOR-PREVISTO
                                       (WS-QUEBRA-VENDEDOR)
           END-IF

           COMPUTE WS-IDX-FILIAL       = WS-QUEBRA-FILIAL + 1
           ADD WS-QTD-PREVISTA         TO WS-TFL-QTD-PREVISTA
                                       (WS-IDX-FILIAL)
           ADD WS-VALOR-PREVISTO       TO WS-TFL-VALOR-PREVISTO
                                       (WS-IDX-FILIAL)

           MOVE WS-QUEBRA-FILIAL       TO WS-RPR-COD-FILIAL
           MOVE WS-QUEBRA-VENDEDOR     TO WS-RPR-COD-VENDEDOR
           MOVE WS-QUEBRA-PRODUTO      TO WS-RPR-COD-PRODUTO
                                       FD-PROD-CODIGO
           MOVE SPACES                 TO WS-RPR-DESCRICAO
           IF WS-FS-ARQ-PRODUTO        NOT EQUAL '35'
             READ ARQ-PRODUTO          RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO
             IF WS-FS-ARQ-PRODUTO      EQUAL ZEROS
               MOVE FD-PROD-DESCRICAO  TO WS-RPR-DESCRICAO
             END-IF
           END-IF
           MOVE WS-QTD-MEDIA           TO WS-RPR-QTD-MEDIA
           MOVE WS-HIS-QTD (WS-IDX-ANO-ANTERIOR)
                                       TO WS-RPR-QTD-ANO-ANTERIOR
           MOVE WS-FATOR-SAZONAL       TO WS-RPR-FATOR-SAZONAL
           MOVE WS-QTD-PREVISTA        TO WS-RPR-QTD-PREVISTA
           MOVE WS-VALOR-PREVISTO      TO WS-RPR-VALOR-PREVISTO
           MOVE WS-RELAT-PRODUTO       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2325-99-FIM.                    EXIT.

       2328-REGISTRAR-REALIZADO        SECTION.

           IF WS-QUEBRA-VENDEDOR       GREATER ZEROS
             ADD WS-HIS-QTD (BOOKPREV-REG-MESES-HISTORICO)
                                       TO WS-TVD-QTD-REALIZADA
                                       (WS-QUEBRA-VENDEDOR)
             ADD WS-HIS-VALOR (BOOKPREV-REG-MESES-HISTORICO)
                                       TO WS-TVD-VALOR-REALIZADO
                                       (WS-QUEBRA-VENDEDOR)
           END-IF

           COMPUTE WS-IDX-FILIAL       = WS-QUEBRA-FILIAL + 1
           ADD WS-HIS-QTD (BOOKPREV-REG-MESES-HISTORICO)
                                       TO WS-TFL-QTD-REALIZADA
                                       (WS-IDX-FILIAL)
           ADD WS-HIS-VALOR (BOOKPREV-REG-MESES-HISTORICO)
                                       TO WS-TFL-VALOR-REALIZADO
                                       (WS-IDX-FILIAL)

           MOVE WS-ANO-MES-ANTERIOR    TO FD-PRV-ANO-MES
           SET FD-PRV-NIVEL-PRODUTO    TO TRUE
           MOVE WS-QUEBRA-FILIAL       TO FD-PRV-COD-FILIAL
           MOVE WS-QUEBRA-VENDEDOR     TO FD-PRV-COD-VENDEDOR
           MOVE WS-QUEBRA-PRODUTO      TO FD-PRV-COD-PRODUTO

           READ ARQ-PREVISAO           RECORD INTO FD-PREVISAO
                                       KEY IS FD-PRV-CHAVE

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             MOVE WS-HIS-QTD (BOOKPREV-REG-MESES-HISTORICO)
                                       TO FD-PRV-QTD-REALIZADA
             MOVE WS-HIS-VALOR (BOOKPREV-REG-MESES-HISTORICO)
                                       TO FD-PRV-VALOR-REALIZADO
             PERFORM 1167-REGRAVAR-ARQ-PREVISAO
           END-IF

           .
       2328-99-FIM.                    EXIT.

       2330-FECHAR-VENDEDOR            SECTION.

           IF WS-SUB-VEND-QTD          GREATER ZEROS OR
              WS-SUB-VEND-VALOR        GREATER ZEROS
             MOVE 'V'                  TO WS-RTO-TIPO
             MOVE WS-QUEBRA-FILIAL     TO WS-RTO-COD-FILIAL
             MOVE WS-QUEBRA-VENDEDOR   TO WS-RTO-COD-VENDEDOR
             MOVE WS-SUB-VEND-QTD      TO WS-RTO-QTD-PREVISTA
             MOVE WS-SUB-VEND-VALOR    TO WS-RTO-VALOR-PREVISTO
             MOVE WS-RELAT-TOTAL       TO FD-REL-LINHA
             PERFORM 1170-GRAVAR-ARQ-RELAT
           END-IF

           MOVE ZEROS                  TO WS-SUB-VEND-QTD
                                       WS-SUB-VEND-VALOR

           .
       2330-99-FIM.                    EXIT.

       2340-FECHAR-FILIAL              SECTION.

           IF WS-SUB-FIL-QTD           GREATER ZEROS OR
              WS-SUB-FIL-VALOR         GREATER ZEROS
             MOVE 'F'                  TO WS-RTO-TIPO
             MOVE WS-QUEBRA-FILIAL     TO WS-RTO-COD-FILIAL
             MOVE ZEROS                TO WS-RTO-COD-VENDEDOR
             MOVE WS-SUB-FIL-QTD       TO WS-RTO-QTD-PREVISTA
             MOVE WS-SUB-FIL-VALOR     TO WS-RTO-VALOR-PREVISTO
             MOVE WS-RELAT-TOTAL       TO FD-REL-LINHA
             PERFORM 1170-GRAVAR-ARQ-RELAT
           END-IF

           MOVE ZEROS                  TO WS-SUB-FIL-QTD
                                       WS-SUB-FIL-VALOR

           .
       2340-99-FIM.                    EXIT.

       2500-GRAVAR-CONSOLIDADOS        SECTION.

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 99999
             IF WS-TVD-QTD-PREVISTA (WS-IDX-VEND)
                                       GREATER ZEROS OR
                WS-TVD-VALOR-PREVISTO (WS-IDX-VEND)
                                       GREATER ZEROS
               INITIALIZE              FD-PREVISAO
               MOVE WS-ANO-MES-ALVO    TO FD-PRV-ANO-MES
               SET FD-PRV-NIVEL-VENDEDOR
                                       TO TRUE
               MOVE WS-IDX-VEND        TO FD-PRV-COD-VENDEDOR
               MOVE WS-TVD-QTD-PREVISTA (WS-IDX-VEND)
                                       TO FD-PRV-QTD-PREVISTA
               MOVE WS-TVD-VALOR-PREVISTO (WS-IDX-VEND)
                                       TO FD-PRV-VALOR-PREVISTO
               PERFORM 2510-COMPLETAR-CONSOLIDADO
             END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-FILIAL FROM 1 BY 1
                   UNTIL WS-IDX-FILIAL GREATER 10000
             IF WS-TFL-QTD-PREVISTA (WS-IDX-FILIAL)
                                       GREATER ZEROS OR
                WS-TFL-VALOR-PREVISTO (WS-IDX-FILIAL)
                                       GREATER ZEROS
               INITIALIZE              FD-PREVISAO
               MOVE WS-ANO-MES-ALVO    TO FD-PRV-ANO-MES
               SET FD-PRV-NIVEL-FILIAL TO TRUE
               COMPUTE FD-PRV-COD-FILIAL
                                       = WS-IDX-FILIAL - 1
               MOVE WS-TFL-QTD-PREVISTA (WS-IDX-FILIAL)
                                       TO FD-PRV-QTD-PREVISTA
               MOVE WS-TFL-VALOR-PREVISTO (WS-IDX-FILIAL)
                                       TO FD-PRV-VALOR-PREVISTO
               PERFORM 2510-COMPLETAR-CONSOLIDADO
             END-IF
           END-PERFORM

           .
       2500-99-FIM.                    EXIT.

       2510-COMPLETAR-CONSOLIDADO      SECTION.

           MOVE 1                      TO FD-PRV-FATOR-SAZONAL
           MOVE BOOKPREV-REG-MESES-HISTORICO
                                       TO FD-PRV-MESES-HISTORICO
           MOVE WS-DATA-HOJE           TO FD-PRV-DATA-GERACAO
           MOVE BOOKPREV-REG-OPERADOR  TO FD-PRV-OPERADOR
           SET FD-PRV-PENDENTE         TO TRUE
           PERFORM 1165-GRAVAR-ARQ-PREVISAO

           .
       2510-99-FIM.                    EXIT.

       2600-APURAR-ACURACIA            SECTION.

           MOVE WS-ANO-MES-ANTERIOR    TO WS-ACC-ANO-MES
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-ACC-DATA-GERACAO
           MOVE WS-ACURACIA-CABEC      TO FD-ACU-LINHA
           PERFORM 1175-GRAVAR-ARQ-ACURACIA

           MOVE ZEROS                  TO WS-SOMA-ERRO-ABSOLUTO
                                       WS-SOMA-REALIZADO

           MOVE WS-ANO-MES-ANTERIOR    TO FD-PRV-ANO-MES
           MOVE SPACES                 TO FD-PRV-NIVEL
           MOVE ZEROS                  TO FD-PRV-COD-FILIAL
                                       FD-PRV-COD-VENDEDOR
                                       FD-PRV-COD-PRODUTO
           MOVE 'N'                    TO WS-FIM-PREVISAO

           START ARQ-PREVISAO          KEY IS NOT LESS FD-PRV-CHAVE

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS
             PERFORM 1160-LER-ARQ-PREVISAO
             PERFORM 2610-APURAR-REGISTRO
                                       UNTIL WS-FIM-PREVISAO EQUAL 'S'
                                       OR FD-PRV-ANO-MES NOT EQUAL
                                       WS-ANO-MES-ANTERIOR
           END-IF

           MOVE ZEROS                  TO BOOKPREV-REG-PCT-ERRO
                                       WS-ACT-PCT-ACURACIA
           IF WS-SOMA-REALIZADO        GREATER ZEROS
             COMPUTE BOOKPREV-REG-PCT-ERRO ROUNDED
                                       = WS-SOMA-ERRO-ABSOLUTO * 100
                                       / WS-SOMA-REALIZADO
           ELSE
             IF WS-SOMA-ERRO-ABSOLUTO  GREATER ZEROS
               MOVE 100                TO BOOKPREV-REG-PCT-ERRO
             END-IF
           END-IF
           IF BOOKPREV-REG-PCT-ERRO    LESS 100
             COMPUTE WS-ACT-PCT-ACURACIA
                                       = 100 - BOOKPREV-REG-PCT-ERRO
           END-IF

           MOVE BOOKPREV-REG-QTD-APURADAS
                                       TO WS-ACT-QTD-APURADAS
           MOVE WS-SOMA-REALIZADO      TO WS-ACT-VALOR-REALIZADO
           MOVE BOOKPREV-REG-PCT-ERRO  TO WS-ACT-PCT-ERRO
           MOVE BOOKPREV-REG-OPERADOR  TO WS-ACT-OPERADOR
           MOVE WS-ACURACIA-TRAILER    TO FD-ACU-LINHA
           PERFORM 1175-GRAVAR-ARQ-ACURACIA

           .
       2600-99-FIM.                    EXIT.

       2610-APURAR-REGISTRO            SECTION.

           EVALUATE TRUE
             WHEN FD-PRV-NIVEL-VENDEDOR
               MOVE WS-TVD-QTD-REALIZADA (FD-PRV-COD-VENDEDOR)
                                       TO FD-PRV-QTD-REALIZADA
               MOVE WS-TVD-VALOR-REALIZADO (FD-PRV-COD-VENDEDOR)
                                       TO FD-PRV-VALOR-REALIZADO
             WHEN FD-PRV-NIVEL-FILIAL
               COMPUTE WS-IDX-FILIAL   = FD-PRV-COD-FILIAL + 1
               MOVE WS-TFL-QTD-REALIZADA (WS-IDX-FILIAL)
                                       TO FD-PRV-QTD-REALIZADA
               MOVE WS-TFL-VALOR-REALIZADO (WS-IDX-FILIAL)
                                       TO FD-PRV-VALOR-REALIZADO
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           COMPUTE WS-DIFERENCA        = FD-PRV-VALOR-REALIZADO
                                       - FD-PRV-VALOR-PREVISTO
           IF WS-DIFERENCA             LESS ZEROS
             COMPUTE WS-DIFERENCA      = WS-DIFERENCA * -1
           END-IF

           MOVE ZEROS                  TO WS-PCT-ERRO
                                       WS-PCT-ACURACIA
           IF FD-PRV-VALOR-REALIZADO   GREATER ZEROS
             COMPUTE WS-PCT-ERRO       ROUNDED
                                       = WS-DIFERENCA * 100
                                       / FD-PRV-VALOR-REALIZADO
                     ON SIZE ERROR
                       MOVE 99999,99   TO WS-PCT-ERRO
             END-COMPUTE
           ELSE
             IF FD-PRV-VALOR-PREVISTO  GREATER ZEROS
               MOVE 100                TO WS-PCT-ERRO
             END-IF
           END-IF
           IF WS-PCT-ERRO              LESS 100
             COMPUTE WS-PCT-ACURACIA   = 100 - WS-PCT-ERRO
           END-IF

           MOVE WS-PCT-ERRO            TO FD-PRV-PCT-ERRO
           MOVE WS-DATA-HOJE           TO FD-PRV-DATA-APURACAO
           SET FD-PRV-APURADA          TO TRUE
           PERFORM 1167-REGRAVAR-ARQ-PREVISAO

           ADD 1                       TO BOOKPREV-REG-QTD-APURADAS

           IF FD-PRV-NIVEL-PRODUTO
             ADD WS-DIFERENCA          TO WS-SOMA-ERRO-ABSOLUTO
             ADD FD-PRV-VALOR-REALIZADO
                                       TO WS-SOMA-REALIZADO
           END-IF

           MOVE FD-PRV-NIVEL           TO WS-ACD-NIVEL
           MOVE FD-PRV-COD-FILIAL      TO WS-ACD-COD-FILIAL
           MOVE FD-PRV-COD-VENDEDOR    TO WS-ACD-COD-VENDEDOR
           MOVE FD-PRV-COD-PRODUTO     TO WS-ACD-COD-PRODUTO
           MOVE FD-PRV-QTD-PREVISTA    TO WS-ACD-QTD-PREVISTA
           MOVE FD-PRV-QTD-REALIZADA   TO WS-ACD-QTD-REALIZADA
           MOVE FD-PRV-VALOR-PREVISTO  TO WS-ACD-VALOR-PREVISTO
           MOVE FD-PRV-VALOR-REALIZADO TO WS-ACD-VALOR-REALIZADO
           MOVE WS-PCT-ERRO            TO WS-ACD-PCT-ERRO
           MOVE WS-PCT-ACURACIA        TO WS-ACD-PCT-ACURACIA
           MOVE WS-ACURACIA-DET        TO FD-ACU-LINHA
           PERFORM 1175-GRAVAR-ARQ-ACURACIA

           PERFORM 1160-LER-ARQ-PREVISAO

           .
       2610-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-PRODUTO
                                       ARQ-PREVISAO
                                       ARQ-RELAT-PREVISAO
                                       ARQ-RELAT-ACURACIA

           IF BOOKPREV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "PREVVEND.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "PREVVEND"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKPREV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKPREV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "PREVACUR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "PREVVEND"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKPREV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKPREV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
