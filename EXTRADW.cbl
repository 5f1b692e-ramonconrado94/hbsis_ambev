       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. EXTRADW.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-SAIDA-DW         ASSIGN TO DISK WS-ENDER-SAIDA
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SAIDA.

           SELECT OPTIONAL ARQ-CONTROLE-DW
                                       ASSIGN TO DISK "DWCTRL.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CTRLDW.

           SELECT OPTIONAL ARQ-CHAVE-DW
                                       ASSIGN TO DISK "DWCHAVE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-DWC-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CHAVE.

           SELECT OPTIONAL ARQ-CLIENTE ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT OPTIONAL ARQ-VENDEDOR
                                       ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-VEND-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-VEND-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT OPTIONAL ARQ-FILIAL  ASSIGN TO DISK "FILIAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-FIL-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FILIAL.

           SELECT OPTIONAL ARQ-VISITA  ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

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

           SELECT OPTIONAL ARQ-CARTEIRA
                                       ASSIGN TO DISK "CARTEIRA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CART-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

           SELECT OPTIONAL ARQ-AUSENCIA
                                       ASSIGN TO DISK "AUSENCIA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-AUS-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-AUSENCIA.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-SAIDA-DW
           LABEL RECORD                IS STANDARD.
       01  FD-SAIDA-DW.
           05 FD-SAI-LINHA             PIC X(200).

       FD  ARQ-CONTROLE-DW
           LABEL RECORD                IS STANDARD.
       01  FD-CONTROLE-DW.
           05 FD-CTD-LINHA             PIC X(100).

       FD  ARQ-CHAVE-DW
           LABEL RECORD                IS STANDARD.
       01  FD-CHAVE-DW.
           05 FD-DWC-CHAVE.
               10 FD-DWC-TIPO          PIC X(003).
               10 FD-DWC-NATURAL       PIC X(015).
           05 FD-DWC-CHAVE-DW          PIC 9(009).
           05 FD-DWC-DATA-ALT          PIC 9(008).
           05 FD-DWC-IMAGEM            PIC X(200).

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

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
       01  FD-VISITA.
           05 FD-VIS-CHAVE.
               10 FD-VIS-COD-VENDEDOR  PIC 9(005).
               10 FD-VIS-COD-CLIENTE   PIC 9(007).
               10 FD-VIS-DATA-VISITA   PIC 9(008).
           05 FD-VIS-RESULTADO         PIC X(001).
           05 FD-VIS-OBSERVACAO        PIC X(040).
           05 FD-VIS-OPERADOR          PIC X(010).
           05 FD-VIS-LATITUDE          PIC S9(003)V9(008).
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

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

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
       01  FD-CARTEIRA.
           05 FD-CART-COD-CLIENTE      PIC 9(007).
           05 FD-CART-COD-VENDEDOR     PIC 9(005).
           05 FD-CART-DISTANCIA        PIC 9(010)V9(008).
           05 FD-CART-DATA-ATRIB       PIC 9(008).

       FD  ARQ-AUSENCIA
           LABEL RECORD                IS STANDARD.
       01  FD-AUSENCIA.
           05 FD-AUS-CHAVE.
               10 FD-AUS-COD-VENDEDOR  PIC 9(005).
               10 FD-AUS-DATA-INICIO   PIC 9(008).
           05 FD-AUS-DATA-FIM          PIC 9(008).
           05 FD-AUS-MOTIVO            PIC X(001).
           05 FD-AUS-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-SAIDA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CTRLDW            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CHAVE             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FILIAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-AUSENCIA          PIC X(002)          VALUE SPACES.

       77  WS-FIM-ARQUIVO              PIC X(001)          VALUE 'N'.
       77  WS-SAIDA-ABERTA             PIC X(001)          VALUE 'N'.
       77  WS-DATA-JA-ENTREGUE         PIC X(001)          VALUE 'N'.
       77  WS-CHAVE-NOVA               PIC X(001)          VALUE 'N'.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.
       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       01  WS-ENDER-SAIDA              PIC X(040)          VALUE SPACES.
       01  WS-DATA-NEGOCIO             PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-ULT-ENTREGA         PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-HORA-EXTRACAO       PIC 9(014)          VALUE ZEROS.
       01  WS-MODO-CARGA               PIC X(001)          VALUE 'A'.
       01  WS-IND-REENVIO              PIC X(001)          VALUE 'N'.
       01  WS-ULTIMA-CHAVE-DW          PIC 9(009)          VALUE ZEROS.

       01  WS-CHAVE-SUBSTITUTA.
           05 WS-SK-TIPO               PIC X(003)          VALUE SPACES.
           05 WS-SK-NATURAL            PIC X(015)          VALUE SPACES.
           05 WS-SK-CHAVE-DW           PIC 9(009)          VALUE ZEROS.

       01  WS-SK-CLIENTE               PIC 9(009)          VALUE ZEROS.
       01  WS-SK-VENDEDOR              PIC 9(009)          VALUE ZEROS.
       01  WS-SK-EXECUTOR              PIC 9(009)          VALUE ZEROS.
       01  WS-COD-VENDEDOR-CHAVE       PIC 9(005)          VALUE ZEROS.
       01  WS-COD-CLIENTE-CHAVE        PIC 9(007)          VALUE ZEROS.
       01  WS-COD-PRODUTO-CHAVE        PIC 9(005)          VALUE ZEROS.
       01  WS-COD-FILIAL-CHAVE         PIC 9(004)          VALUE ZEROS.
       01  WS-COD-REGIAO-CHAVE         PIC 9(003)          VALUE ZEROS.

       01  WS-ENTRADA-CHAVE.
           05 WS-ECH-CHAVE.
               10 WS-ECH-TIPO          PIC X(003)          VALUE SPACES.
               10 WS-ECH-NATURAL       PIC X(015)          VALUE SPACES.
           05 WS-ECH-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 WS-ECH-DATA-ALT          PIC 9(008)          VALUE ZEROS.
           05 WS-ECH-IMAGEM            PIC X(200)          VALUE SPACES.

       01  WS-LINHA-DW                 PIC X(200)          VALUE SPACES.
       01  WS-VALOR-CHAVE              PIC 9(009)          VALUE ZEROS.
       01  WS-VALOR-MEDIDA             PIC 9(011)V9(002)   VALUE ZEROS.
       01  WS-QTD-REGISTROS            PIC 9(009)          VALUE ZEROS.
       01  WS-HASH-CHAVES              PIC 9(015)          VALUE ZEROS.
       01  WS-HASH-VALOR               PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-TAB-REGIAO.
           05 WS-REGIAO-USADA          PIC X(001)          OCCURS 1000.
       01  WS-IDX-REGIAO               PIC 9(004)          VALUE ZEROS.

       01  WS-DW-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-SISTEMA           PIC X(008)          VALUE
                                                           'CARTEIRA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ARQUIVO           PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-NEGOCIO      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-EXTRACAO     PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-CARGA             PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-REENVIO           PIC X(001)          VALUE 'N'.

       01  WS-DW-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ARQUIVO           PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REGISTROS     PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-HASH-CHAVES       PIC 9(015)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-HASH-VALOR        PIC 9(013),99       VALUE ZEROS.

       01  WS-DW-CLIENTE.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-DCL-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-CNPJ              PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-FILIAL            PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-COD-REDE          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-STATUS            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-CLASSE-ABC        PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-FREQ-VISITA       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-LIMITE-CREDITO    PIC 9(009),99       VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-BLOQ-FINANCEIRO   PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DCL-ANONIMIZADO       PIC X(001)          VALUE SPACES.

       01  WS-DW-VENDEDOR.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-DVE-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-TIPO-DOC          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-COD-SUPERVISOR    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-STATUS            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-QTD-MAX-CLIENTES  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-META-VISITAS      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DVE-PCT-COMISSAO      PIC 9(003),99       VALUE ZEROS.

       01  WS-DW-PRODUTO.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-DPR-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-UNIDADE           PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-STATUS            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-COD-CATEGORIA     PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-COD-MARCA         PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-EMBALAGEM         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-PESO-KG           PIC 9(005),999      VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DPR-VOLUME-M3         PIC 9(003),9999     VALUE ZEROS.

       01  WS-DW-FILIAL.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-DFI-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DFI-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DFI-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DFI-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DFI-STATUS            PIC X(001)          VALUE SPACES.

       01  WS-DW-REGIAO.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-DRE-CHAVE-DW          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DRE-COD-REGIAO        PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DRE-PCT-DESCONTO      PIC 9(003),99       VALUE ZEROS.

       01  WS-DW-VISITA.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-FVI-DATA-VISITA       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-SK-VENDEDOR       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-SK-CLIENTE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-SK-EXECUTOR       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-RESULTADO         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-SUBSTITUTO        PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FVI-HORA-CHECKIN      PIC 9(006)          VALUE ZEROS.

       01  WS-DW-ITEM-PEDIDO.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-FIP-DATA-PEDIDO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-SEQ-ITEM          PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-SK-CLIENTE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-SK-VENDEDOR       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-SK-PRODUTO        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-STATUS-PEDIDO     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-QUANTIDADE        PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-VALOR             PIC 9(009),99       VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-COD-PROMOCAO      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FIP-DESCONTO-PROMO    PIC 9(009),99       VALUE ZEROS.

       01  WS-DW-CARTEIRA.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-FCA-DATA-ATRIB        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-SK-CLIENTE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-SK-VENDEDOR       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FCA-DISTANCIA         PIC 9(010),99       VALUE ZEROS.

       01  WS-DW-AUSENCIA.
           05 FILLER                   PIC X(002)          VALUE 'D;'.
           05 WS-FAU-DATA-NEGOCIO      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FAU-SK-VENDEDOR       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FAU-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FAU-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FAU-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-FAU-MOTIVO            PIC X(001)          VALUE SPACES.

       01  WS-CONTROLE-DW.
           05 WS-CTD-DATA-NEGOCIO      PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-MODO-DIMENSAO     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-REENVIO           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-ITENS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-CARTEIRA      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-AUSENCIAS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-QTD-DIMENSOES     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CTD-OPERADOR          PIC X(010)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKEXDW.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKEXDW-CTRL-COD
                                          BOOKEXDW-REG-QTD-VISITAS
                                          BOOKEXDW-REG-QTD-ITENS
                                          BOOKEXDW-REG-QTD-CARTEIRA
                                          BOOKEXDW-REG-QTD-AUSENCIAS
                                          BOOKEXDW-REG-QTD-DIMENSOES
           MOVE SPACES                 TO BOOKEXDW-CTRL-MSG

           INITIALIZE                  WS-TAB-REGIAO

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DATA-HORA-EXTRACAO

           IF BOOKEXDW-REG-DATA-NEGOCIO
                                       GREATER ZEROS
             MOVE BOOKEXDW-REG-DATA-NEGOCIO
                                       TO WS-DATA-NEGOCIO
           ELSE
             MOVE WS-DATA-HORA-EXTRACAO (1:8)
                                       TO WS-DATA-NEGOCIO
           END-IF

           IF BOOKEXDW-DIMENSAO-COMPLETA
             MOVE 'C'                  TO WS-MODO-CARGA
           ELSE
             MOVE 'A'                  TO WS-MODO-CARGA
           END-IF

           PERFORM 1100-VALIDAR-DATA-NEGOCIO
           PERFORM 1110-VERIFICAR-CONTROLE
           PERFORM 1120-ABRIR-CADASTROS
           PERFORM 1130-ABRIR-MOVIMENTOS
           PERFORM 1140-ABRIR-ARQ-CHAVE
           PERFORM 1150-LER-SEQUENCIA-CHAVE
           .
       1000-99-FIM.                    EXIT.

       1100-VALIDAR-DATA-NEGOCIO       SECTION.

           INITIALIZE                  WS-LINK-VALIDATA

           MOVE WS-DATA-NEGOCIO        TO BOOKVDAT-REG-DATA
           MOVE 'N'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKEXDW-CTRL-COD
             MOVE "DATA DE NEGOCIO INVALIDA"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1100-99-FIM.                    EXIT.

       1110-VERIFICAR-CONTROLE         SECTION.

           MOVE 'N'                    TO WS-DATA-JA-ENTREGUE
           MOVE ZEROS                  TO WS-DATA-ULT-ENTREGA

           OPEN INPUT ARQ-CONTROLE-DW

           IF WS-FS-ARQ-CTRLDW         EQUAL ZEROS OR 05
             PERFORM 1111-LER-ARQ-CONTROLE
             PERFORM 1112-CONFERIR-CONTROLE
                                       UNTIL WS-FS-ARQ-CTRLDW
                                       NOT EQUAL ZEROS
             CLOSE ARQ-CONTROLE-DW
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CONTROLE DW"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           IF WS-DATA-JA-ENTREGUE      EQUAL 'S'
             IF BOOKEXDW-REENVIAR
               MOVE 'S'                TO WS-IND-REENVIO
             ELSE
               MOVE 1                  TO BOOKEXDW-CTRL-COD
               MOVE "DATA JA ENTREGUE AO DW - USE REENVIO"
                                       TO BOOKEXDW-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
           ELSE
             MOVE 'N'                  TO WS-IND-REENVIO
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1111-LER-ARQ-CONTROLE           SECTION.

           READ ARQ-CONTROLE-DW        INTO WS-CONTROLE-DW

           .
       1111-99-FIM.                    EXIT.

       1112-CONFERIR-CONTROLE          SECTION.

           IF WS-CTD-DATA-NEGOCIO      EQUAL WS-DATA-NEGOCIO
             MOVE 'S'                  TO WS-DATA-JA-ENTREGUE
           END-IF

           IF WS-CTD-DATA-NEGOCIO      LESS WS-DATA-NEGOCIO AND
              WS-CTD-DATA-NEGOCIO      GREATER WS-DATA-ULT-ENTREGA
             MOVE WS-CTD-DATA-NEGOCIO  TO WS-DATA-ULT-ENTREGA
           END-IF

           PERFORM 1111-LER-ARQ-CONTROLE

           .
       1112-99-FIM.                    EXIT.

       1120-ABRIR-CADASTROS            SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-FILIAL

           IF WS-FS-ARQ-FILIAL         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO FILIAL"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-MOVIMENTOS           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VISITA"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PEDHDR"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CARTEIRA"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-AUSENCIA

           IF WS-FS-ARQ-AUSENCIA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO AUSENCIA"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-CHAVE            SECTION.

           OPEN I-O ARQ-CHAVE-DW

           IF WS-FS-ARQ-CHAVE          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DWCHAVE"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-SEQUENCIA-CHAVE        SECTION.

           MOVE 'SEQ'                  TO FD-DWC-TIPO
           MOVE SPACES                 TO FD-DWC-NATURAL

           READ ARQ-CHAVE-DW           KEY IS FD-DWC-CHAVE

           IF WS-FS-ARQ-CHAVE          EQUAL ZEROS
             MOVE FD-DWC-CHAVE-DW      TO WS-ULTIMA-CHAVE-DW
           ELSE
             MOVE ZEROS                TO WS-ULTIMA-CHAVE-DW
             INITIALIZE                FD-CHAVE-DW
             MOVE 'SEQ'                TO FD-DWC-TIPO
             MOVE SPACES               TO FD-DWC-NATURAL
             MOVE WS-DATA-NEGOCIO      TO FD-DWC-DATA-ALT

             WRITE FD-CHAVE-DW

             IF WS-FS-ARQ-CHAVE        NOT EQUAL ZEROS
               MOVE 2                  TO BOOKEXDW-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DWCHAVE"
                                       TO BOOKEXDW-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
           END-IF

           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           PERFORM 2100-EXTRAIR-DIM-CLIENTE
           PERFORM 2200-EXTRAIR-DIM-VENDEDOR
           PERFORM 2300-EXTRAIR-DIM-PRODUTO
           PERFORM 2400-EXTRAIR-DIM-FILIAL
           PERFORM 2500-EXTRAIR-DIM-REGIAO

           PERFORM 2600-EXTRAIR-FATO-VISITA
           PERFORM 2700-EXTRAIR-FATO-ITEM
           PERFORM 2800-EXTRAIR-FATO-CARTEIRA
           PERFORM 2850-EXTRAIR-FATO-AUSENCIA

           PERFORM 2950-GRAVAR-CONTROLE

           MOVE ZEROS                  TO BOOKEXDW-CTRL-COD
           MOVE "EXTRACAO DW GERADA COM SUCESSO"
                                       TO BOOKEXDW-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-EXTRAIR-DIM-CLIENTE        SECTION.

           MOVE 'DCLIENTE'             TO WS-CAB-ARQUIVO
           MOVE WS-MODO-CARGA          TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2110-LER-ARQ-CLIENTE
           PERFORM 2120-EXTRAIR-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2100-99-FIM.                    EXIT.

       2110-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2120-EXTRAIR-CLIENTE            SECTION.

           MOVE FD-CLI-COD-CLIENTE     TO WS-COD-CLIENTE-CHAVE
           MOVE 'CLI'                  TO WS-SK-TIPO
           MOVE WS-COD-CLIENTE-CHAVE   TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW

           MOVE WS-SK-CHAVE-DW         TO WS-DCL-CHAVE-DW
           MOVE FD-CLI-COD-CLIENTE     TO WS-DCL-COD-CLIENTE
           MOVE FD-CLI-FILIAL          TO WS-DCL-FILIAL
           MOVE FD-CLI-REGIAO          TO WS-DCL-REGIAO
           MOVE FD-CLI-COD-VENDEDOR    TO WS-DCL-COD-VENDEDOR
           MOVE FD-CLI-COD-REDE        TO WS-DCL-COD-REDE
           MOVE FD-CLI-STATUS          TO WS-DCL-STATUS
           MOVE FD-CLI-CLASSE-ABC      TO WS-DCL-CLASSE-ABC
           MOVE FD-CLI-FREQ-VISITA     TO WS-DCL-FREQ-VISITA
           MOVE FD-CLI-LIMITE-CREDITO  TO WS-DCL-LIMITE-CREDITO
           MOVE FD-CLI-BLOQ-FINANCEIRO TO WS-DCL-BLOQ-FINANCEIRO

           IF FD-CLI-DADOS-ANONIMOS
             MOVE ZEROS                TO WS-DCL-CNPJ
             MOVE SPACES               TO WS-DCL-RZ-SOCIAL
             MOVE 'S'                  TO WS-DCL-ANONIMIZADO
           ELSE
             MOVE FD-CLI-CNPJ          TO WS-DCL-CNPJ
             MOVE FD-CLI-RZ-SOCIAL     TO WS-DCL-RZ-SOCIAL
             MOVE 'N'                  TO WS-DCL-ANONIMIZADO
           END-IF

           COMPUTE WS-IDX-REGIAO       = FD-CLI-REGIAO + 1
           MOVE 'S'                    TO WS-REGIAO-USADA
                                          (WS-IDX-REGIAO)

           MOVE WS-DW-CLIENTE          TO WS-LINHA-DW
           MOVE FD-CLI-COD-CLIENTE     TO WS-VALOR-CHAVE
           MOVE FD-CLI-LIMITE-CREDITO  TO WS-VALOR-MEDIDA
           PERFORM 2910-GRAVAR-DIMENSAO

           PERFORM 2110-LER-ARQ-CLIENTE

           .
       2120-99-FIM.                    EXIT.

       2200-EXTRAIR-DIM-VENDEDOR       SECTION.

           MOVE 'DVENDEDO'             TO WS-CAB-ARQUIVO
           MOVE WS-MODO-CARGA          TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2210-LER-ARQ-VENDEDOR
           PERFORM 2220-EXTRAIR-VENDEDOR
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2200-99-FIM.                    EXIT.

       2210-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD

           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-EXTRAIR-VENDEDOR           SECTION.

           MOVE FD-VEND-COD-VENDEDOR   TO WS-COD-VENDEDOR-CHAVE
           MOVE 'VEN'                  TO WS-SK-TIPO
           MOVE WS-COD-VENDEDOR-CHAVE  TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW

           MOVE WS-SK-CHAVE-DW         TO WS-DVE-CHAVE-DW
           MOVE FD-VEND-COD-VENDEDOR   TO WS-DVE-COD-VENDEDOR
           MOVE FD-VEND-NOME           TO WS-DVE-NOME
           MOVE FD-VEND-TIPO-DOC       TO WS-DVE-TIPO-DOC
           MOVE FD-VEND-REGIAO         TO WS-DVE-REGIAO
           MOVE FD-VEND-COD-SUPERVISOR TO WS-DVE-COD-SUPERVISOR
           MOVE FD-VEND-STATUS         TO WS-DVE-STATUS
           MOVE FD-VEND-QTD-MAX-CLIENTES
                                       TO WS-DVE-QTD-MAX-CLIENTES
           MOVE FD-VEND-META-VISITAS   TO WS-DVE-META-VISITAS
           MOVE FD-VEND-PCT-COMISSAO   TO WS-DVE-PCT-COMISSAO

           COMPUTE WS-IDX-REGIAO       = FD-VEND-REGIAO + 1
           MOVE 'S'                    TO WS-REGIAO-USADA
                                          (WS-IDX-REGIAO)

           MOVE WS-DW-VENDEDOR         TO WS-LINHA-DW
           MOVE FD-VEND-COD-VENDEDOR   TO WS-VALOR-CHAVE
           MOVE ZEROS                  TO WS-VALOR-MEDIDA
           PERFORM 2910-GRAVAR-DIMENSAO

           PERFORM 2210-LER-ARQ-VENDEDOR

           .
       2220-99-FIM.                    EXIT.

       2300-EXTRAIR-DIM-PRODUTO        SECTION.

           MOVE 'DPRODUTO'             TO WS-CAB-ARQUIVO
           MOVE WS-MODO-CARGA          TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2310-LER-ARQ-PRODUTO
           PERFORM 2320-EXTRAIR-PRODUTO
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2300-99-FIM.                    EXIT.

       2310-LER-ARQ-PRODUTO            SECTION.

           READ ARQ-PRODUTO            NEXT RECORD

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2320-EXTRAIR-PRODUTO            SECTION.

           MOVE FD-PROD-CODIGO         TO WS-COD-PRODUTO-CHAVE
           MOVE 'PRO'                  TO WS-SK-TIPO
           MOVE WS-COD-PRODUTO-CHAVE   TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW

           MOVE WS-SK-CHAVE-DW         TO WS-DPR-CHAVE-DW
           MOVE FD-PROD-CODIGO         TO WS-DPR-COD-PRODUTO
           MOVE FD-PROD-DESCRICAO      TO WS-DPR-DESCRICAO
           MOVE FD-PROD-UNIDADE        TO WS-DPR-UNIDADE
           MOVE FD-PROD-STATUS         TO WS-DPR-STATUS
           MOVE FD-PROD-COD-CATEGORIA  TO WS-DPR-COD-CATEGORIA
           MOVE FD-PROD-COD-MARCA      TO WS-DPR-COD-MARCA
           MOVE FD-PROD-EMBALAGEM      TO WS-DPR-EMBALAGEM
           MOVE FD-PROD-PESO-KG        TO WS-DPR-PESO-KG
           MOVE FD-PROD-VOLUME-M3      TO WS-DPR-VOLUME-M3

           MOVE WS-DW-PRODUTO          TO WS-LINHA-DW
           MOVE FD-PROD-CODIGO         TO WS-VALOR-CHAVE
           MOVE ZEROS                  TO WS-VALOR-MEDIDA
           PERFORM 2910-GRAVAR-DIMENSAO

           PERFORM 2310-LER-ARQ-PRODUTO

           .
       2320-99-FIM.                    EXIT.

       2400-EXTRAIR-DIM-FILIAL         SECTION.

           MOVE 'DFILIAL'              TO WS-CAB-ARQUIVO
           MOVE WS-MODO-CARGA          TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2410-LER-ARQ-FILIAL
           PERFORM 2420-EXTRAIR-FILIAL
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2400-99-FIM.                    EXIT.

       2410-LER-ARQ-FILIAL             SECTION.

           READ ARQ-FILIAL             NEXT RECORD

           IF WS-FS-ARQ-FILIAL         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2410-99-FIM.                    EXIT.

       2420-EXTRAIR-FILIAL             SECTION.

           MOVE FD-FIL-CODIGO          TO WS-COD-FILIAL-CHAVE
           MOVE 'FIL'                  TO WS-SK-TIPO
           MOVE WS-COD-FILIAL-CHAVE    TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW

           MOVE WS-SK-CHAVE-DW         TO WS-DFI-CHAVE-DW
           MOVE FD-FIL-CODIGO          TO WS-DFI-COD-FILIAL
           MOVE FD-FIL-NOME            TO WS-DFI-NOME
           MOVE FD-FIL-REGIAO          TO WS-DFI-REGIAO
           MOVE FD-FIL-STATUS          TO WS-DFI-STATUS

           COMPUTE WS-IDX-REGIAO       = FD-FIL-REGIAO + 1
           MOVE 'S'                    TO WS-REGIAO-USADA
                                          (WS-IDX-REGIAO)

           MOVE WS-DW-FILIAL           TO WS-LINHA-DW
           MOVE FD-FIL-CODIGO          TO WS-VALOR-CHAVE
           MOVE ZEROS                  TO WS-VALOR-MEDIDA
           PERFORM 2910-GRAVAR-DIMENSAO

           PERFORM 2410-LER-ARQ-FILIAL

           .
       2420-99-FIM.                    EXIT.

       2500-EXTRAIR-DIM-REGIAO         SECTION.

           MOVE 'DREGIAO'              TO WS-CAB-ARQUIVO
           MOVE WS-MODO-CARGA          TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           PERFORM 2510-EXTRAIR-REGIAO VARYING WS-IDX-REGIAO
                                       FROM 1 BY 1
                                       UNTIL WS-IDX-REGIAO
                                       GREATER 1000

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2500-99-FIM.                    EXIT.

       2510-EXTRAIR-REGIAO             SECTION.

           IF WS-REGIAO-USADA (WS-IDX-REGIAO)
                                       EQUAL 'S'
             COMPUTE WS-COD-REGIAO-CHAVE
                                       = WS-IDX-REGIAO - 1
             MOVE 'REG'                TO WS-SK-TIPO
             MOVE WS-COD-REGIAO-CHAVE  TO WS-SK-NATURAL
             PERFORM 2900-OBTER-CHAVE-DW

             PERFORM 2520-CONSULTAR-DESCONTO

             MOVE WS-SK-CHAVE-DW       TO WS-DRE-CHAVE-DW
             MOVE WS-COD-REGIAO-CHAVE  TO WS-DRE-COD-REGIAO

             MOVE WS-DW-REGIAO         TO WS-LINHA-DW
             MOVE WS-COD-REGIAO-CHAVE  TO WS-VALOR-CHAVE
             MOVE ZEROS                TO WS-VALOR-MEDIDA
             PERFORM 2910-GRAVAR-DIMENSAO
           END-IF

           .
       2510-99-FIM.                    EXIT.

       2520-CONSULTAR-DESCONTO         SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'REGPEDID'             TO BOOKPARM-REG-PROGRAMA
           STRING 'DESC-REGIAO-'       WS-COD-REGIAO-CHAVE
                  DELIMITED BY SIZE
                                       INTO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-DRE-PCT-DESCONTO
           ELSE
             MOVE ZEROS                TO WS-DRE-PCT-DESCONTO
           END-IF

           .
       2520-99-FIM.                    EXIT.

       2600-EXTRAIR-FATO-VISITA        SECTION.

           MOVE 'FVISITA'              TO WS-CAB-ARQUIVO
           MOVE 'F'                    TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2610-LER-ARQ-VISITA
           PERFORM 2620-EXTRAIR-VISITA UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2600-99-FIM.                    EXIT.

       2610-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2610-99-FIM.                    EXIT.

       2620-EXTRAIR-VISITA             SECTION.

           IF FD-VIS-DATA-VISITA       EQUAL WS-DATA-NEGOCIO
             MOVE FD-VIS-COD-VENDEDOR  TO WS-COD-VENDEDOR-CHAVE
             PERFORM 2960-OBTER-CHAVE-VENDEDOR
             MOVE WS-SK-VENDEDOR       TO WS-FVI-SK-VENDEDOR

             MOVE FD-VIS-COD-CLIENTE   TO WS-COD-CLIENTE-CHAVE
             PERFORM 2970-OBTER-CHAVE-CLIENTE
             MOVE WS-SK-CLIENTE        TO WS-FVI-SK-CLIENTE

             MOVE ZEROS                TO WS-SK-EXECUTOR
             IF FD-VIS-VEND-EXECUTOR   GREATER ZEROS
               MOVE FD-VIS-VEND-EXECUTOR
                                       TO WS-COD-VENDEDOR-CHAVE
               PERFORM 2960-OBTER-CHAVE-VENDEDOR
               MOVE WS-SK-VENDEDOR     TO WS-SK-EXECUTOR
             END-IF
             MOVE WS-SK-EXECUTOR       TO WS-FVI-SK-EXECUTOR

             MOVE FD-VIS-DATA-VISITA   TO WS-FVI-DATA-VISITA
             MOVE FD-VIS-COD-VENDEDOR  TO WS-FVI-COD-VENDEDOR
             MOVE FD-VIS-COD-CLIENTE   TO WS-FVI-COD-CLIENTE
             MOVE FD-VIS-RESULTADO     TO WS-FVI-RESULTADO
             MOVE FD-VIS-SUBSTITUTO    TO WS-FVI-SUBSTITUTO
             MOVE FD-VIS-HORA-CHECKIN  TO WS-FVI-HORA-CHECKIN

             MOVE WS-DW-VISITA         TO WS-LINHA-DW
             MOVE FD-VIS-COD-CLIENTE   TO WS-VALOR-CHAVE
             MOVE ZEROS                TO WS-VALOR-MEDIDA
             PERFORM 2930-GRAVAR-ARQ-SAIDA

             ADD 1                     TO BOOKEXDW-REG-QTD-VISITAS
           END-IF

           PERFORM 2610-LER-ARQ-VISITA

           .
       2620-99-FIM.                    EXIT.

       2700-EXTRAIR-FATO-ITEM          SECTION.

           MOVE 'FITEMPED'             TO WS-CAB-ARQUIVO
           MOVE 'F'                    TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2710-LER-ARQ-PEDHDR
           PERFORM 2720-EXTRAIR-PEDIDO UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2700-99-FIM.                    EXIT.

       2710-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2710-99-FIM.                    EXIT.

       2720-EXTRAIR-PEDIDO             SECTION.

           IF FD-PEH-DATA-PEDIDO       EQUAL WS-DATA-NEGOCIO
             MOVE FD-PEH-COD-CLIENTE   TO WS-COD-CLIENTE-CHAVE
             PERFORM 2970-OBTER-CHAVE-CLIENTE
             MOVE FD-PEH-COD-VENDEDOR  TO WS-COD-VENDEDOR-CHAVE
             PERFORM 2960-OBTER-CHAVE-VENDEDOR

             MOVE FD-PEH-NUM-PEDIDO    TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM

             START ARQ-PEDIDO          KEY IS NOT LESS FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 2730-LER-ARQ-PEDIDO
               PERFORM 2740-EXTRAIR-ITEM
                                       UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
             END-IF
           END-IF

           PERFORM 2710-LER-ARQ-PEDHDR

           .
       2720-99-FIM.                    EXIT.

       2730-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       2730-99-FIM.                    EXIT.

       2740-EXTRAIR-ITEM               SECTION.

           MOVE FD-PED-COD-PRODUTO     TO WS-COD-PRODUTO-CHAVE
           MOVE 'PRO'                  TO WS-SK-TIPO
           MOVE WS-COD-PRODUTO-CHAVE   TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW

           MOVE FD-PEH-DATA-PEDIDO     TO WS-FIP-DATA-PEDIDO
           MOVE FD-PED-NUM-PEDIDO      TO WS-FIP-NUM-PEDIDO
           MOVE FD-PED-SEQ-ITEM        TO WS-FIP-SEQ-ITEM
           MOVE WS-SK-CLIENTE          TO WS-FIP-SK-CLIENTE
           MOVE WS-SK-VENDEDOR         TO WS-FIP-SK-VENDEDOR
           MOVE WS-SK-CHAVE-DW         TO WS-FIP-SK-PRODUTO
           MOVE FD-PEH-STATUS          TO WS-FIP-STATUS-PEDIDO
           MOVE FD-PED-QUANTIDADE      TO WS-FIP-QUANTIDADE
           MOVE FD-PED-VALOR           TO WS-FIP-VALOR
           MOVE FD-PED-COD-PROMOCAO    TO WS-FIP-COD-PROMOCAO
           MOVE FD-PED-DESCONTO-PROMO  TO WS-FIP-DESCONTO-PROMO

           MOVE WS-DW-ITEM-PEDIDO      TO WS-LINHA-DW
           MOVE FD-PED-NUM-PEDIDO      TO WS-VALOR-CHAVE
           MOVE FD-PED-VALOR           TO WS-VALOR-MEDIDA
           PERFORM 2930-GRAVAR-ARQ-SAIDA

           ADD 1                       TO BOOKEXDW-REG-QTD-ITENS

           PERFORM 2730-LER-ARQ-PEDIDO

           .
       2740-99-FIM.                    EXIT.

       2800-EXTRAIR-FATO-CARTEIRA      SECTION.

           MOVE 'FCARTEIR'             TO WS-CAB-ARQUIVO
           MOVE 'F'                    TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2810-LER-ARQ-CARTEIRA
           PERFORM 2820-EXTRAIR-CARTEIRA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2800-99-FIM.                    EXIT.

       2810-LER-ARQ-CARTEIRA           SECTION.

           READ ARQ-CARTEIRA           NEXT RECORD

           IF WS-FS-ARQ-CARTEIRA       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2810-99-FIM.                    EXIT.

       2820-EXTRAIR-CARTEIRA           SECTION.

           IF FD-CART-DATA-ATRIB       EQUAL WS-DATA-NEGOCIO
             MOVE FD-CART-COD-CLIENTE  TO WS-COD-CLIENTE-CHAVE
             PERFORM 2970-OBTER-CHAVE-CLIENTE
             MOVE FD-CART-COD-VENDEDOR TO WS-COD-VENDEDOR-CHAVE
             PERFORM 2960-OBTER-CHAVE-VENDEDOR

             MOVE FD-CART-DATA-ATRIB   TO WS-FCA-DATA-ATRIB
             MOVE WS-SK-CLIENTE        TO WS-FCA-SK-CLIENTE
             MOVE WS-SK-VENDEDOR       TO WS-FCA-SK-VENDEDOR
             MOVE FD-CART-COD-CLIENTE  TO WS-FCA-COD-CLIENTE
             MOVE FD-CART-COD-VENDEDOR TO WS-FCA-COD-VENDEDOR
             MOVE FD-CART-DISTANCIA    TO WS-FCA-DISTANCIA

             MOVE WS-DW-CARTEIRA       TO WS-LINHA-DW
             MOVE FD-CART-COD-CLIENTE  TO WS-VALOR-CHAVE
             MOVE FD-CART-DISTANCIA    TO WS-VALOR-MEDIDA
             PERFORM 2930-GRAVAR-ARQ-SAIDA

             ADD 1                     TO BOOKEXDW-REG-QTD-CARTEIRA
           END-IF

           PERFORM 2810-LER-ARQ-CARTEIRA

           .
       2820-99-FIM.                    EXIT.

       2850-EXTRAIR-FATO-AUSENCIA      SECTION.

           MOVE 'FAUSENCI'             TO WS-CAB-ARQUIVO
           MOVE 'F'                    TO WS-CAB-CARGA
           PERFORM 2920-ABRIR-ARQ-SAIDA

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           PERFORM 2860-LER-ARQ-AUSENCIA
           PERFORM 2870-EXTRAIR-AUSENCIA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           PERFORM 2940-FECHAR-ARQ-SAIDA

           .
       2850-99-FIM.                    EXIT.

       2860-LER-ARQ-AUSENCIA           SECTION.

           READ ARQ-AUSENCIA           NEXT RECORD

           IF WS-FS-ARQ-AUSENCIA       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2860-99-FIM.                    EXIT.

       2870-EXTRAIR-AUSENCIA           SECTION.

           IF FD-AUS-DATA-INICIO       NOT GREATER WS-DATA-NEGOCIO AND
              (FD-AUS-DATA-FIM         NOT LESS WS-DATA-NEGOCIO OR
               FD-AUS-DATA-FIM         EQUAL ZEROS)
             MOVE FD-AUS-COD-VENDEDOR  TO WS-COD-VENDEDOR-CHAVE
             PERFORM 2960-OBTER-CHAVE-VENDEDOR

             MOVE WS-DATA-NEGOCIO      TO WS-FAU-DATA-NEGOCIO
             MOVE WS-SK-VENDEDOR       TO WS-FAU-SK-VENDEDOR
             MOVE FD-AUS-COD-VENDEDOR  TO WS-FAU-COD-VENDEDOR
             MOVE FD-AUS-DATA-INICIO   TO WS-FAU-DATA-INICIO
             MOVE FD-AUS-DATA-FIM      TO WS-FAU-DATA-FIM
             MOVE FD-AUS-MOTIVO        TO WS-FAU-MOTIVO

             MOVE WS-DW-AUSENCIA       TO WS-LINHA-DW
             MOVE FD-AUS-COD-VENDEDOR  TO WS-VALOR-CHAVE
             MOVE ZEROS                TO WS-VALOR-MEDIDA
             PERFORM 2930-GRAVAR-ARQ-SAIDA

             ADD 1                     TO BOOKEXDW-REG-QTD-AUSENCIAS
           END-IF

           PERFORM 2860-LER-ARQ-AUSENCIA

           .
       2870-99-FIM.                    EXIT.

       2900-OBTER-CHAVE-DW             SECTION.

           MOVE 'N'                    TO WS-CHAVE-NOVA
           MOVE WS-SK-TIPO             TO FD-DWC-TIPO
           MOVE WS-SK-NATURAL          TO FD-DWC-NATURAL

           READ ARQ-CHAVE-DW           INTO WS-ENTRADA-CHAVE
                                       KEY IS FD-DWC-CHAVE

           IF WS-FS-ARQ-CHAVE          NOT EQUAL ZEROS
             ADD 1                     TO WS-ULTIMA-CHAVE-DW

             INITIALIZE                FD-CHAVE-DW
             MOVE 'SEQ'                TO FD-DWC-TIPO
             MOVE SPACES               TO FD-DWC-NATURAL
             MOVE WS-ULTIMA-CHAVE-DW   TO FD-DWC-CHAVE-DW
             MOVE WS-DATA-NEGOCIO      TO FD-DWC-DATA-ALT

             REWRITE FD-CHAVE-DW

             IF WS-FS-ARQ-CHAVE        NOT EQUAL ZEROS
               MOVE 2                  TO BOOKEXDW-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DWCHAVE"
                                       TO BOOKEXDW-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF

             INITIALIZE                WS-ENTRADA-CHAVE
             MOVE WS-SK-TIPO           TO WS-ECH-TIPO
             MOVE WS-SK-NATURAL        TO WS-ECH-NATURAL
             MOVE WS-ULTIMA-CHAVE-DW   TO WS-ECH-CHAVE-DW
             MOVE WS-DATA-NEGOCIO      TO WS-ECH-DATA-ALT

             WRITE FD-CHAVE-DW         FROM WS-ENTRADA-CHAVE

             IF WS-FS-ARQ-CHAVE        NOT EQUAL ZEROS
               MOVE 2                  TO BOOKEXDW-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DWCHAVE"
                                       TO BOOKEXDW-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF

             MOVE 'S'                  TO WS-CHAVE-NOVA
           END-IF

           MOVE WS-ECH-CHAVE-DW        TO WS-SK-CHAVE-DW

           .
       2900-99-FIM.                    EXIT.

       2910-GRAVAR-DIMENSAO            SECTION.

           IF WS-MODO-CARGA            EQUAL 'C' OR
              WS-LINHA-DW              NOT EQUAL WS-ECH-IMAGEM OR
              WS-ECH-DATA-ALT          GREATER WS-DATA-ULT-ENTREGA
             PERFORM 2930-GRAVAR-ARQ-SAIDA
             ADD 1                     TO BOOKEXDW-REG-QTD-DIMENSOES

             IF WS-LINHA-DW            NOT EQUAL WS-ECH-IMAGEM
               MOVE WS-LINHA-DW        TO WS-ECH-IMAGEM
               MOVE WS-DATA-NEGOCIO    TO WS-ECH-DATA-ALT

               REWRITE FD-CHAVE-DW     FROM WS-ENTRADA-CHAVE

               IF WS-FS-ARQ-CHAVE      NOT EQUAL ZEROS
                 MOVE 2                TO BOOKEXDW-CTRL-COD
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO DWCHAVE"
                                       TO BOOKEXDW-CTRL-MSG
                 PERFORM 3000-FINALIZAR
               END-IF
             END-IF
           END-IF

           .
       2910-99-FIM.                    EXIT.

       2920-ABRIR-ARQ-SAIDA            SECTION.

           MOVE SPACES                 TO WS-ENDER-SAIDA
           STRING 'DW_'                DELIMITED BY SIZE
                  WS-CAB-ARQUIVO       DELIMITED BY SPACE
                  '_'                  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO      DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                                       INTO WS-ENDER-SAIDA

           OPEN OUTPUT ARQ-SAIDA-DW

           IF WS-FS-ARQ-SAIDA          EQUAL ZEROS
             MOVE 'S'                  TO WS-SAIDA-ABERTA
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE SAIDA DW"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE ZEROS                  TO WS-QTD-REGISTROS
                                          WS-HASH-CHAVES
                                          WS-HASH-VALOR

           MOVE WS-DATA-NEGOCIO        TO WS-CAB-DATA-NEGOCIO
           MOVE WS-DATA-HORA-EXTRACAO  TO WS-CAB-DATA-EXTRACAO
           MOVE WS-IND-REENVIO         TO WS-CAB-REENVIO

           MOVE WS-DW-CABEC            TO FD-SAI-LINHA
           PERFORM 2935-GRAVAR-LINHA-SAIDA

           .
       2920-99-FIM.                    EXIT.

       2930-GRAVAR-ARQ-SAIDA           SECTION.

           MOVE WS-LINHA-DW            TO FD-SAI-LINHA
           PERFORM 2935-GRAVAR-LINHA-SAIDA

           ADD 1                       TO WS-QTD-REGISTROS
           ADD WS-VALOR-CHAVE          TO WS-HASH-CHAVES
           ADD WS-VALOR-MEDIDA         TO WS-HASH-VALOR

           .
       2930-99-FIM.                    EXIT.

       2935-GRAVAR-LINHA-SAIDA         SECTION.

           WRITE FD-SAIDA-DW

           IF WS-FS-ARQ-SAIDA          NOT EQUAL ZEROS
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE SAIDA DW"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2935-99-FIM.                    EXIT.

       2940-FECHAR-ARQ-SAIDA           SECTION.

           MOVE WS-CAB-ARQUIVO         TO WS-TRL-ARQUIVO
           MOVE WS-QTD-REGISTROS       TO WS-TRL-QTD-REGISTROS
           MOVE WS-HASH-CHAVES         TO WS-TRL-HASH-CHAVES
           MOVE WS-HASH-VALOR          TO WS-TRL-HASH-VALOR

           MOVE WS-DW-TRAILER          TO FD-SAI-LINHA
           PERFORM 2935-GRAVAR-LINHA-SAIDA

           CLOSE ARQ-SAIDA-DW
           MOVE 'N'                    TO WS-SAIDA-ABERTA

           .
       2940-99-FIM.                    EXIT.

       2950-GRAVAR-CONTROLE            SECTION.

           OPEN EXTEND ARQ-CONTROLE-DW

           IF WS-FS-ARQ-CTRLDW         EQUAL ZEROS OR 05
             MOVE WS-DATA-NEGOCIO      TO WS-CTD-DATA-NEGOCIO
             MOVE WS-DATA-HORA-EXTRACAO
                                       TO WS-CTD-DATA-HORA
             MOVE WS-MODO-CARGA        TO WS-CTD-MODO-DIMENSAO
             MOVE WS-IND-REENVIO       TO WS-CTD-REENVIO
             MOVE BOOKEXDW-REG-QTD-VISITAS
                                       TO WS-CTD-QTD-VISITAS
             MOVE BOOKEXDW-REG-QTD-ITENS
                                       TO WS-CTD-QTD-ITENS
             MOVE BOOKEXDW-REG-QTD-CARTEIRA
                                       TO WS-CTD-QTD-CARTEIRA
             MOVE BOOKEXDW-REG-QTD-AUSENCIAS
                                       TO WS-CTD-QTD-AUSENCIAS
             MOVE BOOKEXDW-REG-QTD-DIMENSOES
                                       TO WS-CTD-QTD-DIMENSOES
             MOVE BOOKEXDW-REG-OPERADOR
                                       TO WS-CTD-OPERADOR

             WRITE FD-CONTROLE-DW      FROM WS-CONTROLE-DW

             CLOSE ARQ-CONTROLE-DW
           ELSE
             MOVE 2                    TO BOOKEXDW-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO CONTROLE DW"
                                       TO BOOKEXDW-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2950-99-FIM.                    EXIT.

       2960-OBTER-CHAVE-VENDEDOR       SECTION.

           MOVE 'VEN'                  TO WS-SK-TIPO
           MOVE WS-COD-VENDEDOR-CHAVE  TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW
           MOVE WS-SK-CHAVE-DW         TO WS-SK-VENDEDOR

           .
       2960-99-FIM.                    EXIT.

       2970-OBTER-CHAVE-CLIENTE        SECTION.

           MOVE 'CLI'                  TO WS-SK-TIPO
           MOVE WS-COD-CLIENTE-CHAVE   TO WS-SK-NATURAL
           PERFORM 2900-OBTER-CHAVE-DW
           MOVE WS-SK-CHAVE-DW         TO WS-SK-CLIENTE

           .
       2970-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           IF WS-SAIDA-ABERTA          EQUAL 'S'
             CLOSE ARQ-SAIDA-DW
           END-IF

           CLOSE ARQ-CHAVE-DW
                                       ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-PRODUTO
                                       ARQ-FILIAL
                                       ARQ-VISITA
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-CARTEIRA
                                       ARQ-AUSENCIA

           GOBACK

           .
       3000-99-FIM.                    EXIT.
