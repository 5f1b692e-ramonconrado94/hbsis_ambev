       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELRENTA.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-CARTEIRA         ASSIGN TO DISK "CARTEIRA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CART-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

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

           SELECT OPTIONAL ARQ-CUSTO   ASSIGN TO DISK "CUSTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CUS-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CUSTO.

           SELECT OPTIONAL ARQ-VISITA  ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-RELAT-RENTABILIDADE
                                       ASSIGN TO "RELRENTA.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-RENTABILIDADE   ASSIGN TO "WRENTA.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
       01  FD-CARTEIRA.
           05 FD-CART-COD-CLIENTE      PIC 9(007).
           05 FD-CART-COD-VENDEDOR     PIC 9(005).
           05 FD-CART-DISTANCIA        PIC 9(010)V9(008).
           05 FD-CART-DATA-ATRIB       PIC 9(008).

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

       FD  ARQ-CUSTO
           LABEL RECORD                IS STANDARD.
       01  FD-CUSTO.
           05 FD-CUS-CHAVE.
               10 FD-CUS-COD-PRODUTO   PIC 9(005).
               10 FD-CUS-DATA-INICIO   PIC 9(008).
           05 FD-CUS-DATA-FIM          PIC 9(008).
           05 FD-CUS-CUSTO-UNITARIO    PIC 9(009)V9(002).
           05 FD-CUS-OPERADOR          PIC X(010).

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

       FD  ARQ-RELAT-RENTABILIDADE
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-RENTABILIDADE.
           05 FD-REL-LINHA             PIC X(250).

       SD  WORK-RENTABILIDADE.
       01  SD-RENTABILIDADE.
           05 SD-REN-SECAO             PIC 9(001).
               88 SD-REN-SECAO-CLIENTE                     VALUE 1.
               88 SD-REN-SECAO-VENDEDOR                    VALUE 2.
           05 SD-REN-CONTRIBUICAO      PIC S9(013)V9(002).
           05 SD-REN-COD-VENDEDOR      PIC 9(005).
           05 SD-REN-COD-CLIENTE       PIC 9(007).
           05 SD-REN-RZ-SOCIAL         PIC X(040).
           05 SD-REN-FREQ-VISITA       PIC X(001).
           05 SD-REN-RECEITA           PIC 9(013)V9(002).
           05 SD-REN-CMV               PIC 9(011)V9(002).
           05 SD-REN-MARGEM            PIC S9(013)V9(002).
           05 SD-REN-QTD-VISITAS       PIC 9(005).
           05 SD-REN-DISTANCIA-KM      PIC 9(007)V9(003).
           05 SD-REN-CUSTO-VISITAS     PIC 9(009)V9(002).
           05 SD-REN-CUSTO-DESLOC      PIC 9(009)V9(002).
           05 SD-REN-CUSTO-SERVIR      PIC 9(011)V9(002).
           05 SD-REN-CUSTO-FREQUENCIA  PIC 9(009)V9(002).
           05 SD-REN-DEFICITARIO       PIC X(001).
           05 SD-REN-FREQ-SUGERIDA     PIC X(001).
           05 SD-REN-QTD-CLIENTES      PIC 9(007).
           05 SD-REN-QTD-DEFICITARIOS  PIC 9(007).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CUSTO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-CUSTO-VISITA-PADRAO      PIC 9(005)V9(002)   VALUE
                                                           45,00.
       77  WS-CUSTO-KM-PADRAO          PIC 9(003)V9(004)   VALUE
                                                           0,9000.
       77  WS-VISITAS-MES-SEMANAL      PIC 9(002)          VALUE 04.
       77  WS-VISITAS-MES-QUINZENAL    PIC 9(002)          VALUE 02.
       77  WS-VISITAS-MES-MENSAL       PIC 9(002)          VALUE 01.
       77  WS-NOME-PARAMETRO           PIC X(020)          VALUE SPACES.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-QUEBRA-SECAO             PIC 9(001)          VALUE ZEROS.
       77  WS-RANKING                  PIC 9(007)          VALUE ZEROS.

       77  WS-CUSTO-ACHOU              PIC X(001)          VALUE 'N'.
       77  WS-CUSTO-VIGENTE            PIC 9(009)V9(002)   VALUE ZEROS.

       77  WS-CLI-RECEITA              PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-CLI-CMV                  PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-CLI-MARGEM               PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-CLI-QTD-VISITAS          PIC 9(005)          VALUE ZEROS.
       77  WS-CLI-DISTANCIA-KM         PIC 9(007)V9(003)   VALUE ZEROS.
       77  WS-CLI-CUSTO-POR-VISITA     PIC 9(007)V9(002)   VALUE ZEROS.
       77  WS-CLI-CUSTO-VISITAS        PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-CLI-CUSTO-DESLOC         PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-CLI-CUSTO-SERVIR         PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-CLI-VISITAS-PLANO        PIC 9(002)          VALUE ZEROS.
       77  WS-CLI-CUSTO-FREQUENCIA     PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-CLI-CUSTO-QUINZENAL      PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-CLI-CONTRIBUICAO         PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-CLI-DEFICITARIO          PIC X(001)          VALUE 'N'.
       77  WS-CLI-FREQ-SUGERIDA        PIC X(001)          VALUE SPACES.

       01  WS-TAB-VENDEDOR.
           05 WS-TVD-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-TVD-QTD-CLIENTES  PIC 9(007)          VALUE ZEROS.
               10 WS-TVD-QTD-DEFICIT   PIC 9(007)          VALUE ZEROS.
               10 WS-TVD-RECEITA       PIC 9(013)V9(002)   VALUE ZEROS.
               10 WS-TVD-MARGEM        PIC S9(013)V9(002)  VALUE ZEROS.
               10 WS-TVD-CUSTO-SERVIR  PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELRENTA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-CUSTO-VISITA      PIC 9(005)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-CUSTO-KM          PIC 9(003)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-CLIENTE.
           05 WS-RCL-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-RANKING           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-FREQ-VISITA       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-RECEITA           PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CMV               PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-MARGEM            PIC +9(013),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-QTD-VISITAS       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-DISTANCIA-KM      PIC 9(007)V9(003)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CUSTO-VISITAS     PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CUSTO-DESLOC      PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CUSTO-SERVIR      PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CONTRIBUICAO      PIC +9(013),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CUSTO-FREQUENCIA  PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-DEFICITARIO       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-FREQ-SUGERIDA     PIC X(001)          VALUE SPACES.

       01  WS-RELAT-VENDEDOR.
           05 WS-RVD-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-RANKING           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-RECEITA           PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-MARGEM            PIC +9(013),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-CUSTO-SERVIR      PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-CONTRIBUICAO      PIC +9(013),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVD-QTD-DEFICITARIOS  PIC 9(007)          VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DEFICITARIOS  PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SEM-CUSTO     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-CONTRIBUICAO      PIC +9(013),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRENT.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRENT-REG-ANO-MES     EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO BOOKRENT-REG-ANO-MES
           END-IF

           MOVE ZEROS                  TO BOOKRENT-REG-QTD-CLIENTES
                                       BOOKRENT-REG-QTD-VENDEDORES
                                       BOOKRENT-REG-QTD-DEFICITARIOS
                                       BOOKRENT-REG-QTD-SEM-CUSTO
                                       BOOKRENT-REG-CONTRIBUICAO

           PERFORM 1100-LER-PARAMETROS

           PERFORM 1110-ABRIR-ARQ-CARTEIRA
           PERFORM 1115-ABRIR-ARQ-CLIENTE
           PERFORM 1118-ABRIR-ARQ-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-PEDHDR
           PERFORM 1125-ABRIR-ARQ-PEDIDO
           PERFORM 1130-ABRIR-ARQ-CUSTO
           PERFORM 1133-ABRIR-ARQ-VISITA
           PERFORM 1135-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1100-LER-PARAMETROS             SECTION.

           IF BOOKRENT-REG-CUSTO-VISITA
                                       EQUAL ZEROS
             MOVE WS-CUSTO-VISITA-PADRAO
                                       TO BOOKRENT-REG-CUSTO-VISITA
             MOVE 'CUSTO-VISITA'       TO WS-NOME-PARAMETRO
             PERFORM 1101-CONSULTAR-PARAMETRO
             IF BOOKPARM-CTRL-COD      EQUAL ZEROS AND
                BOOKPARM-REG-VALOR-NUM GREATER ZEROS
               MOVE BOOKPARM-REG-VALOR-NUM
                                       TO BOOKRENT-REG-CUSTO-VISITA
             END-IF
           END-IF

           IF BOOKRENT-REG-CUSTO-KM    EQUAL ZEROS
             MOVE WS-CUSTO-KM-PADRAO   TO BOOKRENT-REG-CUSTO-KM
             MOVE 'CUSTO-KM'           TO WS-NOME-PARAMETRO
             PERFORM 1101-CONSULTAR-PARAMETRO
             IF BOOKPARM-CTRL-COD      EQUAL ZEROS AND
                BOOKPARM-REG-VALOR-NUM GREATER ZEROS
               MOVE BOOKPARM-REG-VALOR-NUM
                                       TO BOOKRENT-REG-CUSTO-KM
             END-IF
           END-IF

           .
       1100-99-FIM.                    EXIT.

       1101-CONSULTAR-PARAMETRO        SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'RELRENTA'             TO BOOKPARM-REG-PROGRAMA
           MOVE WS-NOME-PARAMETRO      TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM
           .
       1101-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CARTEIRA         SECTION.

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CARTEIRA"
                                       TO BOOKRENT-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1118-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1118-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-CUSTO            SECTION.

           OPEN INPUT ARQ-CUSTO

           IF WS-FS-ARQ-CUSTO          EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DA TABELA DE CUSTOS"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1133-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VISITA"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1133-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-RENTABILIDADE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO RENTABIL."
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-LER-ARQ-CARTEIRA           SECTION.

           READ ARQ-CARTEIRA           NEXT RECORD

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO CARTEIRA"
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       1155-99-FIM.                    EXIT.

       1160-LER-ARQ-CUSTO              SECTION.

           READ ARQ-CUSTO              NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1165-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           .
       1165-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-RENTABILIDADE
                                       FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRENT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO RENTABIL."
                                       TO BOOKRENT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRENT-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKRENT-REG-COD-VEND  TO WS-CAB-COD-VEND
           MOVE BOOKRENT-REG-CUSTO-VISITA
                                       TO WS-CAB-CUSTO-VISITA
           MOVE BOOKRENT-REG-CUSTO-KM  TO WS-CAB-CUSTO-KM
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-RENTABILIDADE
                ON ASCENDING KEY  SD-REN-SECAO
                ON DESCENDING KEY SD-REN-CONTRIBUICAO
                ON ASCENDING KEY  SD-REN-COD-VENDEDOR
                                  SD-REN-COD-CLIENTE
                INPUT PROCEDURE 2100-SELECIONAR-CARTEIRA
                OUTPUT PROCEDURE 2500-LISTAR-RENTABILIDADE

           MOVE BOOKRENT-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKRENT-REG-QTD-VENDEDORES
                                       TO WS-TRL-QTD-VENDEDORES
           MOVE BOOKRENT-REG-QTD-DEFICITARIOS
                                       TO WS-TRL-QTD-DEFICITARIOS
           MOVE BOOKRENT-REG-QTD-SEM-CUSTO
                                       TO WS-TRL-QTD-SEM-CUSTO
           MOVE BOOKRENT-REG-CONTRIBUICAO
                                       TO WS-TRL-CONTRIBUICAO
           MOVE BOOKRENT-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKRENT-REG-QTD-CLIENTES
                                       EQUAL ZEROS
             MOVE 3                    TO BOOKRENT-CTRL-COD
             MOVE "NENHUM CLIENTE EM CARTEIRA"
                                       TO BOOKRENT-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRENT-CTRL-COD
             MOVE "RELATORIO DE RENTABILIDADE GERADO"
                                       TO BOOKRENT-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-CARTEIRA        SECTION.

           PERFORM 1140-LER-ARQ-CARTEIRA

           PERFORM 2110-PROCESSAR-CLIENTE
                                       UNTIL WS-FS-ARQ-CARTEIRA
                                       EQUAL '10'

           PERFORM 2150-LIBERAR-VENDEDORES

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-CLIENTE          SECTION.

           IF BOOKRENT-REG-COD-VEND    EQUAL ZEROS OR
              FD-CART-COD-VENDEDOR     EQUAL BOOKRENT-REG-COD-VEND
             MOVE FD-CART-COD-CLIENTE  TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         EQUAL ZEROS AND
                FD-CLI-ATIVO AND
                FD-CART-COD-VENDEDOR   GREATER ZEROS
               ADD 1                   TO BOOKRENT-REG-QTD-CLIENTES

               PERFORM 2200-APURAR-MARGEM
               PERFORM 2300-APURAR-VISITAS
               PERFORM 2400-APURAR-CUSTO-SERVIR
               PERFORM 2420-AVALIAR-FREQUENCIA
               PERFORM 2130-LIBERAR-CLIENTE
             END-IF
           END-IF

           PERFORM 1140-LER-ARQ-CARTEIRA

           .
       2110-99-FIM.                    EXIT.

       2130-LIBERAR-CLIENTE            SECTION.

           ADD 1                       TO WS-TVD-QTD-CLIENTES
                                       (FD-CART-COD-VENDEDOR)
           ADD WS-CLI-RECEITA          TO WS-TVD-RECEITA
                                       (FD-CART-COD-VENDEDOR)
           ADD WS-CLI-MARGEM           TO WS-TVD-MARGEM
                                       (FD-CART-COD-VENDEDOR)
           ADD WS-CLI-CUSTO-SERVIR     TO WS-TVD-CUSTO-SERVIR
                                       (FD-CART-COD-VENDEDOR)
           IF WS-CLI-DEFICITARIO       EQUAL 'S'
             ADD 1                     TO WS-TVD-QTD-DEFICIT
                                       (FD-CART-COD-VENDEDOR)
                                       BOOKRENT-REG-QTD-DEFICITARIOS
           END-IF
           ADD WS-CLI-CONTRIBUICAO     TO BOOKRENT-REG-CONTRIBUICAO

           INITIALIZE                  SD-RENTABILIDADE
           SET SD-REN-SECAO-CLIENTE    TO TRUE
           MOVE WS-CLI-CONTRIBUICAO    TO SD-REN-CONTRIBUICAO
           MOVE FD-CART-COD-VENDEDOR   TO SD-REN-COD-VENDEDOR
           MOVE FD-CART-COD-CLIENTE    TO SD-REN-COD-CLIENTE
           MOVE FD-CLI-RZ-SOCIAL       TO SD-REN-RZ-SOCIAL
           MOVE FD-CLI-FREQ-VISITA     TO SD-REN-FREQ-VISITA
           MOVE WS-CLI-RECEITA         TO SD-REN-RECEITA
           MOVE WS-CLI-CMV             TO SD-REN-CMV
           MOVE WS-CLI-MARGEM          TO SD-REN-MARGEM
           MOVE WS-CLI-QTD-VISITAS     TO SD-REN-QTD-VISITAS
           MOVE WS-CLI-DISTANCIA-KM    TO SD-REN-DISTANCIA-KM
           MOVE WS-CLI-CUSTO-VISITAS   TO SD-REN-CUSTO-VISITAS
           MOVE WS-CLI-CUSTO-DESLOC    TO SD-REN-CUSTO-DESLOC
           MOVE WS-CLI-CUSTO-SERVIR    TO SD-REN-CUSTO-SERVIR
           MOVE WS-CLI-CUSTO-FREQUENCIA
                                       TO SD-REN-CUSTO-FREQUENCIA
           MOVE WS-CLI-DEFICITARIO     TO SD-REN-DEFICITARIO
           MOVE WS-CLI-FREQ-SUGERIDA   TO SD-REN-FREQ-SUGERIDA
           RELEASE SD-RENTABILIDADE

           .
       2130-99-FIM.                    EXIT.

       2150-LIBERAR-VENDEDORES         SECTION.

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 99999
             IF WS-TVD-QTD-CLIENTES (WS-IDX-VEND)
                                       GREATER ZEROS
               ADD 1                   TO BOOKRENT-REG-QTD-VENDEDORES

               INITIALIZE              SD-RENTABILIDADE
               SET SD-REN-SECAO-VENDEDOR
                                       TO TRUE
               MOVE WS-IDX-VEND        TO SD-REN-COD-VENDEDOR
               MOVE WS-TVD-QTD-CLIENTES (WS-IDX-VEND)
                                       TO SD-REN-QTD-CLIENTES
               MOVE WS-TVD-QTD-DEFICIT (WS-IDX-VEND)
                                       TO SD-REN-QTD-DEFICITARIOS
               MOVE WS-TVD-RECEITA (WS-IDX-VEND)
                                       TO SD-REN-RECEITA
               MOVE WS-TVD-MARGEM (WS-IDX-VEND)
                                       TO SD-REN-MARGEM
               MOVE WS-TVD-CUSTO-SERVIR (WS-IDX-VEND)
                                       TO SD-REN-CUSTO-SERVIR
               COMPUTE SD-REN-CONTRIBUICAO
                                       = WS-TVD-MARGEM (WS-IDX-VEND)
                                       - WS-TVD-CUSTO-SERVIR
                                         (WS-IDX-VEND)
               RELEASE SD-RENTABILIDADE
             END-IF
           END-PERFORM

           .
       2150-99-FIM.                    EXIT.

       2200-APURAR-MARGEM              SECTION.

           MOVE ZEROS                  TO WS-CLI-RECEITA
                                       WS-CLI-CMV
                                       WS-CLI-MARGEM

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35' AND
              WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             MOVE FD-CART-COD-CLIENTE  TO FD-PEH-COD-CLIENTE

             START ARQ-PEDHDR          KEY IS EQUAL
                                       FD-PEH-COD-CLIENTE

             IF WS-FS-ARQ-PEDHDR       EQUAL ZEROS
               PERFORM 1150-LER-ARQ-PEDHDR
               PERFORM                 UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS OR
                                       FD-PEH-COD-CLIENTE NOT EQUAL
                                       FD-CART-COD-CLIENTE
                 IF NOT FD-PEH-CANCELADO AND
                    FD-PEH-DATA-PEDIDO (1:6)
                                       EQUAL BOOKRENT-REG-ANO-MES
                   PERFORM 2210-APURAR-ITENS-PEDIDO
                 END-IF
                 PERFORM 1150-LER-ARQ-PEDHDR
               END-PERFORM
             END-IF
           END-IF

           COMPUTE WS-CLI-MARGEM       = WS-CLI-RECEITA
                                       - WS-CLI-CMV

           .
       2200-99-FIM.                    EXIT.

       2210-APURAR-ITENS-PEDIDO        SECTION.

           MOVE FD-PEH-NUM-PEDIDO      TO FD-PED-NUM-PEDIDO
           MOVE ZEROS                  TO FD-PED-SEQ-ITEM

           START ARQ-PEDIDO            KEY IS NOT LESS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS
             PERFORM 1155-LER-ARQ-PEDIDO
             PERFORM                   UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
               ADD FD-PED-VALOR        TO WS-CLI-RECEITA

               PERFORM 2220-APURAR-CUSTO-PRODUTO

               IF WS-CUSTO-ACHOU       EQUAL 'S'
                 COMPUTE WS-CLI-CMV    = WS-CLI-CMV
                                       + WS-CUSTO-VIGENTE
                                       * FD-PED-QUANTIDADE
               ELSE
                 ADD 1                 TO BOOKRENT-REG-QTD-SEM-CUSTO
               END-IF
               PERFORM 1155-LER-ARQ-PEDIDO
             END-PERFORM
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-APURAR-CUSTO-PRODUTO       SECTION.

           MOVE 'N'                    TO WS-CUSTO-ACHOU
           MOVE ZEROS                  TO WS-CUSTO-VIGENTE

           IF WS-FS-ARQ-CUSTO          NOT EQUAL '35'
             MOVE FD-PED-COD-PRODUTO   TO FD-CUS-COD-PRODUTO
             MOVE ZEROS                TO FD-CUS-DATA-INICIO

             START ARQ-CUSTO           KEY IS NOT LESS FD-CUS-CHAVE

             IF WS-FS-ARQ-CUSTO        EQUAL ZEROS
               PERFORM 1160-LER-ARQ-CUSTO
               PERFORM 2221-AVALIAR-CUSTO
                                       UNTIL WS-FS-ARQ-CUSTO
                                       NOT EQUAL ZEROS OR
                                       FD-CUS-COD-PRODUTO NOT EQUAL
                                       FD-PED-COD-PRODUTO OR
                                       FD-CUS-DATA-INICIO GREATER
                                       FD-PEH-DATA-PEDIDO
             END-IF
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2221-AVALIAR-CUSTO              SECTION.

           IF FD-CUS-DATA-INICIO       NOT GREATER
                                       FD-PEH-DATA-PEDIDO AND
              (FD-CUS-DATA-FIM         EQUAL ZEROS OR
               FD-CUS-DATA-FIM         NOT LESS
                                       FD-PEH-DATA-PEDIDO)
             MOVE FD-CUS-CUSTO-UNITARIO
                                       TO WS-CUSTO-VIGENTE
             MOVE 'S'                  TO WS-CUSTO-ACHOU
           END-IF

           PERFORM 1160-LER-ARQ-CUSTO

           .
       2221-99-FIM.                    EXIT.

       2300-APURAR-VISITAS             SECTION.

           MOVE ZEROS                  TO WS-CLI-QTD-VISITAS

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             MOVE FD-CART-COD-CLIENTE  TO FD-VIS-COD-CLIENTE

             START ARQ-VISITA          KEY IS EQUAL
                                       FD-VIS-COD-CLIENTE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               PERFORM 1165-LER-ARQ-VISITA
               PERFORM                 UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS OR
                                       FD-VIS-COD-CLIENTE NOT EQUAL
                                       FD-CART-COD-CLIENTE
                 IF FD-VIS-RESULTADO   NOT EQUAL 'C' AND
                    FD-VIS-DATA-VISITA (1:6)
                                       EQUAL BOOKRENT-REG-ANO-MES
                   ADD 1               TO WS-CLI-QTD-VISITAS
                 END-IF
                 PERFORM 1165-LER-ARQ-VISITA
               END-PERFORM
             END-IF
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2400-APURAR-CUSTO-SERVIR        SECTION.

           COMPUTE WS-CLI-DISTANCIA-KM ROUNDED
                                       = FD-CART-DISTANCIA / 1000

           COMPUTE WS-CLI-CUSTO-POR-VISITA ROUNDED
                                       = BOOKRENT-REG-CUSTO-VISITA
                                       + WS-CLI-DISTANCIA-KM * 2
                                       * BOOKRENT-REG-CUSTO-KM

           COMPUTE WS-CLI-CUSTO-VISITAS ROUNDED
                                       = WS-CLI-QTD-VISITAS
                                       * BOOKRENT-REG-CUSTO-VISITA

           COMPUTE WS-CLI-CUSTO-DESLOC ROUNDED
                                       = WS-CLI-QTD-VISITAS
                                       * WS-CLI-DISTANCIA-KM * 2
                                       * BOOKRENT-REG-CUSTO-KM

           COMPUTE WS-CLI-CUSTO-SERVIR = WS-CLI-CUSTO-VISITAS
                                       + WS-CLI-CUSTO-DESLOC

           COMPUTE WS-CLI-CONTRIBUICAO = WS-CLI-MARGEM
                                       - WS-CLI-CUSTO-SERVIR

           .
       2400-99-FIM.                    EXIT.

       2420-AVALIAR-FREQUENCIA         SECTION.

           MOVE 'N'                    TO WS-CLI-DEFICITARIO
           MOVE SPACES                 TO WS-CLI-FREQ-SUGERIDA

           EVALUATE TRUE
             WHEN FD-CLI-FREQ-SEMANAL
               MOVE WS-VISITAS-MES-SEMANAL
                                       TO WS-CLI-VISITAS-PLANO
             WHEN FD-CLI-FREQ-QUINZENAL
               MOVE WS-VISITAS-MES-QUINZENAL
                                       TO WS-CLI-VISITAS-PLANO
             WHEN OTHER
               MOVE WS-VISITAS-MES-MENSAL
                                       TO WS-CLI-VISITAS-PLANO
           END-EVALUATE

           COMPUTE WS-CLI-CUSTO-FREQUENCIA
                                       = WS-CLI-VISITAS-PLANO
                                       * WS-CLI-CUSTO-POR-VISITA

           IF WS-CLI-CUSTO-FREQUENCIA  GREATER WS-CLI-MARGEM
             MOVE 'S'                  TO WS-CLI-DEFICITARIO

             EVALUATE TRUE
               WHEN FD-CLI-FREQ-SEMANAL
                 COMPUTE WS-CLI-CUSTO-QUINZENAL
                                       = WS-VISITAS-MES-QUINZENAL
                                       * WS-CLI-CUSTO-POR-VISITA
                 IF WS-CLI-CUSTO-QUINZENAL
                                       NOT GREATER WS-CLI-MARGEM
                   MOVE 'Q'            TO WS-CLI-FREQ-SUGERIDA
                 ELSE
                   MOVE 'M'            TO WS-CLI-FREQ-SUGERIDA
                 END-IF
               WHEN FD-CLI-FREQ-QUINZENAL
                 MOVE 'M'              TO WS-CLI-FREQ-SUGERIDA
               WHEN OTHER
                 MOVE SPACES           TO WS-CLI-FREQ-SUGERIDA
             END-EVALUATE
           END-IF

           .
       2420-99-FIM.                    EXIT.

       2500-LISTAR-RENTABILIDADE       SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE ZEROS                  TO WS-QUEBRA-SECAO
                                       WS-RANKING

           RETURN WORK-RENTABILIDADE   AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2510-LISTAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           .
       2500-99-FIM.                    EXIT.

       2510-LISTAR-REGISTRO            SECTION.

           IF SD-REN-SECAO             NOT EQUAL WS-QUEBRA-SECAO
             MOVE SD-REN-SECAO         TO WS-QUEBRA-SECAO
             MOVE ZEROS                TO WS-RANKING
           END-IF

           ADD 1                       TO WS-RANKING

           IF SD-REN-SECAO-CLIENTE
             PERFORM 2520-GRAVAR-CLIENTE
           ELSE
             PERFORM 2530-GRAVAR-VENDEDOR
           END-IF

           RETURN WORK-RENTABILIDADE   AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2510-99-FIM.                    EXIT.

       2520-GRAVAR-CLIENTE             SECTION.

           MOVE WS-RANKING             TO WS-RCL-RANKING
           MOVE SD-REN-COD-VENDEDOR    TO WS-RCL-COD-VENDEDOR
           MOVE SD-REN-COD-CLIENTE     TO WS-RCL-COD-CLIENTE
           MOVE SD-REN-RZ-SOCIAL       TO WS-RCL-RZ-SOCIAL
           MOVE SD-REN-FREQ-VISITA     TO WS-RCL-FREQ-VISITA
           MOVE SD-REN-RECEITA         TO WS-RCL-RECEITA
           MOVE SD-REN-CMV             TO WS-RCL-CMV
           MOVE SD-REN-MARGEM          TO WS-RCL-MARGEM
           MOVE SD-REN-QTD-VISITAS     TO WS-RCL-QTD-VISITAS
           MOVE SD-REN-DISTANCIA-KM    TO WS-RCL-DISTANCIA-KM
           MOVE SD-REN-CUSTO-VISITAS   TO WS-RCL-CUSTO-VISITAS
           MOVE SD-REN-CUSTO-DESLOC    TO WS-RCL-CUSTO-DESLOC
           MOVE SD-REN-CUSTO-SERVIR    TO WS-RCL-CUSTO-SERVIR
           MOVE SD-REN-CONTRIBUICAO    TO WS-RCL-CONTRIBUICAO
           MOVE SD-REN-CUSTO-FREQUENCIA
                                       TO WS-RCL-CUSTO-FREQUENCIA
           MOVE SD-REN-DEFICITARIO     TO WS-RCL-DEFICITARIO
           MOVE SD-REN-FREQ-SUGERIDA   TO WS-RCL-FREQ-SUGERIDA

           MOVE WS-RELAT-CLIENTE       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2520-99-FIM.                    EXIT.

       2530-GRAVAR-VENDEDOR            SECTION.

           MOVE WS-RANKING             TO WS-RVD-RANKING
           MOVE SD-REN-COD-VENDEDOR    TO WS-RVD-COD-VENDEDOR
                                       FD-VEND-COD-VENDEDOR
           MOVE SPACES                 TO WS-RVD-NOME

           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-RVD-NOME
           END-IF

           MOVE SD-REN-QTD-CLIENTES    TO WS-RVD-QTD-CLIENTES
           MOVE SD-REN-RECEITA         TO WS-RVD-RECEITA
           MOVE SD-REN-MARGEM          TO WS-RVD-MARGEM
           MOVE SD-REN-CUSTO-SERVIR    TO WS-RVD-CUSTO-SERVIR
           MOVE SD-REN-CONTRIBUICAO    TO WS-RVD-CONTRIBUICAO
           MOVE SD-REN-QTD-DEFICITARIOS
                                       TO WS-RVD-QTD-DEFICITARIOS

           MOVE WS-RELAT-VENDEDOR      TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2530-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CARTEIRA
                                       ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-CUSTO
                                       ARQ-VISITA
                                       ARQ-RELAT-RENTABILIDADE

           IF BOOKRENT-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELRENTA.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELRENTA"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRENT-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRENT-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
