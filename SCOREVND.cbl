       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. SCOREVND.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

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

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-VISITA           ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-PEDHDR           ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT OPTIONAL ARQ-META    ASSIGN TO DISK "METAVND.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MET-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-META.

           SELECT ARQ-ROTEIRO          ASSIGN TO DISK WS-ENDER-ROTEIRO
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ROTEIRO.

           SELECT OPTIONAL ARQ-HIST-SCORE
                                       ASSIGN TO DISK "SCOREHIS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SCH-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.

           SELECT ARQ-RELAT            ASSIGN TO DISK "SCOREVND.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-FILIAL          ASSIGN TO "WSCFIL.TMP".

           SELECT WORK-RANKING         ASSIGN TO "WSCRNK.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-META
           LABEL RECORD                IS STANDARD.
       01  FD-META.
           05 FD-MET-CHAVE.
               10 FD-MET-COD-VENDEDOR  PIC 9(005).
               10 FD-MET-ANO-MES       PIC 9(006).
           05 FD-MET-META-VALOR        PIC 9(011)V9(002).
           05 FD-MET-OPERADOR          PIC X(010).

       FD  ARQ-ROTEIRO
           LABEL RECORD                IS STANDARD.
       01  FD-ROTEIRO.
           05 FD-ROT-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-ROT-SEQUENCIA         PIC 9(004).
           05 FILLER                   PIC X(001).
           05 FD-ROT-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-ROT-RZ-SOCIAL         PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-ROT-DISTANCIA         PIC 9(010)V9(008).

       FD  ARQ-HIST-SCORE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-SCORE.
           05 FD-SCH-CHAVE.
               10 FD-SCH-ANO-MES       PIC 9(006).
               10 FD-SCH-COD-VENDEDOR  PIC 9(005).
           05 FD-SCH-COD-FILIAL        PIC 9(004).
           05 FD-SCH-REGIAO            PIC 9(003).
           05 FD-SCH-NOTA-META         PIC 9(003)V9(002).
           05 FD-SCH-NOTA-CONVERSAO    PIC 9(003)V9(002).
           05 FD-SCH-NOTA-ADERENCIA    PIC 9(003)V9(002).
           05 FD-SCH-NOTA-PRODUTIV     PIC 9(003)V9(002).
           05 FD-SCH-NOTA-COBERTURA    PIC 9(003)V9(002).
           05 FD-SCH-INDICADORES       PIC X(005).
           05 FD-SCH-NOTA-TOTAL        PIC 9(003)V9(002).
           05 FD-SCH-RANK-FILIAL       PIC 9(005).
           05 FD-SCH-RANK-REGIAO       PIC 9(005).
           05 FD-SCH-DH-GERACAO        PIC 9(014).
           05 FD-SCH-OPERADOR          PIC X(010).

       FD  ARQ-RELAT
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-FILIAL.
       01  SD-FILIAL.
           05 SD-FIL-COD-VENDEDOR      PIC 9(005).
           05 SD-FIL-COD-FILIAL        PIC 9(004).

       SD  WORK-RANKING.
       01  SD-RANKING.
           05 SD-RNK-COD-FILIAL        PIC 9(004).
           05 SD-RNK-RANK-FILIAL       PIC 9(005).
           05 SD-RNK-COD-VENDEDOR      PIC 9(005).
           05 SD-RNK-IDX               PIC 9(004).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-META              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ROTEIRO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-PESO-META                PIC 9(003)          VALUE 030.
       77  WS-PESO-CONVERSAO           PIC 9(003)          VALUE 020.
       77  WS-PESO-ADERENCIA           PIC 9(003)          VALUE 020.
       77  WS-PESO-PRODUTIV            PIC 9(003)          VALUE 015.
       77  WS-PESO-COBERTURA           PIC 9(003)          VALUE 015.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       77  WS-NOME-PARAMETRO           PIC X(020)          VALUE SPACES.

       77  WS-RANKING-MAXIMO           PIC 9(004)          VALUE 5000.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-IDX-RNK                  PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-CMP                  PIC 9(004)          VALUE ZEROS.
       77  WS-QTD-RANKING              PIC 9(004)          VALUE ZEROS.
       77  WS-DIA-ROTEIRO              PIC 9(002)          VALUE ZEROS.
       77  WS-VISITA-COM-PEDIDO        PIC X(001)          VALUE 'N'.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-QUEBRA-VENDEDOR          PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-FILIAL            PIC 9(004)          VALUE ZEROS.
       77  WS-QTD-CLIENTES-FILIAL      PIC 9(005)          VALUE ZEROS.
       77  WS-QTD-PLANEJADOS           PIC 9(005)          VALUE ZEROS.
       77  WS-QTD-PLANO-VISITADOS      PIC 9(005)          VALUE ZEROS.
       77  WS-SOMA-PESOS               PIC 9(005)          VALUE ZEROS.
       77  WS-SOMA-PONDERADA           PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-PCT-CALCULO              PIC 9(007)V9(002)   VALUE ZEROS.
       77  WS-PCT-SUCESSO              PIC 9(003)V9(002)   VALUE ZEROS.
       77  WS-SOMA-NOTAS-TOTAL         PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-SERIAL-MES               PIC 9(006)          VALUE ZEROS.
       77  WS-ANO-MES-ANTERIOR         PIC 9(006)          VALUE ZEROS.
       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.

       01  WS-ANO-MES-CALCULO          PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-CALCULO.
           05 WS-CALC-ANO              PIC 9(004).
           05 WS-CALC-MES              PIC 9(002).

       01  WS-ENDER-ROTEIRO            PIC X(040)          VALUE SPACES.
       01  WS-COD-VEND-EDIT            PIC 9(005)          VALUE ZEROS.
       01  WS-DATA-ROTEIRO             PIC 9(008)          VALUE ZEROS.

       01  WS-TAB-APURACAO.
           05 WS-APU-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-APU-VALOR-VENDAS  PIC 9(011)V9(002).
               10 WS-APU-QTD-VISITAS   PIC 9(005).
               10 WS-APU-QTD-REALIZADAS
                                       PIC 9(005).
               10 WS-APU-QTD-CONVERTIDAS
                                       PIC 9(005).
               10 WS-APU-QTD-CARTEIRA  PIC 9(005).
               10 WS-APU-QTD-CART-VISITADA
                                       PIC 9(005).
               10 WS-APU-COD-FILIAL    PIC 9(004).
               10 WS-APU-QTD-CLI-FILIAL
                                       PIC 9(005).

       01  WS-TAB-RANKING.
           05 WS-RNK-ITEM              OCCURS 5000 TIMES.
               10 WS-RNK-COD-VENDEDOR  PIC 9(005).
               10 WS-RNK-NOME          PIC X(040).
               10 WS-RNK-COD-FILIAL    PIC 9(004).
               10 WS-RNK-REGIAO        PIC 9(003).
               10 WS-RNK-NOTA-META     PIC 9(003)V9(002).
               10 WS-RNK-NOTA-CONVERSAO
                                       PIC 9(003)V9(002).
               10 WS-RNK-NOTA-ADERENCIA
                                       PIC 9(003)V9(002).
               10 WS-RNK-NOTA-PRODUTIV PIC 9(003)V9(002).
               10 WS-RNK-NOTA-COBERTURA
                                       PIC 9(003)V9(002).
               10 WS-RNK-INDICADORES.
                   15 WS-RNK-APLICA-META
                                       PIC X(001).
                   15 WS-RNK-APLICA-CONVERSAO
                                       PIC X(001).
                   15 WS-RNK-APLICA-ADERENCIA
                                       PIC X(001).
                   15 WS-RNK-APLICA-PRODUTIV
                                       PIC X(001).
                   15 WS-RNK-APLICA-COBERTURA
                                       PIC X(001).
               10 WS-RNK-NOTA-TOTAL    PIC 9(003)V9(002).
               10 WS-RNK-RANK-FILIAL   PIC 9(005).
               10 WS-RNK-RANK-REGIAO   PIC 9(005).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PESO-META         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PESO-CONVERSAO    PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PESO-ADERENCIA    PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PESO-PRODUTIV     PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PESO-COBERTURA    PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DH-GERACAO        PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-META         PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-CONVERSAO    PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-ADERENCIA    PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-PRODUTIV     PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-COBERTURA    PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-INDICADORES       PIC X(005)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOTA-TOTAL        PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-RANK-FILIAL       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VAR-FILIAL        PIC -ZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-RANK-REGIAO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VAR-REGIAO        PIC -ZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO-ANT      PIC X(001)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-MEDIA-TOTAL       PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKSCOR.CPY'.

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
           PERFORM 1060-LER-PARAMETROS
           PERFORM 1105-ZERAR-TABELA-APURACAO
           PERFORM 1110-ABRIR-ARQ-VENDEDOR
           PERFORM 1115-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-VISITA
           PERFORM 1125-ABRIR-ARQ-PEDHDR
           PERFORM 1130-ABRIR-ARQ-META
           PERFORM 1135-ABRIR-ARQ-HIST
           PERFORM 1140-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODOS          SECTION.

           IF BOOKSCOR-REG-ANO-MES     EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:6)  TO WS-ANO-MES-CALCULO
             COMPUTE WS-SERIAL-MES     = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 2
             COMPUTE WS-CALC-ANO       = WS-SERIAL-MES / 12
             COMPUTE WS-CALC-MES       = WS-SERIAL-MES
                                       - WS-CALC-ANO * 12 + 1
             MOVE WS-ANO-MES-CALCULO   TO BOOKSCOR-REG-ANO-MES
           ELSE
             MOVE BOOKSCOR-REG-ANO-MES TO WS-ANO-MES-CALCULO
             IF WS-CALC-MES            LESS 1 OR
                WS-CALC-MES            GREATER 12
               MOVE 1                  TO BOOKSCOR-CTRL-COD
               MOVE "MES DE REFERENCIA INVALIDO"
                                       TO BOOKSCOR-CTRL-MSG
               GOBACK
             END-IF
           END-IF

           MOVE BOOKSCOR-REG-ANO-MES   TO WS-ANO-MES-CALCULO
           COMPUTE WS-SERIAL-MES       = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 2
           COMPUTE WS-CALC-ANO         = WS-SERIAL-MES / 12
           COMPUTE WS-CALC-MES         = WS-SERIAL-MES
                                       - WS-CALC-ANO * 12 + 1
           MOVE WS-ANO-MES-CALCULO     TO WS-ANO-MES-ANTERIOR
           .
       1050-99-FIM.                    EXIT.

       1060-LER-PARAMETROS             SECTION.

           MOVE 'PESO-META'            TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PESO-META
           END-IF

           MOVE 'PESO-CONVERSAO'       TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PESO-CONVERSAO
           END-IF

           MOVE 'PESO-ADERENCIA'       TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PESO-ADERENCIA
           END-IF

           MOVE 'PESO-PRODUTIVIDADE'   TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PESO-PRODUTIV
           END-IF

           MOVE 'PESO-COBERTURA'       TO WS-NOME-PARAMETRO
           PERFORM 1061-CONSULTAR-PARAMETRO
           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PESO-COBERTURA
           END-IF

           IF WS-PESO-META             + WS-PESO-CONVERSAO
                                       + WS-PESO-ADERENCIA
                                       + WS-PESO-PRODUTIV
                                       + WS-PESO-COBERTURA
                                       EQUAL ZEROS
             MOVE 030                  TO WS-PESO-META
             MOVE 020                  TO WS-PESO-CONVERSAO
                                       WS-PESO-ADERENCIA
             MOVE 015                  TO WS-PESO-PRODUTIV
                                       WS-PESO-COBERTURA
           END-IF

           MOVE WS-PESO-META           TO BOOKSCOR-REG-PESO-META
           MOVE WS-PESO-CONVERSAO      TO BOOKSCOR-REG-PESO-CONVERSAO
           MOVE WS-PESO-ADERENCIA      TO BOOKSCOR-REG-PESO-ADERENCIA
           MOVE WS-PESO-PRODUTIV       TO BOOKSCOR-REG-PESO-PRODUTIV
           MOVE WS-PESO-COBERTURA      TO BOOKSCOR-REG-PESO-COBERTURA
           .
       1060-99-FIM.                    EXIT.

       1061-CONSULTAR-PARAMETRO        SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE 'C'                    TO BOOKPARM-REG-SERVICO
           MOVE 'SCOREVND'             TO BOOKPARM-REG-PROGRAMA
           MOVE WS-NOME-PARAMETRO      TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM
           .
       1061-99-FIM.                    EXIT.

       1105-ZERAR-TABELA-APURACAO      SECTION.

           MOVE 1                      TO WS-IDX-VEND

           PERFORM                     UNTIL WS-IDX-VEND
                                       GREATER 99999
             MOVE ZEROS                TO WS-APU-VALOR-VENDAS
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-VISITAS
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-REALIZADAS
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-CONVERTIDAS
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-CARTEIRA
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-CART-VISITADA
                                       (WS-IDX-VEND)
                                       WS-APU-COD-FILIAL
                                       (WS-IDX-VEND)
                                       WS-APU-QTD-CLI-FILIAL
                                       (WS-IDX-VEND)
             ADD 1                     TO WS-IDX-VEND
           END-PERFORM

           .
       1105-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-META             SECTION.

           OPEN INPUT ARQ-META

           IF WS-FS-ARQ-META           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO METAVND"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-HIST             SECTION.

           OPEN I-O ARQ-HIST-SCORE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE SCORE"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE SCORE"
                                       TO BOOKSCOR-CTRL-MSG
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
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA LEITURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE VISITAS"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1160-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO CLIENTE"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1165-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO VENDEDOR"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1165-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE SCORE"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-VENDEDOR
                                       ARQ-CLIENTE
                                       ARQ-VISITA
                                       ARQ-PEDHDR
                                       ARQ-META
                                       ARQ-HIST-SCORE
                                       ARQ-RELAT
           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKSCOR-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE WS-PESO-META           TO WS-CAB-PESO-META
           MOVE WS-PESO-CONVERSAO      TO WS-CAB-PESO-CONVERSAO
           MOVE WS-PESO-ADERENCIA      TO WS-CAB-PESO-ADERENCIA
           MOVE WS-PESO-PRODUTIV       TO WS-CAB-PESO-PRODUTIV
           MOVE WS-PESO-COBERTURA      TO WS-CAB-PESO-COBERTURA
           MOVE WS-DH-GERACAO          TO WS-CAB-DH-GERACAO
           MOVE BOOKSCOR-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PEDHDR
             PERFORM 2100-APURAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       EQUAL '10'
           END-IF

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             PERFORM 1155-LER-ARQ-VISITA
             PERFORM 2200-APURAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       EQUAL '10'
           END-IF

           IF WS-FS-ARQ-CLIE           NOT EQUAL '35'
             SORT WORK-FILIAL
                  ON ASCENDING KEY SD-FIL-COD-VENDEDOR
                                   SD-FIL-COD-FILIAL
                  INPUT PROCEDURE 2300-APURAR-CARTEIRA
                  OUTPUT PROCEDURE 2400-DEFINIR-FILIAL
           END-IF

           PERFORM 1165-LER-ARQ-VENDEDOR
           PERFORM 2500-PONTUAR-VENDEDOR
                                       UNTIL WS-FS-ARQ-VEND
                                       EQUAL '10'

           IF WS-QTD-RANKING           EQUAL ZEROS
             MOVE 1                    TO BOOKSCOR-CTRL-COD
             MOVE "NENHUM VENDEDOR COM INDICADORES NO MES"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 2600-CLASSIFICAR-VENDEDORES

           SORT WORK-RANKING
                ON ASCENDING KEY SD-RNK-COD-FILIAL
                                 SD-RNK-RANK-FILIAL
                                 SD-RNK-COD-VENDEDOR
                INPUT PROCEDURE 2700-LIBERAR-RANKING
                OUTPUT PROCEDURE 2800-GRAVAR-RANKING

           MOVE WS-QTD-RANKING         TO BOOKSCOR-REG-QTD-VENDEDORES
           MOVE BOOKSCOR-REG-ANO-MES   TO WS-TRL-ANO-MES
           MOVE WS-QTD-RANKING         TO WS-TRL-QTD-VENDEDORES
           COMPUTE WS-TRL-MEDIA-TOTAL  ROUNDED
                                       = WS-SOMA-NOTAS-TOTAL
                                       / WS-QTD-RANKING
           MOVE BOOKSCOR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKSCOR-CTRL-COD
           MOVE "SCORECARD DE VENDEDORES GERADO"
                                       TO BOOKSCOR-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-APURAR-PEDIDO              SECTION.

           IF FD-PEH-DATA-PEDIDO (1:6) EQUAL BOOKSCOR-REG-ANO-MES AND
              FD-PEH-COD-VENDEDOR      GREATER ZEROS AND
              NOT FD-PEH-CANCELADO
             ADD FD-PEH-VALOR-TOTAL    TO WS-APU-VALOR-VENDAS
                                       (FD-PEH-COD-VENDEDOR)
           END-IF

           PERFORM 1150-LER-ARQ-PEDHDR

           .
       2100-99-FIM.                    EXIT.

       2200-APURAR-VISITA              SECTION.

           IF FD-VIS-DATA-VISITA (1:6) EQUAL BOOKSCOR-REG-ANO-MES AND
              FD-VIS-COD-VENDEDOR      GREATER ZEROS
             ADD 1                     TO WS-APU-QTD-VISITAS
                                       (FD-VIS-COD-VENDEDOR)

             IF FD-VIS-RESULTADO       EQUAL 'R'
               ADD 1                   TO WS-APU-QTD-REALIZADAS
                                       (FD-VIS-COD-VENDEDOR)

               PERFORM 2210-BUSCAR-PEDIDO-VISITA

               IF WS-VISITA-COM-PEDIDO EQUAL 'S'
                 ADD 1                 TO WS-APU-QTD-CONVERTIDAS
                                       (FD-VIS-COD-VENDEDOR)
               END-IF
             END-IF
           END-IF

           PERFORM 1155-LER-ARQ-VISITA

           .
       2200-99-FIM.                    EXIT.

       2210-BUSCAR-PEDIDO-VISITA       SECTION.

           MOVE 'N'                    TO WS-VISITA-COM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         EQUAL '35'
             CONTINUE
           ELSE
             MOVE FD-VIS-COD-CLIENTE   TO FD-PEH-COD-CLIENTE

             START ARQ-PEDHDR          KEY IS EQUAL
                                       FD-PEH-COD-CLIENTE

             IF WS-FS-ARQ-PEDHDR       EQUAL ZEROS
               READ ARQ-PEDHDR         NEXT RECORD
               PERFORM 2220-AVALIAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS OR
                                       FD-PEH-COD-CLIENTE NOT EQUAL
                                       FD-VIS-COD-CLIENTE OR
                                       WS-VISITA-COM-PEDIDO EQUAL 'S'
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-AVALIAR-PEDIDO             SECTION.

           IF FD-PEH-COD-VENDEDOR      EQUAL FD-VIS-COD-VENDEDOR AND
              FD-PEH-DATA-PEDIDO       EQUAL FD-VIS-DATA-VISITA AND
              NOT FD-PEH-CANCELADO
             MOVE 'S'                  TO WS-VISITA-COM-PEDIDO
           ELSE
             READ ARQ-PEDHDR           NEXT RECORD
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2300-APURAR-CARTEIRA            SECTION.

           PERFORM 1160-LER-ARQ-CLIENTE
           PERFORM 2310-AVALIAR-CLIENTE
                                       UNTIL WS-FS-ARQ-CLIE
                                       EQUAL '10'

           .
       2300-99-FIM.                    EXIT.

       2310-AVALIAR-CLIENTE            SECTION.

           IF FD-CLI-ATIVO AND
              FD-CLI-COD-VENDEDOR      GREATER ZEROS
             ADD 1                     TO WS-APU-QTD-CARTEIRA
                                       (FD-CLI-COD-VENDEDOR)

             PERFORM 2320-VERIFICAR-COBERTURA

             MOVE FD-CLI-COD-VENDEDOR  TO SD-FIL-COD-VENDEDOR
             MOVE FD-CLI-FILIAL        TO SD-FIL-COD-FILIAL
             RELEASE SD-FILIAL
           END-IF

           PERFORM 1160-LER-ARQ-CLIENTE

           .
       2310-99-FIM.                    EXIT.

       2320-VERIFICAR-COBERTURA        SECTION.

           IF WS-FS-ARQ-VISITA         EQUAL '35'
             CONTINUE
           ELSE
             MOVE FD-CLI-COD-VENDEDOR  TO FD-VIS-COD-VENDEDOR
             MOVE FD-CLI-COD-CLIENTE   TO FD-VIS-COD-CLIENTE
             COMPUTE FD-VIS-DATA-VISITA
                                       = BOOKSCOR-REG-ANO-MES * 100
                                       + 1

             START ARQ-VISITA          KEY IS NOT LESS
                                       FD-VIS-CHAVE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               READ ARQ-VISITA         NEXT RECORD
               IF WS-FS-ARQ-VISITA     EQUAL ZEROS AND
                  FD-VIS-COD-VENDEDOR  EQUAL FD-CLI-COD-VENDEDOR AND
                  FD-VIS-COD-CLIENTE   EQUAL FD-CLI-COD-CLIENTE AND
                  FD-VIS-DATA-VISITA (1:6)
                                       EQUAL BOOKSCOR-REG-ANO-MES
                 ADD 1                 TO WS-APU-QTD-CART-VISITADA
                                       (FD-CLI-COD-VENDEDOR)
               END-IF
             END-IF
           END-IF

           .
       2320-99-FIM.                    EXIT.

       2400-DEFINIR-FILIAL             SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE ZEROS                  TO WS-QTD-CLIENTES-FILIAL

           RETURN WORK-FILIAL          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-FIL-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-FIL-COD-FILIAL    TO WS-QUEBRA-FILIAL

             PERFORM 2410-CONTAR-CLIENTE
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2420-FECHAR-FILIAL
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2410-CONTAR-CLIENTE             SECTION.

           IF SD-FIL-COD-VENDEDOR      NOT EQUAL WS-QUEBRA-VENDEDOR OR
              SD-FIL-COD-FILIAL        NOT EQUAL WS-QUEBRA-FILIAL
             PERFORM 2420-FECHAR-FILIAL
             MOVE SD-FIL-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE SD-FIL-COD-FILIAL    TO WS-QUEBRA-FILIAL
           END-IF

           ADD 1                       TO WS-QTD-CLIENTES-FILIAL

           RETURN WORK-FILIAL          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2410-99-FIM.                    EXIT.

       2420-FECHAR-FILIAL              SECTION.

           IF WS-QTD-CLIENTES-FILIAL   GREATER
                                       WS-APU-QTD-CLI-FILIAL
                                       (WS-QUEBRA-VENDEDOR)
             MOVE WS-QUEBRA-FILIAL     TO WS-APU-COD-FILIAL
                                       (WS-QUEBRA-VENDEDOR)
             MOVE WS-QTD-CLIENTES-FILIAL
                                       TO WS-APU-QTD-CLI-FILIAL
                                       (WS-QUEBRA-VENDEDOR)
           END-IF

           MOVE ZEROS                  TO WS-QTD-CLIENTES-FILIAL

           .
       2420-99-FIM.                    EXIT.

       2500-PONTUAR-VENDEDOR           SECTION.

           MOVE FD-VEND-COD-VENDEDOR   TO WS-IDX-VEND

           IF FD-VEND-DESLIGADO OR
              WS-IDX-VEND              EQUAL ZEROS
             CONTINUE
           ELSE
             IF WS-QTD-RANKING         LESS WS-RANKING-MAXIMO
               PERFORM 2510-APURAR-ADERENCIA
               PERFORM 2520-CALCULAR-NOTAS
             END-IF
           END-IF

           PERFORM 1165-LER-ARQ-VENDEDOR

           .
       2500-99-FIM.                    EXIT.

       2510-APURAR-ADERENCIA           SECTION.

           MOVE ZEROS                  TO WS-QTD-PLANEJADOS
                                       WS-QTD-PLANO-VISITADOS
           MOVE FD-VEND-COD-VENDEDOR   TO WS-COD-VEND-EDIT
           MOVE 1                      TO WS-DIA-ROTEIRO

           PERFORM                     UNTIL WS-DIA-ROTEIRO
                                       GREATER 31
             COMPUTE WS-DATA-ROTEIRO   = BOOKSCOR-REG-ANO-MES * 100
                                       + WS-DIA-ROTEIRO
             MOVE SPACES               TO WS-ENDER-ROTEIRO
             STRING "ROT"              DELIMITED BY SIZE
                    WS-COD-VEND-EDIT   DELIMITED BY SIZE
                    WS-DATA-ROTEIRO    DELIMITED BY SIZE
                    ".RPT"             DELIMITED BY SIZE
                                       INTO WS-ENDER-ROTEIRO

             OPEN INPUT ARQ-ROTEIRO

             IF WS-FS-ARQ-ROTEIRO      EQUAL ZEROS
               READ ARQ-ROTEIRO
               PERFORM 2515-CONFERIR-PARADA
                                       UNTIL WS-FS-ARQ-ROTEIRO
                                       NOT EQUAL ZEROS
               CLOSE ARQ-ROTEIRO
             END-IF

             ADD 1                     TO WS-DIA-ROTEIRO
           END-PERFORM

           .
       2510-99-FIM.                    EXIT.

       2515-CONFERIR-PARADA            SECTION.

           IF FD-ROT-TIPO              EQUAL 'D'
             ADD 1                     TO WS-QTD-PLANEJADOS

             IF WS-FS-ARQ-VISITA       NOT EQUAL '35'
               MOVE FD-VEND-COD-VENDEDOR
                                       TO FD-VIS-COD-VENDEDOR
               MOVE FD-ROT-COD-CLIENTE TO FD-VIS-COD-CLIENTE
               MOVE WS-DATA-ROTEIRO    TO FD-VIS-DATA-VISITA

               READ ARQ-VISITA         KEY IS FD-VIS-CHAVE

               IF WS-FS-ARQ-VISITA     EQUAL ZEROS AND
                  FD-VIS-RESULTADO     EQUAL 'R'
                 ADD 1                 TO WS-QTD-PLANO-VISITADOS
               END-IF
             END-IF
           END-IF

           READ ARQ-ROTEIRO

           .
       2515-99-FIM.                    EXIT.

       2520-CALCULAR-NOTAS             SECTION.

           ADD 1                       TO WS-QTD-RANKING
           MOVE WS-QTD-RANKING         TO WS-IDX-RNK
           INITIALIZE                  WS-RNK-ITEM (WS-IDX-RNK)
           MOVE 'NNNNN'                TO WS-RNK-INDICADORES
                                       (WS-IDX-RNK)
           MOVE ZEROS                  TO WS-SOMA-PESOS
                                       WS-SOMA-PONDERADA

           MOVE FD-VEND-COD-VENDEDOR   TO WS-RNK-COD-VENDEDOR
                                       (WS-IDX-RNK)
           MOVE FD-VEND-NOME           TO WS-RNK-NOME (WS-IDX-RNK)
           MOVE FD-VEND-REGIAO         TO WS-RNK-REGIAO (WS-IDX-RNK)
           MOVE WS-APU-COD-FILIAL (WS-IDX-VEND)
                                       TO WS-RNK-COD-FILIAL
                                       (WS-IDX-RNK)

           PERFORM 2521-NOTA-META
           PERFORM 2522-NOTA-CONVERSAO
           PERFORM 2523-NOTA-ADERENCIA
           PERFORM 2524-NOTA-PRODUTIVIDADE
           PERFORM 2525-NOTA-COBERTURA

           IF WS-SOMA-PESOS            EQUAL ZEROS
             SUBTRACT 1                FROM WS-QTD-RANKING
           ELSE
             COMPUTE WS-RNK-NOTA-TOTAL (WS-IDX-RNK) ROUNDED
                                       = WS-SOMA-PONDERADA
                                       / WS-SOMA-PESOS
             ADD WS-RNK-NOTA-TOTAL (WS-IDX-RNK)
                                       TO WS-SOMA-NOTAS-TOTAL
           END-IF

           .
       2520-99-FIM.                    EXIT.

       2521-NOTA-META                  SECTION.

           IF WS-FS-ARQ-META           NOT EQUAL '35'
             MOVE FD-VEND-COD-VENDEDOR TO FD-MET-COD-VENDEDOR
             MOVE BOOKSCOR-REG-ANO-MES TO FD-MET-ANO-MES

             READ ARQ-META             KEY IS FD-MET-CHAVE

             IF WS-FS-ARQ-META         EQUAL ZEROS AND
                FD-MET-META-VALOR      GREATER ZEROS
               COMPUTE WS-PCT-CALCULO  ROUNDED
                                       = WS-APU-VALOR-VENDAS
                                       (WS-IDX-VEND) * 100
                                       / FD-MET-META-VALOR
               IF WS-PCT-CALCULO       GREATER 100
                 MOVE 100              TO WS-PCT-CALCULO
               END-IF
               MOVE WS-PCT-CALCULO     TO WS-RNK-NOTA-META
                                       (WS-IDX-RNK)
               MOVE 'S'                TO WS-RNK-APLICA-META
                                       (WS-IDX-RNK)
               ADD WS-PESO-META        TO WS-SOMA-PESOS
               COMPUTE WS-SOMA-PONDERADA
                                       = WS-SOMA-PONDERADA
                                       + WS-PCT-CALCULO
                                       * WS-PESO-META
             END-IF
           END-IF

           .
       2521-99-FIM.                    EXIT.

       2522-NOTA-CONVERSAO             SECTION.

           IF WS-APU-QTD-REALIZADAS (WS-IDX-VEND)
                                       GREATER ZEROS
             COMPUTE WS-PCT-CALCULO    ROUNDED
                                       = WS-APU-QTD-CONVERTIDAS
                                       (WS-IDX-VEND) * 100
                                       / WS-APU-QTD-REALIZADAS
                                       (WS-IDX-VEND)
             MOVE WS-PCT-CALCULO       TO WS-RNK-NOTA-CONVERSAO
                                       (WS-IDX-RNK)
             MOVE 'S'                  TO WS-RNK-APLICA-CONVERSAO
                                       (WS-IDX-RNK)
             ADD WS-PESO-CONVERSAO     TO WS-SOMA-PESOS
             COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                       + WS-PCT-CALCULO
                                       * WS-PESO-CONVERSAO
           END-IF

           .
       2522-99-FIM.                    EXIT.

       2523-NOTA-ADERENCIA             SECTION.

           IF WS-QTD-PLANEJADOS        GREATER ZEROS
             COMPUTE WS-PCT-CALCULO    ROUNDED
                                       = WS-QTD-PLANO-VISITADOS * 100
                                       / WS-QTD-PLANEJADOS
             MOVE WS-PCT-CALCULO       TO WS-RNK-NOTA-ADERENCIA
                                       (WS-IDX-RNK)
             MOVE 'S'                  TO WS-RNK-APLICA-ADERENCIA
                                       (WS-IDX-RNK)
             ADD WS-PESO-ADERENCIA     TO WS-SOMA-PESOS
             COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                       + WS-PCT-CALCULO
                                       * WS-PESO-ADERENCIA
           END-IF

           .
       2523-99-FIM.                    EXIT.

       2524-NOTA-PRODUTIVIDADE         SECTION.

           IF WS-APU-QTD-VISITAS (WS-IDX-VEND)
                                       GREATER ZEROS OR
              FD-VEND-META-VISITAS     GREATER ZEROS
             MOVE ZEROS                TO WS-PCT-SUCESSO

             IF WS-APU-QTD-VISITAS (WS-IDX-VEND)
                                       GREATER ZEROS
               COMPUTE WS-PCT-SUCESSO  ROUNDED
                                       = WS-APU-QTD-REALIZADAS
                                       (WS-IDX-VEND) * 100
                                       / WS-APU-QTD-VISITAS
                                       (WS-IDX-VEND)
             END-IF

             IF FD-VEND-META-VISITAS   GREATER ZEROS
               COMPUTE WS-PCT-CALCULO  ROUNDED
                                       = WS-APU-QTD-VISITAS
                                       (WS-IDX-VEND) * 100
                                       / FD-VEND-META-VISITAS
               IF WS-PCT-CALCULO       GREATER 100
                 MOVE 100              TO WS-PCT-CALCULO
               END-IF
               COMPUTE WS-PCT-CALCULO  ROUNDED
                                       = (WS-PCT-SUCESSO
                                       + WS-PCT-CALCULO) / 2
             ELSE
               MOVE WS-PCT-SUCESSO     TO WS-PCT-CALCULO
             END-IF

             MOVE WS-PCT-CALCULO       TO WS-RNK-NOTA-PRODUTIV
                                       (WS-IDX-RNK)
             MOVE 'S'                  TO WS-RNK-APLICA-PRODUTIV
                                       (WS-IDX-RNK)
             ADD WS-PESO-PRODUTIV      TO WS-SOMA-PESOS
             COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                       + WS-PCT-CALCULO
                                       * WS-PESO-PRODUTIV
           END-IF

           .
       2524-99-FIM.                    EXIT.

       2525-NOTA-COBERTURA             SECTION.

           IF WS-APU-QTD-CARTEIRA (WS-IDX-VEND)
                                       GREATER ZEROS
             COMPUTE WS-PCT-CALCULO    ROUNDED
                                       = WS-APU-QTD-CART-VISITADA
                                       (WS-IDX-VEND) * 100
                                       / WS-APU-QTD-CARTEIRA
                                       (WS-IDX-VEND)
             MOVE WS-PCT-CALCULO       TO WS-RNK-NOTA-COBERTURA
                                       (WS-IDX-RNK)
             MOVE 'S'                  TO WS-RNK-APLICA-COBERTURA
                                       (WS-IDX-RNK)
             ADD WS-PESO-COBERTURA     TO WS-SOMA-PESOS
             COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                       + WS-PCT-CALCULO
                                       * WS-PESO-COBERTURA
           END-IF

           .
       2525-99-FIM.                    EXIT.

       2600-CLASSIFICAR-VENDEDORES     SECTION.

           MOVE 1                      TO WS-IDX-RNK

           PERFORM                     UNTIL WS-IDX-RNK
                                       GREATER WS-QTD-RANKING
             MOVE 1                    TO WS-RNK-RANK-FILIAL
                                       (WS-IDX-RNK)
                                       WS-RNK-RANK-REGIAO
                                       (WS-IDX-RNK)
             MOVE 1                    TO WS-IDX-CMP

             PERFORM 2610-COMPARAR-VENDEDOR
                                       UNTIL WS-IDX-CMP
                                       GREATER WS-QTD-RANKING

             ADD 1                     TO WS-IDX-RNK
           END-PERFORM

           .
       2600-99-FIM.                    EXIT.

       2610-COMPARAR-VENDEDOR          SECTION.

           IF WS-RNK-NOTA-TOTAL (WS-IDX-CMP)
                                       GREATER
              WS-RNK-NOTA-TOTAL (WS-IDX-RNK)
             IF WS-RNK-COD-FILIAL (WS-IDX-CMP)
                                       EQUAL
                WS-RNK-COD-FILIAL (WS-IDX-RNK)
               ADD 1                   TO WS-RNK-RANK-FILIAL
                                       (WS-IDX-RNK)
             END-IF
             IF WS-RNK-REGIAO (WS-IDX-CMP)
                                       EQUAL
                WS-RNK-REGIAO (WS-IDX-RNK)
               ADD 1                   TO WS-RNK-RANK-REGIAO
                                       (WS-IDX-RNK)
             END-IF
           END-IF

           ADD 1                       TO WS-IDX-CMP

           .
       2610-99-FIM.                    EXIT.

       2700-LIBERAR-RANKING            SECTION.

           MOVE 1                      TO WS-IDX-RNK

           PERFORM                     UNTIL WS-IDX-RNK
                                       GREATER WS-QTD-RANKING
             MOVE WS-RNK-COD-FILIAL (WS-IDX-RNK)
                                       TO SD-RNK-COD-FILIAL
             MOVE WS-RNK-RANK-FILIAL (WS-IDX-RNK)
                                       TO SD-RNK-RANK-FILIAL
             MOVE WS-RNK-COD-VENDEDOR (WS-IDX-RNK)
                                       TO SD-RNK-COD-VENDEDOR
             MOVE WS-IDX-RNK           TO SD-RNK-IDX
             RELEASE SD-RANKING
             ADD 1                     TO WS-IDX-RNK
           END-PERFORM

           .
       2700-99-FIM.                    EXIT.

       2800-GRAVAR-RANKING             SECTION.

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-RANKING         AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2810-GRAVAR-VENDEDOR
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           .
       2800-99-FIM.                    EXIT.

       2810-GRAVAR-VENDEDOR            SECTION.

           MOVE SD-RNK-IDX             TO WS-IDX-RNK

           MOVE WS-RNK-COD-FILIAL (WS-IDX-RNK)
                                       TO WS-DET-COD-FILIAL
           MOVE WS-RNK-REGIAO (WS-IDX-RNK)
                                       TO WS-DET-REGIAO
           MOVE WS-RNK-COD-VENDEDOR (WS-IDX-RNK)
                                       TO WS-DET-COD-VEND
           MOVE WS-RNK-NOME (WS-IDX-RNK)
                                       TO WS-DET-NOME
           MOVE WS-RNK-NOTA-META (WS-IDX-RNK)
                                       TO WS-DET-NOTA-META
           MOVE WS-RNK-NOTA-CONVERSAO (WS-IDX-RNK)
                                       TO WS-DET-NOTA-CONVERSAO
           MOVE WS-RNK-NOTA-ADERENCIA (WS-IDX-RNK)
                                       TO WS-DET-NOTA-ADERENCIA
           MOVE WS-RNK-NOTA-PRODUTIV (WS-IDX-RNK)
                                       TO WS-DET-NOTA-PRODUTIV
           MOVE WS-RNK-NOTA-COBERTURA (WS-IDX-RNK)
                                       TO WS-DET-NOTA-COBERTURA
           MOVE WS-RNK-INDICADORES (WS-IDX-RNK)
                                       TO WS-DET-INDICADORES
           MOVE WS-RNK-NOTA-TOTAL (WS-IDX-RNK)
                                       TO WS-DET-NOTA-TOTAL
           MOVE WS-RNK-RANK-FILIAL (WS-IDX-RNK)
                                       TO WS-DET-RANK-FILIAL
           MOVE WS-RNK-RANK-REGIAO (WS-IDX-RNK)
                                       TO WS-DET-RANK-REGIAO

           PERFORM 2820-COMPARAR-MES-ANTERIOR
           PERFORM 2830-GRAVAR-HISTORICO

           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           RETURN WORK-RANKING         AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2810-99-FIM.                    EXIT.

       2820-COMPARAR-MES-ANTERIOR      SECTION.

           MOVE ZEROS                  TO WS-DET-VAR-FILIAL
                                       WS-DET-VAR-REGIAO
           MOVE 'N'                    TO WS-DET-SITUACAO-ANT

           MOVE WS-ANO-MES-ANTERIOR    TO FD-SCH-ANO-MES
           MOVE WS-RNK-COD-VENDEDOR (WS-IDX-RNK)
                                       TO FD-SCH-COD-VENDEDOR

           READ ARQ-HIST-SCORE         KEY IS FD-SCH-CHAVE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             MOVE 'S'                  TO WS-DET-SITUACAO-ANT
             IF FD-SCH-COD-FILIAL      EQUAL
                WS-RNK-COD-FILIAL (WS-IDX-RNK)
               COMPUTE WS-DET-VAR-FILIAL
                                       = FD-SCH-RANK-FILIAL
                                       - WS-RNK-RANK-FILIAL
                                       (WS-IDX-RNK)
             ELSE
               MOVE 'F'                TO WS-DET-SITUACAO-ANT
             END-IF
             IF FD-SCH-REGIAO          EQUAL
                WS-RNK-REGIAO (WS-IDX-RNK)
               COMPUTE WS-DET-VAR-REGIAO
                                       = FD-SCH-RANK-REGIAO
                                       - WS-RNK-RANK-REGIAO
                                       (WS-IDX-RNK)
             ELSE
               MOVE 'R'                TO WS-DET-SITUACAO-ANT
             END-IF
           END-IF

           .
       2820-99-FIM.                    EXIT.

       2830-GRAVAR-HISTORICO           SECTION.

           MOVE BOOKSCOR-REG-ANO-MES   TO FD-SCH-ANO-MES
           MOVE WS-RNK-COD-VENDEDOR (WS-IDX-RNK)
                                       TO FD-SCH-COD-VENDEDOR

           READ ARQ-HIST-SCORE         KEY IS FD-SCH-CHAVE

           MOVE WS-RNK-COD-FILIAL (WS-IDX-RNK)
                                       TO FD-SCH-COD-FILIAL
           MOVE WS-RNK-REGIAO (WS-IDX-RNK)
                                       TO FD-SCH-REGIAO
           MOVE WS-RNK-NOTA-META (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-META
           MOVE WS-RNK-NOTA-CONVERSAO (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-CONVERSAO
           MOVE WS-RNK-NOTA-ADERENCIA (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-ADERENCIA
           MOVE WS-RNK-NOTA-PRODUTIV (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-PRODUTIV
           MOVE WS-RNK-NOTA-COBERTURA (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-COBERTURA
           MOVE WS-RNK-INDICADORES (WS-IDX-RNK)
                                       TO FD-SCH-INDICADORES
           MOVE WS-RNK-NOTA-TOTAL (WS-IDX-RNK)
                                       TO FD-SCH-NOTA-TOTAL
           MOVE WS-RNK-RANK-FILIAL (WS-IDX-RNK)
                                       TO FD-SCH-RANK-FILIAL
           MOVE WS-RNK-RANK-REGIAO (WS-IDX-RNK)
                                       TO FD-SCH-RANK-REGIAO
           MOVE WS-DH-GERACAO          TO FD-SCH-DH-GERACAO
           MOVE BOOKSCOR-REG-OPERADOR  TO FD-SCH-OPERADOR

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             REWRITE FD-HIST-SCORE
           ELSE
             WRITE FD-HIST-SCORE
           END-IF

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSCOR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE SCORE"
                                       TO BOOKSCOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2830-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1180-FECHAR-ARQUIVOS

           IF BOOKSCOR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "SCOREVND.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "SCOREVND"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKSCOR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKSCOR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
