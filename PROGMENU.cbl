                  ACCESS MODE          IS SEQUENTIAL
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CONSVIS.

           SELECT ARQ-CONSULTA-REL     ASSIGN TO "CONSRELT.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CONSREL.

           SELECT OPTIONAL ARQ-SUGESTAO
                                       ASSIGN TO DISK "SUGESTAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUG-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SUGESTAO.

           SELECT ARQ-ALERTAS          ASSIGN TO "ALERTAS.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
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

       FD  ARQ-BUSCA-CLIENTE
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001).
           05 FD-CVW-DADOS             PIC X(080).

       FD  ARQ-CONSULTA-REL
           LABEL RECORD                IS STANDARD.
       01  FD-CONSULTA-REL.
           05 FD-CRL-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-CRL-DADOS             PIC X(080).

       FD  ARQ-SUGESTAO
           LABEL RECORD                IS STANDARD.
       01  FD-SUGESTAO.
           05 FD-SUG-CHAVE.
               10 FD-SUG-COD-CLIENTE   PIC 9(007).
               10 FD-SUG-COD-PRODUTO   PIC 9(005).
           05 FD-SUG-COD-VENDEDOR      PIC 9(005).
           05 FD-SUG-QTD-SUGERIDA      PIC 9(005).
           05 FD-SUG-QTD-MEDIA         PIC 9(005).
           05 FD-SUG-INTERVALO-MEDIO   PIC 9(004).
           05 FD-SUG-DIAS-ULT-PEDIDO   PIC 9(004).
           05 FD-SUG-DATA-ULT-PEDIDO   PIC 9(008).
           05 FD-SUG-QTD-PEDIDOS       PIC 9(003).
           05 FD-SUG-DATA-GERACAO      PIC 9(008).

       FD  ARQ-ALERTAS
           LABEL RECORD                IS STANDARD.
       01  FD-ALERTAS.
       77  WS-FS-ARQ-BUSCA-VEN         PIC X(002)          VALUE SPACES.

       77  WS-FS-ARQ-CONSVIS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CONSREL           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ALERTAS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ALETRAB           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SUGESTAO          PIC X(002)          VALUE SPACES.
       77  WS-SUGESTAO-LINHA           PIC 9(002)          VALUE ZEROS.

       77  WS-QTD-ALERTAS-PEND         PIC 9(003)          VALUE ZEROS.
       77  WS-ALERTA-LINHA             PIC 9(002)          VALUE ZEROS.
              10 WS-BLOQ-FINANCEIRO    PIC X(001)          VALUE 'N'.
              10 WS-MOTIVO-REATIVACAO  PIC X(001)          VALUE SPACES.
              10 WS-PROTEGIDO-LGPD     PIC X(001)          VALUE SPACES.
              10 WS-CLI-COD-REDE       PIC 9(005)          VALUE ZEROS.

           05 WS-VENDEDOR.
              10 WS-CODIGO             PIC 9(005)          VALUE ZEROS.
              10 WS-META-VISITAS       PIC 9(005)          VALUE ZEROS.
              10 WS-PCT-COMISSAO       PIC 9(003)V9(002)   VALUE ZEROS.
              10 WS-VEND-STATUS        PIC X(001)          VALUE 'A'.
              10 WS-VEND-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.

           05 WS-RELATORIO.
              10 WS-TIPO-ORDENACAO     PIC X(001)          VALUE SPACES.
              10 WS-MODO-ROTEIRO-RELAT PIC X(001)          VALUE 'D'.
              10 WS-SIMULACAO-RELAT    PIC X(001)          VALUE 'N'.
              10 WS-MODO-DISTRIB-RELAT PIC X(001)          VALUE 'P'.
              10 WS-VALOR-KM-RELAT     PIC 9(003)V9(004)   VALUE ZEROS.
              10 WS-LIMITE-KM-RELAT    PIC 9(005)          VALUE ZEROS.
              10 WS-CAPAC-PESO-RELAT   PIC 9(007)V9(003)   VALUE ZEROS.
              10 WS-CAPAC-VOLUME-RELAT PIC 9(005)V9(004)   VALUE ZEROS.
              10 WS-QTD-VEICULOS-RELAT PIC 9(003)          VALUE ZEROS.
              10 WS-LAT-DEPOSITO-RELAT PIC S9(003)V9(008)  VALUE ZEROS.
              10 WS-LON-DEPOSITO-RELAT PIC S9(003)V9(008)  VALUE ZEROS.
              10 WS-MODO-INCR-RELAT    PIC X(001)          VALUE 'N'.
              10 WS-DIAS-CONFIRM-RELAT PIC 9(004)          VALUE ZEROS.
              10 WS-MESES-HIST-RELAT   PIC 9(002)          VALUE ZEROS.
              10 WS-MESES-MEDIA-RELAT  PIC 9(002)          VALUE ZEROS.

       01  WS-VISITA.
           05 WS-VIS-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 WS-VIS-LATITUDE          PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-VIS-LONGITUDE         PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-VIS-VEND-EXECUTOR     PIC 9(005)          VALUE ZEROS.
           05 WS-VIS-NUM-ATIVO         PIC 9(007)          VALUE ZEROS.
           05 WS-VIS-SITUACAO-ATIVO    PIC X(001)          VALUE SPACES.
           05 WS-VIS-COD-PERGUNTA      PIC 9(003)          VALUE ZEROS.
           05 WS-VIS-DESC-PERGUNTA     PIC X(040)          VALUE SPACES.
           05 WS-VIS-PESO-PERGUNTA     PIC 9(003)          VALUE ZEROS.
           05 WS-VIS-RESPOSTA          PIC X(001)          VALUE SPACES.
           05 WS-VIS-FIM-CHECKLIST     PIC X(001)          VALUE 'N'.

       01  WS-CONSULTA-VISITA.
           05 WS-CVI-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-CVI-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.

       01  WS-CONSULTA-REPOSITORIO.
           05 WS-CRP-RELATORIO         PIC X(008)          VALUE SPACES.
           05 WS-CRP-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-CRP-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 WS-CRP-NUM-ENTRADA       PIC 9(007)          VALUE ZEROS.
           05 WS-CRP-LINHA-INICIAL     PIC 9(007)          VALUE ZEROS.
           05 WS-CRP-DIAS-RETENCAO     PIC 9(005)          VALUE ZEROS.
           05 WS-CRP-TITULO            PIC X(070)          VALUE SPACES.

       01  WS-FECHAMENTO-PERIODO.
           05 WS-FPE-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 WS-FPE-MOTIVO            PIC X(040)          VALUE SPACES.
           05 WS-FPE-LINHA             PIC X(070)          VALUE SPACES.

       01  WS-PEDIDO.
           05 WS-PED-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 WS-PED-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 WS-PED-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-PED-MOTIVO-CANCEL     PIC X(001)          VALUE SPACES.

       01  WS-DEVOLUCAO.
           05 WS-DEV-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 WS-DEV-SEQ-ITEM          PIC 9(003)          VALUE ZEROS.
           05 WS-DEV-QUANTIDADE        PIC 9(005)          VALUE ZEROS.
           05 WS-DEV-MOTIVO            PIC X(001)          VALUE SPACES.

       01  WS-RECEBIMENTO.
           05 WS-RCB-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 WS-RCB-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-RCB-DATA-VISITA       PIC 9(008)          VALUE ZEROS.
           05 WS-RCB-FORMA-PAGTO       PIC X(001)          VALUE SPACES.
           05 WS-RCB-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-RCB-NUM-DOCUMENTO     PIC X(015)          VALUE SPACES.
           05 WS-RCB-TITULO-1          PIC X(015)          VALUE SPACES.
           05 WS-RCB-TITULO-2          PIC X(015)          VALUE SPACES.
           05 WS-RCB-TITULO-3          PIC X(015)          VALUE SPACES.
           05 WS-RCB-DECL-DINHEIRO     PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-RCB-DECL-CHEQUE       PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-RCB-DECL-PIX          PIC 9(009)V9(002)   VALUE ZEROS.

       01  WS-COMPARACAO.
           05 WS-CMP-ARQ-ANTERIOR      PIC X(040)          VALUE SPACES.
           05 WS-CMP-ARQ-ATUAL         PIC X(040)          VALUE SPACES.
           88  WS-OPERADOR-CONSULTA                         VALUE '1'.
           88  WS-OPERADOR-ATUALIZA                         VALUE '2'.
           88  WS-OPERADOR-ADMIN                            VALUE '3'.
           88  WS-OPERADOR-SUPERVISOR                       VALUE '4'.

       77  WS-SUPERVISOR-OPERADOR      PIC 9(005)          VALUE ZEROS.

       77  WS-LOGIN-TENTATIVAS         PIC 9(001)          VALUE ZEROS.
       77  WS-LOGIN-LIBERADO           PIC X(001)          VALUE 'N'.
       77  WS-NOVA-SENHA               PIC X(010)          VALUE SPACES.
       77  WS-CONF-SENHA               PIC X(010)          VALUE SPACES.
       77  WS-TROCA-SENHA              PIC X(001)          VALUE 'N'.
           88  WS-TROCA-CONCLUIDA                           VALUE 'S'.
           88  WS-TROCA-CANCELADA                           VALUE 'C'.
       77  WS-ACE-EVENTO               PIC X(001)          VALUE SPACES.
       77  WS-ACE-DETALHE              PIC X(040)          VALUE SPACES.
       77  WS-ACESSO-OPCAO             PIC X(001)          VALUE 'N'.
           88  WS-ACESSO-LIBERADO                           VALUE 'S'.


       77  WS-FILIAL-FILTRO            PIC 9(004)          VALUE ZEROS.

       01  WS-CHECKLIST-CAD.
           05 WS-CHK-CODIGO            PIC 9(003)          VALUE ZEROS.
           05 WS-CHK-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-CHK-PESO              PIC 9(003)          VALUE ZEROS.
           05 WS-CHK-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-CHK-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 WS-CHK-CLASSE-ABC        PIC X(001)          VALUE SPACES.
           05 WS-CHK-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 WS-CHK-STATUS            PIC X(001)          VALUE SPACES.
           05 WS-CHK-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-REDE-CAD.
           05 WS-RED-CODIGO            PIC 9(005)          VALUE ZEROS.
           05 WS-RED-NOME              PIC X(040)          VALUE SPACES.
           05 WS-RED-GERENTE-CONTA     PIC X(040)          VALUE SPACES.
           05 WS-RED-LIMITE-CREDITO    PIC 9(011)V9(002)   VALUE ZEROS.
           05 WS-RED-BLOQ-FINANCEIRO   PIC X(001)          VALUE SPACES.
           05 WS-RED-STATUS            PIC X(001)          VALUE SPACES.

       77  WS-RED-SERVICO              PIC X(001)          VALUE SPACES.

       01  WS-PROSPECT-CAD.
           05 WS-PRS-CODIGO            PIC 9(007)          VALUE ZEROS.
           05 WS-PRS-NOME              PIC X(040)          VALUE SPACES.
           05 WS-PRS-LAT               PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-PRS-LONG              PIC S9(003)V9(008)  VALUE ZEROS.
           05 WS-PRS-VOLUME            PIC 9(007)          VALUE ZEROS.
           05 WS-PRS-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 WS-PRS-CONTATO           PIC X(040)          VALUE SPACES.
           05 WS-PRS-TELEFONE          PIC X(015)          VALUE SPACES.
           05 WS-PRS-STATUS            PIC X(001)          VALUE SPACES.
           05 WS-PRS-MOTIVO-PERDA      PIC X(040)          VALUE SPACES.
           05 WS-PRS-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-PRS-CNPJ              PIC 9(014)          VALUE ZEROS.
           05 WS-PRS-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 WS-PRS-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-PRS-DATA-FIM          PIC 9(008)          VALUE ZEROS.

       77  WS-PRS-SERVICO              PIC X(001)          VALUE SPACES.

       01  WS-CATEGORIA-CAD.
           05 WS-CAT-CODIGO            PIC 9(003)          VALUE ZEROS.
           05 WS-CAT-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-CAT-STATUS            PIC X(001)          VALUE SPACES.
           05 WS-CAT-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-MARCA-CAD.
           05 WS-MAR-CODIGO            PIC 9(004)          VALUE ZEROS.
           05 WS-MAR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-MAR-FABRICANTE        PIC X(040)          VALUE SPACES.
           05 WS-MAR-STATUS            PIC X(001)          VALUE SPACES.
           05 WS-MAR-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-SUPERVISOR-CAD.
           05 WS-SUP-CODIGO            PIC 9(005)          VALUE ZEROS.
           05 WS-SUP-NOME              PIC X(040)          VALUE SPACES.
           05 WS-SUP-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 WS-SUP-COD-OPERADOR      PIC X(010)          VALUE SPACES.
           05 WS-SUP-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-EQUIPAMENTO-CAD.
           05 WS-EQP-NUM-ATIVO         PIC 9(007)          VALUE ZEROS.
           05 WS-EQP-TIPO              PIC X(001)          VALUE SPACES.
           05 WS-EQP-NUM-SERIE         PIC X(020)          VALUE SPACES.
           05 WS-EQP-DESCRICAO         PIC X(030)          VALUE SPACES.
           05 WS-EQP-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-EQP-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 WS-EQP-STATUS            PIC X(001)          VALUE SPACES.
           05 WS-EQP-MOTIVO            PIC X(040)          VALUE SPACES.
           05 WS-EQP-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-TRANSFERENCIA.
           05 WS-TRF-VEND-ORIGEM       PIC 9(005)          VALUE ZEROS.
           05 WS-TRF-VEND-DESTINO      PIC 9(005)          VALUE ZEROS.
           05 WS-PRD-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-PRD-UNIDADE           PIC X(003)          VALUE SPACES.
           05 WS-PRD-STATUS            PIC X(001)          VALUE 'A'.
           05 WS-PRD-PESO-KG           PIC 9(005)V9(003)   VALUE ZEROS.
           05 WS-PRD-VOLUME-M3         PIC 9(003)V9(004)   VALUE ZEROS.
           05 WS-PRD-COD-CATEGORIA     PIC 9(003)          VALUE ZEROS.
           05 WS-PRD-COD-MARCA         PIC 9(004)          VALUE ZEROS.
           05 WS-PRD-EMBALAGEM         PIC X(001)          VALUE SPACES.
           05 WS-PRD-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-META-CAD.
           05 WS-MTA-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 WS-MTA-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.
           05 WS-MTA-SERVICO           PIC X(001)          VALUE SPACES.
           05 WS-MTA-PREVISAO-VALOR    PIC 9(011)V9(002)   VALUE ZEROS.
           05 WS-MTA-PREVISAO-QTD      PIC 9(009)          VALUE ZEROS.
           05 WS-MTA-MSG-PREVISAO      PIC X(040)          VALUE SPACES.

       01  WS-PRECO-CAD.
           05 WS-PRE-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 WS-PRE-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-PRE-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-CUSTO-CAD.
           05 WS-CUS-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 WS-CUS-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-CUS-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 WS-CUS-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-CUS-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-REAJUSTE-CAD.
           05 WS-REJ-SERVICO           PIC X(001)          VALUE SPACES.
           05 WS-REJ-NUM-LOTE          PIC 9(005)          VALUE ZEROS.
           05 WS-REJ-TIPO              PIC X(001)          VALUE SPACES.
           05 WS-REJ-PCT-REAJUSTE      PIC 9(003)V9(002)   VALUE ZEROS.
           05 WS-REJ-VALOR-REAJUSTE    PIC 9(007)V9(002)   VALUE ZEROS.
           05 WS-REJ-DATA-VIGENCIA     PIC 9(008)          VALUE ZEROS.
           05 WS-REJ-ESCOPO            PIC X(001)          VALUE SPACES.
           05 WS-REJ-COD-CATEGORIA     PIC 9(003)          VALUE ZEROS.
           05 WS-REJ-LISTA-PRODUTOS.
               10 WS-REJ-PRODUTO-01    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-02    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-03    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-04    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-05    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-06    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-07    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-08    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-09    PIC 9(005)          VALUE ZEROS.
               10 WS-REJ-PRODUTO-10    PIC 9(005)          VALUE ZEROS.
           05 WS-REJ-ARREDONDAMENTO    PIC 9(001)V9(002)   VALUE ZEROS.
           05 WS-REJ-SITUACAO          PIC X(001)          VALUE SPACES.
           05 WS-REJ-QTD-PRODUTOS      PIC 9(005)          VALUE ZEROS.
           05 WS-REJ-QTD-IGNORADOS     PIC 9(005)          VALUE ZEROS.

       01  WS-PROMOCAO-CAD.
           05 WS-PRM-SERVICO           PIC X(001)          VALUE SPACES.
           05 WS-PRM-CODIGO            PIC 9(005)          VALUE ZEROS.
           05 WS-PRM-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-PRM-TIPO              PIC X(001)          VALUE SPACES.
           05 WS-PRM-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-PRM-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 WS-PRM-REGIAO            PIC 9(003)          VALUE ZEROS.
           05 WS-PRM-FILIAL            PIC 9(004)          VALUE ZEROS.
           05 WS-PRM-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 WS-PRM-QTD-MINIMA        PIC 9(005)          VALUE ZEROS.
           05 WS-PRM-PCT-DESCONTO      PIC 9(003)V9(002)   VALUE ZEROS.
           05 WS-PRM-PRECO-FIXO        PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-PRM-PRODUTO-MIX       PIC 9(005)          VALUE ZEROS.
           05 WS-PRM-STATUS            PIC X(001)          VALUE SPACES.

       01  WS-ESTOQUE-CAD.
           05 WS-EST-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 WS-EST-TIPO-MOVTO        PIC X(001)          VALUE SPACES.
           05 WS-EST-SINAL             PIC X(001)          VALUE '+'.
           05 WS-EST-QUANTIDADE        PIC 9(009)          VALUE ZEROS.
           05 WS-EST-MOTIVO            PIC X(040)          VALUE SPACES.

       01  WS-OPERADOR-CAD.
           05 WS-OPE-CODIGO            PIC X(010)          VALUE SPACES.
           05 WS-OPE-SENHA             PIC X(010)          VALUE SPACES.
           05 WS-OPE-PERFIL            PIC X(001)          VALUE '1'.
           05 WS-OPE-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-PARAMETRO-CAD.
           05 WS-PAR-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 WS-PAR-NOME              PIC X(020)          VALUE SPACES.
           05 WS-PAR-VALOR             PIC X(060)          VALUE SPACES.
           05 WS-PAR-TIPO              PIC X(001)          VALUE SPACES.
           05 WS-PAR-VALOR-MINIMO      PIC 9(010)V9(008)   VALUE ZEROS.
           05 WS-PAR-VALOR-MAXIMO      PIC 9(010)V9(008)   VALUE ZEROS.
           05 WS-PAR-DATA-VALIDADE     PIC 9(008)          VALUE ZEROS.
           05 WS-PAR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 WS-PAR-OPERADOR          PIC X(010)          VALUE SPACES.
           05 WS-PAR-DATA-HORA-ALT     PIC 9(014)          VALUE ZEROS.
           05 WS-PAR-SERVICO           PIC X(001)          VALUE SPACES.

       01  WS-PARM-INICIAL             PIC X(020)          VALUE SPACES.
       01  WS-PARM-TIPO                PIC X(001)          VALUE SPACES.
           88  WS-PARM-CLIENTE                              VALUE 'C'.
       01  WS-LINK-CRUDFILI.
           COPY 'BOOKFILI.CPY'.

       01  WS-LINK-CRUDCATE.
           COPY 'BOOKCATE.CPY'.

       01  WS-LINK-CRUDCHKL.
           COPY 'BOOKCHKL.CPY'.

       01  WS-LINK-CRUDREDE.
           COPY 'BOOKREDE.CPY'.

       01  WS-LINK-CRUDPROS.
           COPY 'BOOKPROS.CPY'.

       01  WS-LINK-RELPROSP.
           COPY 'BOOKRPSP.CPY'.

       01  WS-LINK-CRUDMARC.
           COPY 'BOOKMARC.CPY'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       01  WS-LINK-CARGAPAR.
           COPY 'BOOKCPAR.CPY'.

       01  WS-LINK-TRANSCAR.
           COPY 'BOOKTRSF.CPY'.

       01  WS-LINK-CRUDPREC.
           COPY 'BOOKPREC.CPY'.

       01  WS-LINK-CRUDCUST.
           COPY 'BOOKCUST.CPY'.

       01  WS-LINK-REAJPREC.
           COPY 'BOOKREAJ.CPY'.

       01  WS-LINK-GERAPICK.
           COPY 'BOOKPICK.CPY'.

       01  WS-LINK-GERAENTR.
           COPY 'BOOKENTR.CPY'.

       01  WS-LINK-CALCCOMI.
           COPY 'BOOKCOMI.CPY'.

       01  WS-LINK-ANONLGPD.
           COPY 'BOOKLGPD.CPY'.

       01  WS-LINK-CRUDESTQ.
           COPY 'BOOKESTQ.CPY'.

       01  WS-LINK-RELESTOQ.
           COPY 'BOOKESTR.CPY'.

       01  WS-LINK-REGDEVOL.
           COPY 'BOOKDEVL.CPY'.

       01  WS-LINK-RELDEVOL.
           COPY 'BOOKRDEV.CPY'.

       01  WS-LINK-RELTITUL.
           COPY 'BOOKRTIT.CPY'.

       01  WS-LINK-REGRECEB.
           COPY 'BOOKRECB.CPY'.

       01  WS-LINK-RELCAIXA.
           COPY 'BOOKRCXA.CPY'.

       01  WS-LINK-RELFATUR.
           COPY 'BOOKRFAT.CPY'.

       01  WS-LINK-CRUDPROM.
           COPY 'BOOKPROM.CPY'.

       01  WS-LINK-RELPROMO.
           COPY 'BOOKRPRM.CPY'.

       01  WS-LINK-RELPOSIT.
           COPY 'BOOKPOSI.CPY'.

       01  WS-LINK-CALCKM.
           COPY 'BOOKQUIL.CPY'.

       01  WS-LINK-CRUDSUPV.
           COPY 'BOOKSUPV.CPY'.

       01  WS-LINK-CRUDEQPT.
           COPY 'BOOKEQPT.CPY'.

       01  WS-LINK-PREVVEND.
           COPY 'BOOKPREV.CPY'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       01  WS-LINK-CRUDPERI.
           COPY 'BOOKPERI.CPY'.

       01  WS-LINK-IMPPORTL.
           COPY 'BOOKIPOR.CPY'.

       01  WS-LINK-RELCOMOD.
           COPY 'BOOKRCOM.CPY'.

       01  WS-LINK-RELEQUIP.
           COPY 'BOOKREQP.CPY'.

       01  WS-LINK-RELRENTA.
           COPY 'BOOKRENT.CPY'.

       77  WS-CRUDCLIE                 PIC  X(008)         VALUE
                                                           'CRUDCLIE'.
       77  WS-CRUDVEND                 PIC  X(008)         VALUE
                                                           'DUPLICLI'.
       77  WS-CRUDFILI                 PIC  X(008)         VALUE
                                                           'CRUDFILI'.
       77  WS-CRUDCATE                 PIC  X(008)         VALUE
                                                           'CRUDCATE'.
       77  WS-CRUDCHKL                 PIC  X(008)         VALUE
                                                           'CRUDCHKL'.
       77  WS-CRUDREDE                 PIC  X(008)         VALUE
                                                           'CRUDREDE'.
       77  WS-CRUDPROS                 PIC  X(008)         VALUE
                                                           'CRUDPROS'.
       77  WS-RELPROSP                 PIC  X(008)         VALUE
                                                           'RELPROSP'.
       77  WS-CRUDMARC                 PIC  X(008)         VALUE
                                                           'CRUDMARC'.
       77  WS-TRANSCAR                 PIC  X(008)         VALUE
                                                           'TRANSCAR'.
       77  WS-CONSVIST                 PIC  X(008)         VALUE
                                                           'CONSVIST'.
       77  WS-CRUDPARM                 PIC  X(008)         VALUE
                                                           'CRUDPARM'.
       77  WS-CARGAPAR                 PIC  X(008)         VALUE
                                                           'CARGAPAR'.
       77  WS-CRUDPROD                 PIC  X(008)         VALUE
                                                           'CRUDPROD'.
       77  WS-CRUDPREC                 PIC  X(008)         VALUE
                                                           'CRUDPREC'.
       77  WS-CRUDCUST                 PIC  X(008)         VALUE
                                                           'CRUDCUST'.
       77  WS-REAJPREC                 PIC  X(008)         VALUE
                                                           'REAJPREC'.
       77  WS-GERAPICK                 PIC  X(008)         VALUE
                                                           'GERAPICK'.
       77  WS-GERAENTR                 PIC  X(008)         VALUE
                                                           'GERAENTR'.
       77  WS-CALCCOMI                 PIC  X(008)         VALUE
                                                           'CALCCOMI'.
       77  WS-CRUDMETA                 PIC  X(008)         VALUE
                                                           'CONSHIST'.
       77  WS-ANONLGPD                 PIC  X(008)         VALUE
                                                           'ANONLGPD'.
       77  WS-CRUDESTQ                 PIC  X(008)         VALUE
                                                           'CRUDESTQ'.
       77  WS-RELESTOQ                 PIC  X(008)         VALUE
                                                           'RELESTOQ'.
       77  WS-REGDEVOL                 PIC  X(008)         VALUE
                                                           'REGDEVOL'.
       77  WS-RELDEVOL                 PIC  X(008)         VALUE
                                                           'RELDEVOL'.
       77  WS-RELTITUL                 PIC  X(008)         VALUE
                                                           'RELTITUL'.
       77  WS-REGRECEB                 PIC  X(008)         VALUE
                                                           'REGRECEB'.
       77  WS-RELCAIXA                 PIC  X(008)         VALUE
                                                           'RELCAIXA'.
       77  WS-RELFATUR                 PIC  X(008)         VALUE
                                                           'RELFATUR'.
       77  WS-CRUDPROM                 PIC  X(008)         VALUE
                                                           'CRUDPROM'.
       77  WS-RELPROMO                 PIC  X(008)         VALUE
                                                           'RELPROMO'.
       77  WS-RELPOSIT                 PIC  X(008)         VALUE
                                                           'RELPOSIT'.
       77  WS-CALCKM                   PIC  X(008)         VALUE
                                                           'CALCKM  '.
       77  WS-CRUDSUPV                 PIC  X(008)         VALUE
                                                           'CRUDSUPV'.
       77  WS-CRUDEQPT                 PIC  X(008)         VALUE
                                                           'CRUDEQPT'.
       77  WS-RELCOMOD                 PIC  X(008)         VALUE
                                                           'RELCOMOD'.
       77  WS-IMPPORTL                 PIC  X(008)         VALUE
                                                           'IMPPORTL'.
       77  WS-PREVVEND                 PIC  X(008)         VALUE
                                                           'PREVVEND'.
       77  WS-ARQRELAT                 PIC  X(008)         VALUE
                                                           'ARQRELAT'.
       77  WS-CRUDPERI                 PIC  X(008)         VALUE
                                                           'CRUDPERI'.
       77  WS-RELEQUIP                 PIC  X(008)         VALUE
                                                           'RELEQUIP'.
       77  WS-RELRENTA                 PIC  X(008)         VALUE
                                                           'RELRENTA'.
       SCREEN                          SECTION.

       01  TELA-OPERADOR.
           05  LINE 06 COL 23          PIC X(010)
                                       TO WS-SENHA SECURE.

       01  TELA-TROCAR-SENHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "---------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE "AMBEV - TROCA DE SENHA".
           05  LINE 02 COL 57          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "---------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "CODIGO DO OPERADOR:".
           05  LINE 05 COL 23          PIC X(010)
                                       FROM WS-OPERADOR.
           05  LINE 06 COL 02          VALUE
                                          "NOVA SENHA........:".
           05  LINE 06 COL 23          PIC X(010)
                                       TO WS-NOVA-SENHA SECURE.
           05  LINE 07 COL 02          VALUE
                                          "CONFIRME A SENHA..:".
           05  LINE 07 COL 23          PIC X(010)
                                       TO WS-CONF-SENHA SECURE.
           05  LINE 09 COL 02          VALUE
              "SENHA EM BRANCO CANCELA O ACESSO".

       01  TELA-MENU.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           05  LINE 11 COL 02          VALUE "5 - FILIAL".
           05  LINE 12 COL 02          VALUE "6 - PRODUTO".
           05  LINE 13 COL 02          VALUE "7 - META DE VENDA".
           05  LINE 14 COL 02          VALUE "9 - SUPERVISOR".
           05  LINE 15 COL 02          VALUE
              "A - EQUIPAMENTO EM COMODATO".
           05  LINE 16 COL 02          VALUE "B - CATEGORIA DE PRODUTO".
           05  LINE 17 COL 02          VALUE "C - MARCA DE PRODUTO".
           05  LINE 18 COL 02          VALUE
              "D - CHECKLIST DE EXECUCAO NO PDV".
           05  LINE 19 COL 02          VALUE "E - REDE / KEY ACCOUNT".
           05  LINE 20 COL 02          VALUE
              "F - PARAMETROS DO SISTEMA".
           05  LINE 21 COL 02          VALUE
              "G - PROSPECT (NOVO PDV)".
           05  LINE 22 COL 02          VALUE "8 - VOLTAR".

       01  TELA-INCLUIR-CLIENTE.
           05 BLANK SCREEN.
           05  LINE 15 COL 26          PIC ZZ9
                                       TO WS-REGIAO
                                       OF WS-CLIENTE.
           05  LINE 15 COL 32          VALUE "REDE:".
           05  LINE 15 COL 38          PIC ZZZZ9
                                       TO WS-CLI-COD-REDE.
           05  LINE 16 COL 02          VALUE "FREQ (S/Q/M)..:".
           05  LINE 16 COL 26          PIC X(001)
                                       TO WS-FREQ-VISITA.
           05  LINE 14 COL 26          PIC ZZ9
                                       USING WS-REGIAO
                                       OF WS-CLIENTE AUTO.
           05  LINE 14 COL 32          VALUE "REDE:".
           05  LINE 14 COL 38          PIC ZZZZ9
                                       USING WS-CLI-COD-REDE AUTO.
           05  LINE 15 COL 02          VALUE "FREQ (S/Q/M)..:".
           05  LINE 15 COL 26          PIC X(001)
                                       USING WS-FREQ-VISITA AUTO.
           05  LINE 15 COL 02          VALUE "PCT COMISSAO....:".
           05  LINE 15 COL 26          PIC ZZ9,99
                                       TO WS-PCT-COMISSAO.
           05  LINE 15 COL 34          VALUE "SUPERVISOR:".
           05  LINE 15 COL 46          PIC ZZZZ9
                                       TO WS-VEND-COD-SUPERVISOR.

           05  LINE 16 COL 02          VALUE
              "CONFIRMA INCLUIR DO VENDEDOR?".
           05  LINE 14 COL 34          VALUE "STATUS (A/S/T):".
           05  LINE 14 COL 50          PIC X(001)
                                       USING WS-VEND-STATUS AUTO.
           05  LINE 12 COL 42          VALUE "SUPERV:".
           05  LINE 12 COL 50          PIC ZZZZ9
                                       USING WS-VEND-COD-SUPERVISOR
                                       AUTO.

           05  LINE 15 COL 02          VALUE
              "CONFIRMA ALTERAR DO VENDEDOR?".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-SUGESTAO-PEDIDO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "AMBEV - PEDIDO SUGERIDO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
              "PRODUTO  QTD SUGERIDA  MEDIA  ULTIMO PEDIDO".

       01  TELA-CANCELAR-PEDIDO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-REGISTRAR-DEVOLUCAO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - REGISTRAR DEVOLUCAO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO PEDIDO..:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-DEV-NUM-PEDIDO.
           05  LINE 07 COL 02          VALUE "ITEM DO PEDIDO.:".
           05  LINE 07 COL 26          PIC ZZ9
                                       TO WS-DEV-SEQ-ITEM.
           05  LINE 08 COL 02          VALUE "QUANTIDADE.....:".
           05  LINE 08 COL 26          PIC ZZZZ9
                                       TO WS-DEV-QUANTIDADE.
           05  LINE 09 COL 02          VALUE "MOTIVO.........:".
           05  LINE 09 COL 26          PIC X(001)
                                       TO WS-DEV-MOTIVO.
           05  LINE 10 COL 02          VALUE
              "A-AVARIA V-VENCIDO E-ITEM ERRADO O-OUTRO".
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A DEVOLUCAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-REGISTRAR-RECEBIMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 13          VALUE
                                       "AMBEV - REGISTRAR RECEBIMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 05 COL 26          PIC ZZZZ9
                                       TO WS-RCB-COD-VENDEDOR.
           05  LINE 06 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-RCB-COD-CLIENTE.
           05  LINE 07 COL 02          VALUE "DATA VISITA....:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-RCB-DATA-VISITA.
           05  LINE 08 COL 02          VALUE "FORMA PAGAMENTO:".
           05  LINE 08 COL 26          PIC X(001)
                                       TO WS-RCB-FORMA-PAGTO.
           05  LINE 08 COL 30          VALUE
              "D-DINHEIRO C-CHEQUE P-PIX".
           05  LINE 09 COL 02          VALUE "VALOR..........:".
           05  LINE 09 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-RCB-VALOR.
           05  LINE 10 COL 02          VALUE "DOCUMENTO......:".
           05  LINE 10 COL 26          PIC X(015)
                                       TO WS-RCB-NUM-DOCUMENTO.
           05  LINE 11 COL 02          VALUE "TITULO 1.......:".
           05  LINE 11 COL 26          PIC X(015)
                                       TO WS-RCB-TITULO-1.
           05  LINE 12 COL 02          VALUE "TITULO 2.......:".
           05  LINE 12 COL 26          PIC X(015)
                                       TO WS-RCB-TITULO-2.
           05  LINE 13 COL 02          VALUE "TITULO 3.......:".
           05  LINE 13 COL 26          PIC X(015)
                                       TO WS-RCB-TITULO-3.
           05  LINE 15 COL 02          VALUE
              "CONFIRMA O RECEBIMENTO?".
           05  LINE 16 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 16 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-DECLARAR-CAIXA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE
                                       "AMBEV - FECHAMENTO DE CAIXA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-RCB-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "DATA DO CAIXA..:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-RCB-DATA-VISITA.
           05  LINE 08 COL 02          VALUE "DINHEIRO.......:".
           05  LINE 08 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-RCB-DECL-DINHEIRO.
           05  LINE 09 COL 02          VALUE "CHEQUES........:".
           05  LINE 09 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-RCB-DECL-CHEQUE.
           05  LINE 10 COL 02          VALUE "PIX............:".
           05  LINE 10 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-RCB-DECL-PIX.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A DECLARACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CONFIRMAR-PEDIDO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-CHECKLIST.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - CHECKLIST DE EXECUCAO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR ITEM".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR ITEM".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR ITEM".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-MANTER-CHECKLIST.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER ITEM DE CHECKLIST".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO ITEM....:".
           05  LINE 06 COL 26          PIC ZZ9
                                       TO WS-CHK-CODIGO.
           05  LINE 07 COL 02          VALUE "DESCRICAO......:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-CHK-DESCRICAO.
           05  LINE 08 COL 02          VALUE "PESO...........:".
           05  LINE 08 COL 26          PIC ZZ9
                                       TO WS-CHK-PESO.
           05  LINE 09 COL 02          VALUE "INICIO VALIDADE:".
           05  LINE 09 COL 26          PIC 9(008)
                                       TO WS-CHK-DATA-INICIO.
           05  LINE 10 COL 02          VALUE "FIM VALIDADE...:".
           05  LINE 10 COL 26          PIC 9(008)
                                       TO WS-CHK-DATA-FIM.
           05  LINE 10 COL 36          VALUE "(0 = SEM FIM)".
           05  LINE 11 COL 02          VALUE "CLASSE ABC.....:".
           05  LINE 11 COL 26          PIC X(001)
                                       TO WS-CHK-CLASSE-ABC.
           05  LINE 11 COL 36          VALUE "(BRANCO = TODAS)".
           05  LINE 12 COL 02          VALUE "REGIAO.........:".
           05  LINE 12 COL 26          PIC ZZ9
                                       TO WS-CHK-REGIAO.
           05  LINE 12 COL 36          VALUE "(0 = TODAS)".
           05  LINE 13 COL 02          VALUE "STATUS (A/I)...:".
           05  LINE 13 COL 26          PIC X(001)
                                       TO WS-CHK-STATUS.
           05  LINE 15 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 16 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 16 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-CHECKLIST.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR ITEM CHECKLIST".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO ITEM....:".
           05  LINE 06 COL 26          PIC ZZ9
                                       TO WS-CHK-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DO ITEM?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-REDE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - REDE / KEY ACCOUNT".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR REDE".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR REDE".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR REDE".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-MANTER-REDE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER REDE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO REDE....:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-RED-CODIGO.
           05  LINE 07 COL 02          VALUE "NOME...........:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-RED-NOME.
           05  LINE 08 COL 02          VALUE "GERENTE CONTA..:".
           05  LINE 08 COL 26          PIC X(040)
                                       TO WS-RED-GERENTE-CONTA.
           05  LINE 09 COL 02          VALUE "LIMITE CREDITO.:".
           05  LINE 09 COL 26          PIC ZZZZZZZZZZ9,99
                                       TO WS-RED-LIMITE-CREDITO.
           05  LINE 09 COL 42          VALUE "(0 = SEM LIMITE)".
           05  LINE 10 COL 02          VALUE "BLOQ FINANC S/N:".
           05  LINE 10 COL 26          PIC X(001)
                                       TO WS-RED-BLOQ-FINANCEIRO.
           05  LINE 11 COL 02          VALUE "STATUS (A/I)...:".
           05  LINE 11 COL 26          PIC X(001)
                                       TO WS-RED-STATUS.
           05  LINE 13 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 14 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-REDE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR REDE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO REDE....:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-RED-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DA REDE?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-PROSPECT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - PROSPECT (NOVO PDV)".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR PROSPECT".
           05  LINE 08 COL 02          VALUE
              "2 - ALTERAR PROSPECT / STATUS".
           05  LINE 09 COL 02          VALUE
              "3 - CONVERTER PROSPECT EM CLIENTE".
           05  LINE 10 COL 02          VALUE
              "4 - RELATORIO DE PIPELINE".
           05  LINE 12 COL 02          VALUE "5 - VOLTAR".

       01  TELA-MANTER-PROSPECT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER PROSPECT".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PROSPECT:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-PRS-CODIGO.
           05  LINE 06 COL 42          VALUE "(0 = AUTOMATICO)".
           05  LINE 07 COL 02          VALUE "NOME DO PDV....:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-PRS-NOME.
           05  LINE 08 COL 02          VALUE "LATITUDE.......:".
           05  LINE 08 COL 26          PIC -ZZ9,99999999
                                       TO WS-PRS-LAT.
           05  LINE 09 COL 02          VALUE "LONGITUDE......:".
           05  LINE 09 COL 26          PIC -ZZ9,99999999
                                       TO WS-PRS-LONG.
           05  LINE 10 COL 02          VALUE "VOLUME POTENC..:".
           05  LINE 10 COL 26          PIC ZZZZZZ9
                                       TO WS-PRS-VOLUME.
           05  LINE 11 COL 02          VALUE "VEND. ORIGEM...:".
           05  LINE 11 COL 26          PIC ZZZZ9
                                       TO WS-PRS-COD-VEND.
           05  LINE 12 COL 02          VALUE "CONTATO........:".
           05  LINE 12 COL 26          PIC X(040)
                                       TO WS-PRS-CONTATO.
           05  LINE 13 COL 02          VALUE "TELEFONE.......:".
           05  LINE 13 COL 26          PIC X(015)
                                       TO WS-PRS-TELEFONE.
           05  LINE 14 COL 02          VALUE "STATUS N/V/Q/P.:".
           05  LINE 14 COL 26          PIC X(001)
                                       TO WS-PRS-STATUS.
           05  LINE 15 COL 02          VALUE "MOTIVO PERDA...:".
           05  LINE 15 COL 26          PIC X(040)
                                       TO WS-PRS-MOTIVO-PERDA.
           05  LINE 17 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 18 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 18 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CONVERTER-PROSPECT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "CONVERTER PROSPECT EM CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PROSPECT:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-PRS-CODIGO.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-PRS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "CNPJ...........:".
           05  LINE 08 COL 26          PIC 9(014)
                                       TO WS-PRS-CNPJ.
           05  LINE 09 COL 02          VALUE "REGIAO.........:".
           05  LINE 09 COL 26          PIC ZZ9
                                       TO WS-PRS-REGIAO.
           05  LINE 11 COL 02          VALUE
              "CONFIRMA A CONVERSAO?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-PIPELINE-PROSPECT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE "PIPELINE DE PROSPECTS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "VENDEDOR (0=TODOS):".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-PRS-COD-VEND.
           05  LINE 07 COL 02          VALUE "DATA INICIAL...:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-PRS-DATA-INICIO.
           05  LINE 08 COL 02          VALUE "DATA FINAL.....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-PRS-DATA-FIM.
           05  LINE 10 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 11 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 11 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-CATEGORIA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE
                                       "AMBEV - CADASTRO DE CATEGORIA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR CATEGORIA".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR CATEGORIA".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR CATEGORIA".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-MANTER-CATEGORIA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER CATEGORIA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO CATEGORIA:".
           05  LINE 06 COL 26          PIC ZZ9
                                       TO WS-CAT-CODIGO.
           05  LINE 07 COL 02          VALUE "DESCRICAO.......:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-CAT-DESCRICAO.
           05  LINE 08 COL 02          VALUE "STATUS (A/I)....:".
           05  LINE 08 COL 26          PIC X(001)
                                       TO WS-CAT-STATUS.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-CATEGORIA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR CATEGORIA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO CATEGORIA:".
           05  LINE 06 COL 26          PIC ZZ9
                                       TO WS-CAT-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DA CATEGORIA?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-MARCA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE
                                       "AMBEV - CADASTRO DE MARCA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR MARCA".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR MARCA".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR MARCA".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-MANTER-MARCA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER MARCA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO MARCA...:".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-MAR-CODIGO.
           05  LINE 07 COL 02          VALUE "DESCRICAO......:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-MAR-DESCRICAO.
           05  LINE 08 COL 02          VALUE "FABRICANTE.....:".
           05  LINE 08 COL 26          PIC X(040)
                                       TO WS-MAR-FABRICANTE.
           05  LINE 09 COL 02          VALUE "STATUS (A/I)...:".
           05  LINE 09 COL 26          PIC X(001)
                                       TO WS-MAR-STATUS.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-MARCA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR MARCA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO MARCA...:".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-MAR-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DA MARCA?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-SUPERVISOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - CADASTRO DE SUPERVISOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR SUPERVISOR".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR SUPERVISOR".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR SUPERVISOR".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-INCLUIR-SUPERVISOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER SUPERVISOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO SUPERV..:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-SUP-CODIGO.
           05  LINE 07 COL 02          VALUE "NOME...........:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-SUP-NOME.
           05  LINE 08 COL 02          VALUE "FILIAL.........:".
           05  LINE 08 COL 26          PIC ZZZ9
                                       TO WS-SUP-COD-FILIAL.
           05  LINE 09 COL 02          VALUE "OPERADOR.......:".
           05  LINE 09 COL 26          PIC X(010)
                                       TO WS-SUP-COD-OPERADOR.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-SUPERVISOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR SUPERVISOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO SUPERV..:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-SUP-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DO SUPERVISOR?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                  "AMBEV - EQUIPAMENTOS EM COMODATO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR EQUIPAMENTO".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR EQUIPAMENTO".
           05  LINE 09 COL 02          VALUE
              "3 - MOVIMENTAR (CLIENTE / DEPOSITO)".
           05  LINE 10 COL 02          VALUE "4 - BAIXAR EQUIPAMENTO".
           05  LINE 11 COL 02          VALUE
              "5 - CONSULTAR EQUIPAMENTO".
           05  LINE 13 COL 02          VALUE "6 - VOLTAR".

       01  TELA-MANTER-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER EQUIPAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO ATIVO...:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-NUM-ATIVO.
           05  LINE 07 COL 02          VALUE "TIPO (G/C/D/O).:".
           05  LINE 07 COL 26          PIC X(001)
                                       TO WS-EQP-TIPO.
           05  LINE 07 COL 30          VALUE
              "G-GELADEIRA C-CHOPEIRA D-DISPLAY O-OUTRO".
           05  LINE 08 COL 02          VALUE "NUMERO SERIE...:".
           05  LINE 08 COL 26          PIC X(020)
                                       TO WS-EQP-NUM-SERIE.
           05  LINE 09 COL 02          VALUE "DESCRICAO......:".
           05  LINE 09 COL 26          PIC X(030)
                                       TO WS-EQP-DESCRICAO.
           05  LINE 10 COL 02          VALUE "CLIENTE (0=DEP):".
           05  LINE 10 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-COD-CLIENTE.
           05  LINE 11 COL 02          VALUE "DATA INSTALACAO:".
           05  LINE 11 COL 26          PIC 9(008)
                                       TO WS-EQP-DATA-REFERENCIA.
           05  LINE 12 COL 02          VALUE "STATUS (D/M)...:".
           05  LINE 12 COL 26          PIC X(001)
                                       TO WS-EQP-STATUS.
           05  LINE 15 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 16 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 16 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MOVIMENTAR-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "MOVIMENTAR EQUIPAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO ATIVO...:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-NUM-ATIVO.
           05  LINE 07 COL 02          VALUE "DESTINO (0=DEP):".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA MOVIMENTO.:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-EQP-DATA-REFERENCIA.
           05  LINE 09 COL 02          VALUE "MOTIVO.........:".
           05  LINE 09 COL 26          PIC X(040)
                                       TO WS-EQP-MOTIVO.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A MOVIMENTACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-BAIXAR-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "BAIXAR EQUIPAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO ATIVO...:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-NUM-ATIVO.
           05  LINE 07 COL 02          VALUE "MOTIVO.........:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-EQP-MOTIVO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA BAIXA DO EQUIPAMENTO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CONSULTAR-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "CONSULTAR EQUIPAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO ATIVO...:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-EQP-NUM-ATIVO.
           05  LINE 08 COL 02          VALUE
              "CONFIRMA A CONSULTA?".
           05  LINE 09 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 09 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-FILTRO-FILIAL.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "FILTRO POR FILIAL".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "FILIAL (0=TODAS):".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-FILIAL-FILTRO.
           05  LINE 08 COL 02          VALUE "TECLE ENTER PARA".
           05  LINE 08 COL 19          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-PRODUTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "AMBEV - CADASTRO DE PRODUTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR PRODUTO".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR PRODUTO".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR PRODUTO".
           05  LINE 10 COL 02          VALUE "4 - INCLUIR PRECO".
           05  LINE 11 COL 02          VALUE "5 - EXCLUIR PRECO".
           05  LINE 12 COL 02          VALUE "7 - MOVIMENTAR ESTOQUE".
           05  LINE 13 COL 02          VALUE "8 - MANTER PROMOCAO".
           05  LINE 14 COL 02          VALUE "9 - REAJUSTE DE PRECOS".
           05  LINE 15 COL 02          VALUE "A - INCLUIR CUSTO".
           05  LINE 16 COL 02          VALUE "B - EXCLUIR CUSTO".
           05  LINE 17 COL 02          VALUE "6 - VOLTAR".

       01  TELA-MENU-REAJUSTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE
                                       "AMBEV - REAJUSTE DE PRECOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - SIMULAR REAJUSTE".
           05  LINE 08 COL 02          VALUE
              "2 - APROVAR E APLICAR LOTE".
           05  LINE 09 COL 02          VALUE "3 - DESFAZER LOTE".
           05  LINE 10 COL 02          VALUE "4 - CANCELAR LOTE".
           05  LINE 11 COL 02          VALUE "5 - CONSULTAR LOTE".
           05  LINE 13 COL 02          VALUE "6 - VOLTAR".

       01  TELA-SIMULAR-REAJUSTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "SIMULAR REAJUSTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "TIPO (P/V).....:".
           05  LINE 05 COL 26          PIC X(001)
                                       TO WS-REJ-TIPO.
           05  LINE 05 COL 30          VALUE
              "P-PERCENTUAL V-VALOR".
           05  LINE 06 COL 02          VALUE "PERCENTUAL.....:".
           05  LINE 06 COL 26          PIC ZZ9,99
                                       TO WS-REJ-PCT-REAJUSTE.
           05  LINE 07 COL 02          VALUE "VALOR..........:".
           05  LINE 07 COL 26          PIC ZZZZZZ9,99
                                       TO WS-REJ-VALOR-REAJUSTE.
           05  LINE 08 COL 02          VALUE "NOVA VIGENCIA..:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-REJ-DATA-VIGENCIA.
           05  LINE 09 COL 02          VALUE "ESCOPO (T/L/C).:".
           05  LINE 09 COL 26          PIC X(001)
                                       TO WS-REJ-ESCOPO.
           05  LINE 09 COL 30          VALUE
              "T-TODOS L-LISTA C-CATEGORIA".
           05  LINE 10 COL 02          VALUE "CATEGORIA......:".
           05  LINE 10 COL 26          PIC ZZ9
                                       TO WS-REJ-COD-CATEGORIA.
           05  LINE 11 COL 02          VALUE "PRODUTOS.......:".
           05  LINE 11 COL 26          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-01.
           05  LINE 11 COL 32          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-02.
           05  LINE 11 COL 38          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-03.
           05  LINE 11 COL 44          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-04.
           05  LINE 11 COL 50          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-05.
           05  LINE 12 COL 26          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-06.
           05  LINE 12 COL 32          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-07.
           05  LINE 12 COL 38          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-08.
           05  LINE 12 COL 44          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-09.
           05  LINE 12 COL 50          PIC ZZZZ9
                                       TO WS-REJ-PRODUTO-10.
           05  LINE 13 COL 02          VALUE "ARREDONDAMENTO.:".
           05  LINE 13 COL 26          PIC 9,99
                                       TO WS-REJ-ARREDONDAMENTO.
           05  LINE 13 COL 32          VALUE
              "(0 = 0,01)".
           05  LINE 15 COL 02          VALUE
              "CONFIRMA A SIMULACAO?".
           05  LINE 16 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 16 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-LOTE-REAJUSTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "LOTE DE REAJUSTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO DO LOTE.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-REJ-NUM-LOTE.
           05  LINE 08 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 09 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 09 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RESUMO-REAJUSTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "LOTE DE REAJUSTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NUMERO DO LOTE.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       FROM WS-REJ-NUM-LOTE.
           05  LINE 07 COL 02          VALUE "SITUACAO.......:".
           05  LINE 07 COL 26          PIC X(001)
                                       FROM WS-REJ-SITUACAO.
           05  LINE 07 COL 30          VALUE
              "P-PEND A-APLIC D-DESF C-CANC".
           05  LINE 08 COL 02          VALUE "TIPO (P/V).....:".
           05  LINE 08 COL 26          PIC X(001)
                                       FROM WS-REJ-TIPO.
           05  LINE 09 COL 02          VALUE "PERCENTUAL.....:".
           05  LINE 09 COL 26          PIC ZZ9,99
                                       FROM WS-REJ-PCT-REAJUSTE.
           05  LINE 10 COL 02          VALUE "VALOR..........:".
           05  LINE 10 COL 26          PIC ZZZZZZ9,99
                                       FROM WS-REJ-VALOR-REAJUSTE.
           05  LINE 11 COL 02          VALUE "NOVA VIGENCIA..:".
           05  LINE 11 COL 26          PIC 9(008)
                                       FROM WS-REJ-DATA-VIGENCIA.
           05  LINE 12 COL 02          VALUE "ESCOPO (T/L/C).:".
           05  LINE 12 COL 26          PIC X(001)
                                       FROM WS-REJ-ESCOPO.
           05  LINE 13 COL 02          VALUE "PRODUTOS.......:".
           05  LINE 13 COL 26          PIC ZZZZ9
                                       FROM WS-REJ-QTD-PRODUTOS.
           05  LINE 14 COL 02          VALUE "IGNORADOS......:".
           05  LINE 14 COL 26          PIC ZZZZ9
                                       FROM WS-REJ-QTD-IGNORADOS.

       01  TELA-INCLUIR-PRODUTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER PRODUTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-PRD-CODIGO.
           05  LINE 07 COL 02          VALUE "DESCRICAO......:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-PRD-DESCRICAO.
           05  LINE 08 COL 02          VALUE "UNIDADE........:".
           05  LINE 08 COL 26          PIC X(003)
                                       TO WS-PRD-UNIDADE.
           05  LINE 09 COL 02          VALUE "STATUS (A/I)...:".
           05  LINE 09 COL 26          PIC X(001)
                                       TO WS-PRD-STATUS.
           05  LINE 10 COL 02          VALUE "PESO UNIT (KG).:".
           05  LINE 10 COL 26          PIC ZZZZ9,999
                                       TO WS-PRD-PESO-KG.
           05  LINE 11 COL 02          VALUE "VOLUME UNIT M3.:".
           05  LINE 11 COL 26          PIC ZZ9,9999
                                       TO WS-PRD-VOLUME-M3.
           05  LINE 12 COL 02          VALUE "CATEGORIA......:".
           05  LINE 12 COL 26          PIC ZZ9
                                       TO WS-PRD-COD-CATEGORIA.
           05  LINE 13 COL 02          VALUE "MARCA..........:".
           05  LINE 13 COL 26          PIC ZZZ9
                                       TO WS-PRD-COD-MARCA.
           05  LINE 14 COL 02          VALUE "EMBALAGEM......:".
           05  LINE 14 COL 26          PIC X(001)
                                       TO WS-PRD-EMBALAGEM.
           05  LINE 15 COL 02          VALUE
              "L-LATA N-LONG NECK G-600ML B-BARRIL P-PET O-OUTRAS".
           05  LINE 17 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 18 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 18 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MANTER-PRECO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "TABELA DE PRECO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-PRE-COD-PRODUTO.
           05  LINE 07 COL 02          VALUE "INICIO VIGENCIA:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-PRE-DATA-INICIO.
           05  LINE 08 COL 02          VALUE "FIM VIGENCIA...:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-PRE-DATA-FIM.
           05  LINE 09 COL 02          VALUE "VALOR UNITARIO.:".
           05  LINE 09 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-PRE-VALOR.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MANTER-CUSTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "TABELA DE CUSTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-CUS-COD-PRODUTO.
           05  LINE 07 COL 02          VALUE "INICIO VIGENCIA:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-CUS-DATA-INICIO.
           05  LINE 08 COL 02          VALUE "FIM VIGENCIA...:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-CUS-DATA-FIM.
           05  LINE 09 COL 02          VALUE "CUSTO UNITARIO.:".
           05  LINE 09 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-CUS-VALOR.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MANTER-PROMOCAO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "PROMOCOES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "OPERACAO(I/A/E):".
           05  LINE 05 COL 26          PIC X(001)
                                       TO WS-PRM-SERVICO.
           05  LINE 06 COL 02          VALUE "CODIGO PROMOCAO:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-PRM-CODIGO.
           05  LINE 07 COL 02          VALUE "DESCRICAO......:".
           05  LINE 07 COL 26          PIC X(040)
                                       TO WS-PRM-DESCRICAO.
           05  LINE 08 COL 02          VALUE "TIPO (Q/M).....:".
           05  LINE 08 COL 26          PIC X(001)
                                       TO WS-PRM-TIPO.
           05  LINE 09 COL 02          VALUE "INICIO VIGENCIA:".
           05  LINE 09 COL 26          PIC 9(008)
                                       TO WS-PRM-DATA-INICIO.
           05  LINE 10 COL 02          VALUE "FIM VIGENCIA...:".
           05  LINE 10 COL 26          PIC 9(008)
                                       TO WS-PRM-DATA-FIM.
           05  LINE 11 COL 02          VALUE "REGIAO (0=TODAS)".
           05  LINE 11 COL 26          PIC ZZ9
                                       TO WS-PRM-REGIAO.
           05  LINE 12 COL 02          VALUE "FILIAL (0=TODAS)".
           05  LINE 12 COL 26          PIC ZZZ9
                                       TO WS-PRM-FILIAL.
           05  LINE 13 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 13 COL 26          PIC ZZZZ9
                                       TO WS-PRM-COD-PRODUTO.
           05  LINE 14 COL 02          VALUE "QTD MINIMA.....:".
           05  LINE 14 COL 26          PIC ZZZZ9
                                       TO WS-PRM-QTD-MINIMA.
           05  LINE 15 COL 02          VALUE "PCT DESCONTO...:".
           05  LINE 15 COL 26          PIC ZZ9,99
                                       TO WS-PRM-PCT-DESCONTO.
           05  LINE 16 COL 02          VALUE "PRECO FIXO.....:".
           05  LINE 16 COL 26          PIC ZZZZZZZZ9,99
                                       TO WS-PRM-PRECO-FIXO.
           05  LINE 17 COL 02          VALUE "PRODUTO DO MIX.:".
           05  LINE 17 COL 26          PIC ZZZZ9
                                       TO WS-PRM-PRODUTO-MIX.
           05  LINE 18 COL 02          VALUE "STATUS (A/I)...:".
           05  LINE 18 COL 26          PIC X(001)
                                       TO WS-PRM-STATUS.
           05  LINE 20 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 21 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 21 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-PRODUTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR PRODUTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-PRD-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DO PRODUTO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MOVTO-ESTOQUE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MOVIMENTAR ESTOQUE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
              "TIPO: E-ENTRADA  A-AJUSTE  C-CONSULTA".
           05  LINE 06 COL 02          VALUE "CODIGO PRODUTO.:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-EST-COD-PRODUTO.
           05  LINE 07 COL 02          VALUE "TIPO (E/A/C)...:".
           05  LINE 07 COL 26          PIC X(001)
                                       TO WS-EST-TIPO-MOVTO.
           05  LINE 08 COL 02          VALUE "SINAL AJUSTE...:".
           05  LINE 08 COL 26          PIC X(001)
                                       TO WS-EST-SINAL.
           05  LINE 09 COL 02          VALUE "QUANTIDADE.....:".
           05  LINE 09 COL 26          PIC ZZZZZZZZ9
                                       TO WS-EST-QUANTIDADE.
           05  LINE 10 COL 02          VALUE "MOTIVO.........:".
           05  LINE 10 COL 26          PIC X(040)
                                       TO WS-EST-MOTIVO.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-META.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - METAS DE VENDA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR META".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR META".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR META".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-MANTER-META.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "META DE VENDA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       USING WS-MTA-COD-VEND.
           05  LINE 07 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 07 COL 26          PIC 9(006)
                                       USING WS-MTA-ANO-MES.
           05  LINE 08 COL 02          VALUE "VALOR DA META..:".
           05  LINE 08 COL 26          PIC ZZZZZZZZZZ9,99
                                       USING WS-MTA-VALOR.
           05  LINE 09 COL 02          VALUE "PREVISAO VALOR.:".
           05  LINE 09 COL 26          PIC ZZZZZZZZZZ9,99
                                       FROM WS-MTA-PREVISAO-VALOR.
           05  LINE 10 COL 02          VALUE "PREVISAO QTDE..:".
           05  LINE 10 COL 26          PIC ZZZZZZZZ9
                                       FROM WS-MTA-PREVISAO-QTD.
           05  LINE 14 COL 02          PIC X(040)
                                       FROM WS-MTA-MSG-PREVISAO.
           05  LINE 11 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CHAVE-META.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "META DE VENDA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-MTA-COD-VEND.
           05  LINE 07 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 07 COL 26          PIC 9(006)
                                       TO WS-MTA-ANO-MES.
           05  LINE 09 COL 02          VALUE
              "TECLE ENTER PARA CONSULTAR A PREVISAO".

       01  TELA-MENU-OPERADOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "AMBEV - CADASTRO DE OPERADOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR OPERADOR".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR OPERADOR".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR OPERADOR".
           05  LINE 10 COL 02          VALUE
                                       "5 - DESBLOQUEAR OPERADOR".
           05  LINE 11 COL 02          VALUE "4 - VOLTAR".

       01  TELA-INCLUIR-OPERADOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "MANTER OPERADOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO OPERADOR:".
           05  LINE 06 COL 26          PIC X(010)
                                       TO WS-OPE-CODIGO.
           05  LINE 07 COL 02          VALUE "SENHA..........:".
           05  LINE 07 COL 26          PIC X(010)
                                       TO WS-OPE-SENHA SECURE.
           05  LINE 08 COL 02          VALUE "NOME...........:".
           05  LINE 08 COL 26          PIC X(040)
                                       TO WS-OPE-NOME.
           05  LINE 09 COL 02          VALUE
              "PERFIL (1-CONSULTA/2-ATUALIZA/3-ADMIN):".
           05  LINE 09 COL 43          PIC X(001)
                                       TO WS-OPE-PERFIL.
           05  LINE 10 COL 02          VALUE
              "       (4-SUPERVISOR)".
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-OPERADOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR OPERADOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO OPERADOR:".
           05  LINE 06 COL 26          PIC X(010)
                                       TO WS-OPE-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA EXCLUSAO DO OPERADOR?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-DESBLOQ-OPERADOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "DESBLOQUEAR OPERADOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO OPERADOR:".
           05  LINE 06 COL 26          PIC X(010)
                                       TO WS-OPE-CODIGO.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA DESBLOQUEIO DO OPERADOR?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-PARAMETRO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - PARAMETROS DO SISTEMA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - INCLUIR PARAMETRO".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR PARAMETRO".
           05  LINE 09 COL 02          VALUE "3 - EXCLUIR PARAMETRO".
           05  LINE 10 COL 02          VALUE
                                "4 - CARREGAR ARQUIVOS ANTIGOS".
           05  LINE 12 COL 02          VALUE "5 - VOLTAR".

       01  TELA-CHAVE-PARAMETRO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "PARAMETRO DO SISTEMA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "PROGRAMA.......:".
           05  LINE 06 COL 26          PIC X(008)
                                       TO WS-PAR-PROGRAMA.
           05  LINE 07 COL 02          VALUE "NOME PARAMETRO.:".
           05  LINE 07 COL 26          PIC X(020)
                                       TO WS-PAR-NOME.
           05  LINE 09 COL 02          VALUE
              "TECLE ENTER PARA CONTINUAR".

       01  TELA-MANTER-PARAMETRO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "PARAMETRO DO SISTEMA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "PROGRAMA.......:".
           05  LINE 05 COL 26          PIC X(008)
                                       FROM WS-PAR-PROGRAMA.
           05  LINE 06 COL 02          VALUE "NOME PARAMETRO.:".
           05  LINE 06 COL 26          PIC X(020)
                                       FROM WS-PAR-NOME.
           05  LINE 07 COL 02          VALUE
              "TIPO (N-NUM/D-DATA/T-TEXTO/S-S/N/J-PASSO):".
           05  LINE 07 COL 46          PIC X(001)
                                       USING WS-PAR-TIPO.
           05  LINE 08 COL 02          VALUE "VALOR..........:".
           05  LINE 09 COL 02          PIC X(060)
                                       USING WS-PAR-VALOR.
           05  LINE 10 COL 02          VALUE "VALOR MINIMO...:".
           05  LINE 10 COL 26          PIC ZZZZZZZZZ9,99999999
                                       USING WS-PAR-VALOR-MINIMO.
           05  LINE 11 COL 02          VALUE "VALOR MAXIMO...:".
           05  LINE 11 COL 26          PIC ZZZZZZZZZ9,99999999
                                       USING WS-PAR-VALOR-MAXIMO.
           05  LINE 12 COL 02          VALUE "VALIDO ATE.....:".
           05  LINE 12 COL 26          PIC 9(008)
                                       USING WS-PAR-DATA-VALIDADE.
           05  LINE 12 COL 36          VALUE "(AAAAMMDD - 0 = SEMPRE)".
           05  LINE 13 COL 02          VALUE "DESCRICAO......:".
           05  LINE 13 COL 26          PIC X(040)
                                       USING WS-PAR-DESCRICAO.
           05  LINE 15 COL 02          VALUE "ULTIMA ALTERACAO:".
           05  LINE 15 COL 26          PIC X(010)
                                       FROM WS-PAR-OPERADOR.
           05  LINE 15 COL 38          PIC 9(014)
                                       FROM WS-PAR-DATA-HORA-ALT.
           05  LINE 17 COL 02          VALUE
              "CONFIRMA A OPERACAO?".
           05  LINE 18 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 18 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCLUIR-PARAMETRO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "EXCLUIR PARAMETRO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "PROGRAMA.......:".
           05  LINE 06 COL 26          PIC X(008)
                                       FROM WS-PAR-PROGRAMA.
           05  LINE 07 COL 02          VALUE "NOME PARAMETRO.:".
           05  LINE 07 COL 26          PIC X(020)
                                       FROM WS-PAR-NOME.
           05  LINE 08 COL 02          VALUE "VALOR..........:".
           05  LINE 09 COL 02          PIC X(060)
                                       FROM WS-PAR-VALOR.
           05  LINE 10 COL 02          VALUE "DESCRICAO......:".
           05  LINE 10 COL 26          PIC X(040)
                                       FROM WS-PAR-DESCRICAO.
           05  LINE 12 COL 02          VALUE
              "CONFIRMA EXCLUSAO DO PARAMETRO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CARGA-PARAMETRO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE
                                       "CARGA DE PARAMETROS ANTIGOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE
              "LE DISTPARM, ALERTPAR, DESCREG E JOBDEF".
           05  LINE 07 COL 02          VALUE
              "E INCLUI OS VALORES NO PARAMETR.".
           05  LINE 08 COL 02          VALUE
              "PARAMETROS JA EXISTENTES SAO MANTIDOS.".
           05  LINE 10 COL 02          VALUE
              "CONFIRMA A CARGA?".
           05  LINE 11 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 11 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RESUMO-CARGA-PARAM.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 15          VALUE
                                       "CARGA DE PARAMETROS ANTIGOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "INCLUIDOS......:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       FROM BOOKCPAR-REG-QTD-INCLUIDOS.
           05  LINE 07 COL 02          VALUE "JA EXISTENTES..:".
           05  LINE 07 COL 26          PIC ZZZZ9
                                       FROM BOOKCPAR-REG-QTD-EXISTENTES.
           05  LINE 08 COL 02          VALUE "REJEITADOS.....:".
           05  LINE 08 COL 26          PIC ZZZZ9
                                       FROM BOOKCPAR-REG-QTD-REJEITADOS.
           05  LINE 10 COL 02          VALUE
              "DETALHES NO RELATORIO CARGAPAR.RPT".

       01  TELA-BUSCAR-NOME.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "AMBEV - BUSCAR POR NOME".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "NOME/RAZAO SOCIAL:".
           05  LINE 07 COL 02          PIC X(040)
                                       TO WS-RAZAO-SOCIAL.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA A BUSCA?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RELATORIO-PRODUT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE "PRODUTIVIDADE DE VISITAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 06 COL 26          PIC 9(006)
                                       TO WS-ANO-MES-RELAT.
           05  LINE 08 COL 02          VALUE
              "CONFIRMA GERACAO DO RELATORIO?".
           05  LINE 09 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 09 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-UNIR-CLIENTES.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - UNIR CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CLIENTE SOBREVIVENTE:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       TO WS-MRG-COD-SOBREVIVENTE.
           05  LINE 07 COL 02          VALUE "CLIENTE A EXCLUIR...:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-MRG-COD-EXCLUIDO.
           05  LINE 10 COL 02          VALUE
              "CONFIRMA A UNIFICACAO?".
           05  LINE 11 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 11 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-DESLIGAR-VENDEDOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "AMBEV - DESLIGAR VENDEDOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-DSL-COD-VEND.
           05  LINE 07 COL 02          VALUE
              "STATUS (S-SUSPENSO T-DESLIGADO):".
           05  LINE 07 COL 36          PIC X(001)
                                       TO WS-DSL-NOVO-STATUS.
           05  LINE 10 COL 02          VALUE
              "CONFIRMA O DESLIGAMENTO E REDISTRIBUICAO?".
           05  LINE 11 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 11 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-MENU-VISITA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "AMBEV - VISITAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE
                                          "ESCOLHA UMA OPCAO:".
           05  LINE 05 COL 21          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 07 COL 02          VALUE "1 - REGISTRAR VISITA".
           05  LINE 08 COL 02          VALUE "2 - ALTERAR VISITA".
           05  LINE 09 COL 02          VALUE "3 - CANCELAR VISITA".
           05  LINE 10 COL 02          VALUE "4 - CONSULTAR VISITAS".
           05  LINE 11 COL 02          VALUE "5 - CANCELAR PEDIDO".
           05  LINE 12 COL 02          VALUE "6 - CONFIRMAR PEDIDO".
           05  LINE 13 COL 02          VALUE "8 - REGISTRAR DEVOLUCAO".
           05  LINE 14 COL 02          VALUE
              "9 - REGISTRAR RECEBIMENTO".
           05  LINE 15 COL 02          VALUE
              "A - DECLARAR FECHAMENTO DE CAIXA".
           05  LINE 16 COL 02          VALUE
              "B - CONFERIR EQUIPAMENTO EM COMODATO".
           05  LINE 17 COL 02          VALUE
              "C - RESPONDER CHECKLIST DE EXECUCAO".
           05  LINE 18 COL 02          VALUE "7 - VOLTAR".

       01  TELA-ALTERAR-VISITA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "AMBEV - ALTERAR VISITA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC 9(005)
                                       TO WS-VIS-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA VISITA....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-VIS-DATA-VISITA.
           05  LINE 09 COL 02          VALUE
              "RESULTADO (R-REALIZ/S-SEM CONTATO/C-CANCEL):".
           05  LINE 09 COL 48          PIC X(001)
                                       TO WS-VIS-RESULTADO.
           05  LINE 10 COL 02          VALUE "OBSERVACAO.....:".
           05  LINE 10 COL 26          PIC X(040)
                                       TO WS-VIS-OBSERVACAO.
           05  LINE 13 COL 02          VALUE
              "CONFIRMA ALTERACAO DA VISITA?".
           05  LINE 14 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CONFERIR-EQUIPAMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - CONFERIR EQUIPAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC 9(005)
                                       TO WS-VIS-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA VISITA....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-VIS-DATA-VISITA.
           05  LINE 09 COL 02          VALUE "NUMERO ATIVO...:".
           05  LINE 09 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-NUM-ATIVO.
           05  LINE 10 COL 02          VALUE
              "SITUACAO (F-FUNCIONANDO/D-DEFEITO/N-NAO ENCONTR.):".
           05  LINE 10 COL 54          PIC X(001)
                                       TO WS-VIS-SITUACAO-ATIVO.
           05  LINE 13 COL 02          VALUE
              "CONFIRMA A CONFERENCIA?".
           05  LINE 14 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CHECKLIST-VISITA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - CHECKLIST DE EXECUCAO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC 9(005)
                                       TO WS-VIS-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA VISITA....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-VIS-DATA-VISITA.
           05  LINE 13 COL 02          VALUE
              "RESPONDER O CHECKLIST DA VISITA?".
           05  LINE 14 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RESPONDER-CHECKLIST.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                       "AMBEV - CHECKLIST DE EXECUCAO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CLIENTE........:".
           05  LINE 06 COL 26          PIC ZZZZZZ9
                                       FROM WS-VIS-COD-CLIENTE.
           05  LINE 07 COL 02          VALUE "ITEM...........:".
           05  LINE 07 COL 26          PIC ZZ9
                                       FROM WS-VIS-COD-PERGUNTA.
           05  LINE 08 COL 02          PIC X(040)
                                       FROM WS-VIS-DESC-PERGUNTA.
           05  LINE 09 COL 02          VALUE "PESO...........:".
           05  LINE 09 COL 26          PIC ZZ9
                                       FROM WS-VIS-PESO-PERGUNTA.
           05  LINE 11 COL 02          VALUE
              "RESPOSTA (S-CONFORME/N-NAO CONFORME/X-N.A.):".
           05  LINE 11 COL 48          PIC X(001)
                                       TO WS-VIS-RESPOSTA.
           05  LINE 13 COL 02          VALUE
              "(EM BRANCO ENCERRA O CHECKLIST)".

       01  TELA-CANCELAR-VISITA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "AMBEV - CANCELAR VISITA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC 9(005)
                                       TO WS-VIS-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA VISITA....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-VIS-DATA-VISITA.
           05  LINE 11 COL 02          VALUE
              "CONFIRMA CANCELAMENTO DA VISITA?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-REGISTRAR-VISITA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "AMBEV - REGISTRAR VISITA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC 9(005)
                                       TO WS-VIS-COD-VENDEDOR.
           05  LINE 07 COL 02          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-VIS-COD-CLIENTE.
           05  LINE 08 COL 02          VALUE "DATA VISITA....:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-VIS-DATA-VISITA.
           05  LINE 09 COL 02          VALUE
              "RESULTADO (R-REALIZ/S-SEM CONTATO/C-CANCEL):".
           05  LINE 09 COL 48          PIC X(001)
                                       TO WS-VIS-RESULTADO.
           05  LINE 10 COL 02          VALUE "OBSERVACAO.....:".
           05  LINE 10 COL 26          PIC X(040)
                                       TO WS-VIS-OBSERVACAO.
           05  LINE 11 COL 02          VALUE "LATITUDE.......:".
           05  LINE 11 COL 26          PIC -ZZ9,99999999
                                       TO WS-VIS-LATITUDE.
           05  LINE 12 COL 02          VALUE "LONGITUDE......:".
           05  LINE 12 COL 26          PIC -ZZ9,99999999
                                       TO WS-VIS-LONGITUDE.
           05  LINE 13 COL 02          VALUE
              "CONFIRMA REGISTRO DA VISITA?".
           05  LINE 14 COL 02          VALUE
              "1 - SIM  2 - NAO:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-PESQUISAR-VENDEDOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "-----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE
                                       "AMBEV - PESQUISAR VENDEDOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "-----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       USING WS-CODIGO
                                       OF WS-VENDEDOR AUTO.
           05  LINE 14 COL 02          VALUE
              "CONFIRMA BUSCA DO CLIENTE?".
           05  LINE 14 COL 31          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 15 COL 02          VALUE
              "1 - SIM ".
           05  LINE 16 COL 02          VALUE
              "2 - NAO ".

       01  TELA-EXCLUIR-VENDEDOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       FROM WS-CODIGO
                                       OF WS-VENDEDOR.
           05  LINE 07 COL 02          VALUE "TIPO (F-CPF/J-CNPJ):".
           05  LINE 07 COL 26          PIC X(001)
                                       USING WS-TIPO-DOC AUTO.
           05  LINE 08 COL 02          VALUE "CPF...........:".
           05  LINE 08 COL 26          PIC  9(011)
                                       FROM WS-CPF.
           05  LINE 09 COL 02          VALUE "CNPJ..........:".
           05  LINE 09 COL 26          PIC  9(014)
                                       FROM WS-CNPJ
                                       OF WS-VENDEDOR.
           05  LINE 10 COL 02          VALUE "NOME..........:".
           05  LINE 10 COL 26          PIC  X(040)
                                       USING WS-NOME-VENDEDOR AUTO.
           05  LINE 11 COL 02          VALUE "LATITUDE......:".
           05  LINE 11 COL 26          PIC -ZZ9,99999999
                                       USING WS-LAT
                                       OF WS-VENDEDOR AUTO.
           05  LINE 12 COL 02          VALUE "LONGITUDE.....:".
           05  LINE 12 COL 26          PIC -ZZ9,99999999
                                       USING WS-LONG
                                       OF WS-VENDEDOR AUTO.
           05  LINE 14 COL 02          VALUE
              "CONFIRMA EXCLUIR VENDEDOR?".
           05  LINE 14 COL 31          PIC X(001)
                                       TO WS-OPCAO.
           05  LINE 15 COL 02          VALUE
              "1 - SIM ".
           05  LINE 16 COL 02          VALUE
              "2 - NAO ".

       01  TELA-RELATORIOS.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 24          VALUE "MENU RELATORIOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE "1 - CLIENTE".
           05  LINE 07 COL 10          VALUE "2 - VENDEDOR".
           05  LINE 08 COL 10          VALUE
               "3 - RECONCILIACAO CLIENTE X VENDEDOR".
           05  LINE 09 COL 10          VALUE
               "4 - EXPORTAR CLIENTE/VENDEDOR PARA CSV".
           05  LINE 10 COL 10          VALUE
               "5 - COBERTURA DE TERRITORIO POR VENDEDOR".
           05  LINE 11 COL 10          VALUE
               "6 - ROTEIRO DE VISITAS POR VENDEDOR".
           05  LINE 12 COL 10          VALUE
               "7 - AGING DE VISITAS DA CARTEIRA".
           05  LINE 13 COL 10          VALUE
               "8 - VENDAS POR VENDEDOR E CLIENTE".
           05  LINE 14 COL 10          VALUE
               "9 - AUDITORIA DE COORDENADAS".
           05  LINE 15 COL 10          VALUE
               "A - COMPARACAO DE CARTEIRAS".
           05  LINE 16 COL 10          VALUE
               "B - PRODUTIVIDADE DE VISITAS".
           05  LINE 17 COL 10          VALUE
               "C - CLIENTES DUPLICADOS POR LOCAL".
           05  LINE 18 COL 10          VALUE
               "D - MAIS RELATORIOS".
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 20 COL 49          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RELATORIOS-2.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 22          VALUE "MENU RELATORIOS - 2".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE
               "1 - EXTRACAO DE PICKING DO DIA".
           05  LINE 07 COL 10          VALUE
               "2 - CALCULO DE COMISSAO MENSAL".
           05  LINE 08 COL 10          VALUE
               "3 - METAS X VENDAS POR VENDEDOR".
           05  LINE 09 COL 10          VALUE
               "4 - CONVERSAO DE VISITAS EM PEDIDOS".
           05  LINE 10 COL 10          VALUE
               "5 - CLASSIFICACAO ABC DE CLIENTES".
           05  LINE 11 COL 10          VALUE
               "6 - ADERENCIA AO ROTEIRO DO DIA".
           05  LINE 12 COL 10          VALUE
               "7 - AUDITORIA DE CHECK-IN DE VISITAS".
           05  LINE 13 COL 10          VALUE
               "8 - CANDIDATOS A INATIVACAO".
           05  LINE 14 COL 10          VALUE
               "A - PROPOSTA DE TERRITORIOS".
           05  LINE 15 COL 10          VALUE
               "B - EXPORTAR PACOTE DE ROTA".
           05  LINE 16 COL 10          VALUE
               "C - IMPORTAR RESULTADOS DE CAMPO".
           05  LINE 17 COL 10          VALUE
               "E - TENDENCIA DE INDICADORES".
           05  LINE 18 COL 10          VALUE
               "F - HISTORICO UNIFICADO (VIVO+MORTO)".
           05  LINE 19 COL 10          VALUE
               "G - ANONIMIZACAO LGPD DE INATIVOS".
           05  LINE 20 COL 10          VALUE
               "H - MAIS RELATORIOS".
           05  LINE 21 COL 10          VALUE
               "9 - VOLTAR".
           05  LINE 22 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 22 COL 49          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RELATORIOS-3.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 22          VALUE "MENU RELATORIOS - 3".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE
               "1 - POSICAO DIARIA DE ESTOQUE".
           05  LINE 07 COL 10          VALUE
               "2 - DEVOLUCOES DO MES".
           05  LINE 08 COL 10          VALUE
               "3 - AGING DE TITULOS A RECEBER".
           05  LINE 09 COL 10          VALUE
               "4 - FECHAMENTO DE CAIXA DOS VENDEDORES".
           05  LINE 10 COL 10          VALUE
               "5 - PEDIDOS PENDENTES DE FATURAMENTO".
           05  LINE 11 COL 10          VALUE
               "6 - ADESAO A PROMOCOES DO MES".
           05  LINE 12 COL 10          VALUE
               "7 - POSITIVACAO E MIX POR VENDEDOR".
           05  LINE 13 COL 10          VALUE
               "8 - RESULTADO DAS EQUIPES POR SUPERVISOR".
           05  LINE 14 COL 10          VALUE
               "A - REEMBOLSO DE QUILOMETRAGEM".
           05  LINE 15 COL 10          VALUE
               "B - PLANO DE CARGAS DE ENTREGA".
           05  LINE 16 COL 10          VALUE
               "C - EXCECOES DE EQUIPAMENTOS EM COMODATO".
           05  LINE 17 COL 10          VALUE
               "D - IMPORTAR PEDIDOS DO PORTAL B2B".
           05  LINE 18 COL 10          VALUE
               "E - PREVISAO DE VENDAS E ACURACIA".
           05  LINE 19 COL 10          VALUE
               "F - REPOSITORIO DE RELATORIOS".
           05  LINE 20 COL 10          VALUE
               "G - FECHAMENTO DE PERIODO (MES)".
           05  LINE 21 COL 10          VALUE
               "H - RENTABILIDADE E CUSTO DE ATENDIMENTO".
           05  LINE 22 COL 10          VALUE
               "9 - VOLTAR".
           05  LINE 23 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 23 COL 49          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-TENDENCIA-KPI.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "TENDENCIA DE INDICADORES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE
              "FILIAL DO SNAPSHOT:".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-FILIAL-FILTRO.
           05  LINE 07 COL 02          VALUE
              "(0 = CLIENTES SEM FILIAL DEFINIDA)".
           05  LINE 09 COL 02          VALUE "TECLE ENTER PARA".
           05  LINE 09 COL 19          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-CONSULTA-HIST.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE "HISTORICO UNIFICADO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "TIPO (C/V).....:".
           05  LINE 06 COL 26          PIC X(001)
                                       TO WS-CHI-TIPO.
           05  LINE 07 COL 02          VALUE "CODIGO.........:".
           05  LINE 07 COL 26          PIC ZZZZZZ9
                                       TO WS-CHI-CODIGO.
           05  LINE 08 COL 02          VALUE "DATA INICIAL...:".
           05  LINE 08 COL 26          PIC 9(008)
                                       TO WS-CHI-DATA-INICIO.
           05  LINE 09 COL 02          VALUE "DATA FINAL.....:".
           05  LINE 09 COL 26          PIC 9(008)
                                       TO WS-CHI-DATA-FIM.
           05  LINE 11 COL 02          VALUE
              "CONFIRMA A CONSULTA?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-COMPETENCIA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "COMPETENCIA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 06 COL 26          PIC 9(006)
                                       TO WS-ANO-MES-RELAT.
           05  LINE 08 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 09 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 09 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-QUILOMETRAGEM.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "REEMBOLSO DE QUILOMETRAGEM".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 06 COL 26          PIC 9(006)
                                       TO WS-ANO-MES-RELAT.
           05  LINE 07 COL 02          VALUE "VALOR POR KM....:".
           05  LINE 07 COL 26          PIC ZZ9,9999
                                       TO WS-VALOR-KM-RELAT.
           05  LINE 08 COL 02          VALUE "LIMITE TRECHO KM:".
           05  LINE 08 COL 26          PIC ZZZZ9
                                       TO WS-LIMITE-KM-RELAT.
           05  LINE 09 COL 02          VALUE
              "(ZERO = VALOR PADRAO)".
           05  LINE 11 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-PLANO-ENTREGA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "PLANO DE CARGAS DE ENTREGA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "DATA ENTREGA....:".
           05  LINE 06 COL 26          PIC 9(008)
                                       TO WS-DATA-MOVTO-RELAT.
           05  LINE 07 COL 02          VALUE "CAPAC. PESO (KG):".
           05  LINE 07 COL 26          PIC ZZZZZZ9,999
                                       TO WS-CAPAC-PESO-RELAT.
           05  LINE 08 COL 02          VALUE "CAPAC. VOL. (M3):".
           05  LINE 08 COL 26          PIC ZZZZ9,9999
                                       TO WS-CAPAC-VOLUME-RELAT.
           05  LINE 09 COL 02          VALUE "QTD. VEICULOS...:".
           05  LINE 09 COL 26          PIC ZZ9
                                       TO WS-QTD-VEICULOS-RELAT.
           05  LINE 10 COL 02          VALUE "LATITUDE CD.....:".
           05  LINE 10 COL 26          PIC -ZZ9,99999999
                                       TO WS-LAT-DEPOSITO-RELAT.
           05  LINE 11 COL 02          VALUE "LONGITUDE CD....:".
           05  LINE 11 COL 26          PIC -ZZ9,99999999
                                       TO WS-LON-DEPOSITO-RELAT.
           05  LINE 12 COL 02          VALUE
              "(ZERO = VALOR PADRAO)".
           05  LINE 14 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 15 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 15 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXCECOES-COMODATO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
                                "EXCECOES DE EQUIPAMENTOS EM COMODATO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "DIAS SEM CONFERENCIA:".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-DIAS-CONFIRM-RELAT.
           05  LINE 07 COL 02          VALUE
              "(ZERO = VALOR PADRAO)".
           05  LINE 09 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-PREVISAO-VENDAS.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "PREVISAO DE VENDAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 06 COL 26          PIC 9(006)
                                       TO WS-ANO-MES-RELAT.
           05  LINE 07 COL 02          VALUE
              "(ZERO = PROXIMO MES)".
           05  LINE 08 COL 02          VALUE "MESES HISTORICO:".
           05  LINE 08 COL 26          PIC Z9
                                       TO WS-MESES-HIST-RELAT.
           05  LINE 09 COL 02          VALUE "MESES DA MEDIA.:".
           05  LINE 09 COL 26          PIC Z9
                                       TO WS-MESES-MEDIA-RELAT.
           05  LINE 10 COL 02          VALUE
              "(ZERO = VALOR PADRAO)".
           05  LINE 12 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 13 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 13 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-REPOSITORIO-RELAT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
                                       "REPOSITORIO DE RELATORIOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "RELATORIO......:".
           05  LINE 05 COL 26          PIC X(008)
                                       TO WS-CRP-RELATORIO.
           05  LINE 05 COL 36          VALUE "(BRANCO = TODOS)".
           05  LINE 06 COL 02          VALUE "DATA INICIAL...:".
           05  LINE 06 COL 26          PIC 9(008)
                                       TO WS-CRP-DATA-INICIO.
           05  LINE 07 COL 02          VALUE "DATA FINAL.....:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-CRP-DATA-FIM.
           05  LINE 08 COL 02          VALUE "ENTRADA........:".
           05  LINE 08 COL 26          PIC ZZZZZZ9
                                       TO WS-CRP-NUM-ENTRADA.
           05  LINE 09 COL 02          VALUE "LINHA INICIAL..:".
           05  LINE 09 COL 26          PIC ZZZZZZ9
                                       TO WS-CRP-LINHA-INICIAL.
           05  LINE 10 COL 02          VALUE "DIAS RETENCAO..:".
           05  LINE 10 COL 26          PIC ZZZZ9
                                       TO WS-CRP-DIAS-RETENCAO.
           05  LINE 12 COL 02          VALUE
              "1 - LISTAR CATALOGO (RELATORIO E PERIODO)".
           05  LINE 13 COL 02          VALUE
              "2 - VISUALIZAR ENTRADA DO CATALOGO".
           05  LINE 14 COL 02          VALUE
              "3 - DEFINIR RETENCAO DO RELATORIO".
           05  LINE 15 COL 02          VALUE
              "9 - VOLTAR".
           05  LINE 17 COL 02          VALUE
              "DIGITE A OPCAO DESEJADA:".
           05  LINE 17 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-FECHAMENTO-PERIODO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
                                       "FECHAMENTO DE PERIODO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 05 COL 02          VALUE "ANO/MES (AAAAMM):".
           05  LINE 05 COL 26          PIC 9(006)
                                       TO WS-FPE-ANO-MES.
           05  LINE 06 COL 02          VALUE "MOTIVO.........:".
           05  LINE 06 COL 20          PIC X(040)
                                       TO WS-FPE-MOTIVO.
           05  LINE 07 COL 02          VALUE
              "(MOTIVO OBRIGATORIO NA REABERTURA)".
           05  LINE 09 COL 02          VALUE
              "1 - FECHAR PERIODO".
           05  LINE 10 COL 02          VALUE
              "2 - REABRIR PERIODO".
           05  LINE 11 COL 02          VALUE
              "3 - CONSULTAR SITUACAO".
           05  LINE 12 COL 02          VALUE
              "9 - VOLTAR".
           05  LINE 14 COL 02          VALUE
              "DIGITE A OPCAO DESEJADA:".
           05  LINE 14 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-ADERENCIA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "ADERENCIA AO ROTEIRO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "VENDEDOR (0=TODOS):".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 07 COL 02          VALUE "DATA (AAAAMMDD)...:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-DATA-MOVTO-RELAT.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXPORTA-PACOTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "EXPORTAR PACOTE ROTA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "VENDEDOR (0=TODOS):".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 07 COL 02          VALUE "DATA (AAAAMMDD)...:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-DATA-MOVTO-RELAT.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-PROPOSTA-TERR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE "PROPOSTA DE TERRITORIOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "FILIAL (0=TODAS).:".
           05  LINE 06 COL 26          PIC ZZZ9
                                       TO WS-FILIAL-FILTRO.
           05  LINE 07 COL 02          VALUE "QTD TERRITORIOS..:".
           05  LINE 07 COL 26          PIC ZZ9
                                       TO WS-PTE-QTD-TERRITORIOS.
           05  LINE 08 COL 02          VALUE "REGIAO INICIAL...:".
           05  LINE 08 COL 26          PIC ZZ9
                                       TO WS-PTE-REGIAO-BASE.
           05  LINE 09 COL 02          VALUE "GERAR ARQ (S/N)..:".
           05  LINE 09 COL 26          PIC X(001)
                                       TO WS-PTE-GERAR-ARQUIVO.
           05  LINE 11 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 12 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 12 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-DATA-MOVIMENTO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "DATA DO MOVIMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "DATA (AAAAMMDD):".
           05  LINE 06 COL 26          PIC 9(008)
                                       TO WS-DATA-MOVTO-RELAT.
           05  LINE 08 COL 02          VALUE
              "CONFIRMA A GERACAO?".
           05  LINE 09 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 09 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RELATORIOS-CLIENTE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 24          VALUE "MENU RELATORIO CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE "TIPO DE ORDENACAO:".
           05  LINE 07 COL 10          VALUE
           "1 - ACESCENDENTE 2 - DECRESCENTE:".
           05  LINE 07 COL 55           PIC X(001)
                                       TO WS-TIPO-ORDENACAO.
           05  LINE 08 COL 10          VALUE "TIPO DE CLASSIFICACAO:".
           05  LINE 09 COL 10          VALUE
           "1 - CODIGO CLIENTE 2 - RAZAO SOCIAL:".
           05  LINE 09 COL 48          PIC X(001)
                                       TO WS-TIPO-CLASS.
           05  LINE 10 COL 10          VALUE "CODIGO CLIENTE:".
           05  LINE 10 COL 27          PIC ZZZZZZ9
                                       TO WS-COD-CLIE-RELAT.
           05  LINE 11 COL 10          VALUE "RAZAO SOCIAL:".
           05  LINE 11 COL 24          PIC X(040)
                                       TO WS-NOME-RAZAO-RELAT.
           05  LINE 12 COL 10          VALUE "CODIGO VENDEDOR:".
           05  LINE 12 COL 28          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 13 COL 10          VALUE "CLASSE ABC (A/B/C):".
           05  LINE 13 COL 31          PIC X(001)
                                       TO WS-CLASSE-RELAT.
           05  LINE 15 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 15 COL 49          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-RELATORIOS-VENDEDOR.
          05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 24          VALUE "MENU RELATORIO VENDEDOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE "TIPO DE ORDENACAO:".
           05  LINE 07 COL 10          VALUE
           "1 - ACESCENDENTE 2 - DECRESCENTE:".
           05  LINE 07 COL 55           PIC X(001)
                                       TO WS-TIPO-ORDENACAO.
           05  LINE 08 COL 10          VALUE "TIPO DE CLASSIFICACAO:".
           05  LINE 09 COL 10          VALUE
           "1 - CODIGO VENDEDOR 2 - NOME VENDEDOR:".
           05  LINE 09 COL 60          PIC X(001)
                                       TO WS-TIPO-CLASS.
           05  LINE 10 COL 10          VALUE "CODIGO VENDEDOR:".
           05  LINE 10 COL 28          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 11 COL 10          VALUE "NOME VENDEDOR".
           05  LINE 11 COL 24          PIC X(040)
                                       TO WS-NOME-RAZAO-RELAT.
           05  LINE 13 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 13 COL 49          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-ROTEIRO-VENDEDOR.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 19          VALUE "ROTEIRO DE VISITAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 02          VALUE "CODIGO VENDEDOR:".
           05  LINE 06 COL 26          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 07 COL 02          VALUE "DATA ROTEIRO...:".
           05  LINE 07 COL 26          PIC 9(008)
                                       TO WS-DATA-ROTEIRO-RELAT.
           05  LINE 08 COL 02          VALUE "MODO (D/S).....:".
           05  LINE 08 COL 26          PIC X(001)
                                       TO WS-MODO-ROTEIRO-RELAT.
           05  LINE 09 COL 02          VALUE
              "CONFIRMA GERACAO DO ROTEIRO?".
           05  LINE 10 COL 02          VALUE
              "1 - SIM  2 - NAO".
           05  LINE 10 COL 28          PIC X(001)
                                       TO WS-OPCAO.

       01  TELA-EXECUTAR-DISTRIBUICAO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1             VALUE
           "----------------------------------------------------------".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 20          VALUE "EXECUTAR DISTRIBUICAO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "----------------------------------------------------------".
           05  LINE 06 COL 10          VALUE "CLIENTE (0=TODOS):".
           05  LINE 06 COL 30          PIC ZZZZZZ9
                                       TO WS-COD-CLIE-RELAT.
           05  LINE 07 COL 10          VALUE "VENDEDOR (0=TODOS):".
           05  LINE 07 COL 31          PIC ZZZZ9
                                       TO WS-COD-VEND-RELAT.
           05  LINE 08 COL 10          VALUE "SIMULACAO (S/N)...:".
           05  LINE 08 COL 31          PIC X(001)
                                       TO WS-SIMULACAO-RELAT.
           05  LINE 09 COL 10          VALUE
               "MODO (P-PROXIMIDADE/B-BALANCEADO):".
           05  LINE 09 COL 46          PIC X(001)
                                       TO WS-MODO-DISTRIB-RELAT.
           05  LINE 10 COL 10          VALUE "FILIAL (0=TODAS)..:".
           05  LINE 10 COL 31          PIC ZZZ9
                                       TO WS-FILIAL-FILTRO.
           05  LINE 11 COL 10          VALUE "INCREMENTAL (S/N).:".
           05  LINE 11 COL 31          PIC X(001)
                                       TO WS-MODO-INCR-RELAT.
           05  LINE 13 COL 10          VALUE "TECLE ENTER PARA".
           05  LINE 13 COL 27          PIC X(001)
                                       TO WS-OPCAO.

       PROCEDURE                       DIVISION.

       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR
           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1100-CONSISTIR-DADOS-ENTRADA

           PERFORM 1150-IDENTIFICAR-OPERADOR

           PERFORM 1160-LER-PARAMETRO-INICIAL
           .
       1000-99-FIM.                    EXIT.

       1100-CONSISTIR-DADOS-ENTRADA    SECTION.
           INITIALIZE                  WS-DADOS-ENTRADA
           .
       1100-99-FIM.                    EXIT.

       1150-IDENTIFICAR-OPERADOR       SECTION.

           MOVE 'N'                    TO WS-LOGIN-LIBERADO
           MOVE ZEROS                  TO WS-LOGIN-TENTATIVAS

           PERFORM 1155-VALIDAR-LOGIN  UNTIL WS-LOGIN-LIBERADO
                                       EQUAL 'S' OR
                                       WS-LOGIN-TENTATIVAS
                                       NOT LESS 3

           IF WS-LOGIN-LIBERADO        NOT EQUAL 'S'
             DISPLAY "ACESSO NEGADO - TENTATIVAS ESGOTADAS"
                                       AT 2310
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 1158-MOSTRAR-ALERTAS
           .
       1150-99-FIM.                    EXIT.

       1158-MOSTRAR-ALERTAS            SECTION.

           MOVE ZEROS                  TO WS-QTD-ALERTAS-PEND
           MOVE 'N'                    TO WS-FIM-ARQ-ALERTAS
           MOVE 4                      TO WS-ALERTA-LINHA

           OPEN INPUT ARQ-ALERTAS

           IF WS-FS-ARQ-ALERTAS        EQUAL ZEROS
             DISPLAY "ALERTAS OPERACIONAIS PENDENTES"
                                       AT 0302

             PERFORM 1161-LER-ARQ-ALERTAS

             PERFORM 1162-MOSTRAR-ALERTA
                                       UNTIL WS-FIM-ARQ-ALERTAS
                                       EQUAL 'S'

             CLOSE ARQ-ALERTAS

             IF WS-QTD-ALERTAS-PEND    GREATER ZEROS
               DISPLAY "RECONHECER OS ALERTAS? (S/N):"
                                       AT 2102
               ACCEPT WS-ALERTA-RESPOSTA
                                       AT 2132

               IF WS-ALERTA-RESPOSTA   EQUAL 'S' OR 's'
                 PERFORM 1163-RECONHECER-ALERTAS
               END-IF
             END-IF
           END-IF

           .
       1158-99-FIM.                    EXIT.

       1161-LER-ARQ-ALERTAS            SECTION.

           READ ARQ-ALERTAS

           IF WS-FS-ARQ-ALERTAS        NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-ALERTAS
           END-IF

           .
       1161-99-FIM.                    EXIT.

       1162-MOSTRAR-ALERTA             SECTION.

           IF FD-ALE-PENDENTE
             ADD 1                     TO WS-QTD-ALERTAS-PEND

             IF WS-ALERTA-LINHA        LESS 20
               ADD 1                   TO WS-ALERTA-LINHA
               DISPLAY FD-ALE-SEVERIDADE " " FD-ALE-PROGRAMA " "
                       FD-ALE-MENSAGEM
                                       AT LINE WS-ALERTA-LINHA COL 02
             END-IF
           END-IF

           PERFORM 1161-LER-ARQ-ALERTAS

           .
       1162-99-FIM.                    EXIT.

       1163-RECONHECER-ALERTAS         SECTION.

           MOVE 'N'                    TO WS-FIM-ARQ-ALERTAS
                                       WS-FIM-ARQ-ALETRAB

           OPEN INPUT ARQ-ALERTAS

           IF WS-FS-ARQ-ALERTAS        EQUAL ZEROS
             OPEN OUTPUT ARQ-ALERTA-TRAB

             PERFORM 1161-LER-ARQ-ALERTAS

             PERFORM 1164-COPIAR-ALERTA-MARCADO
                                       UNTIL WS-FIM-ARQ-ALERTAS
                                       EQUAL 'S'

             CLOSE ARQ-ALERTAS
                                       ARQ-ALERTA-TRAB

             OPEN INPUT ARQ-ALERTA-TRAB
             OPEN OUTPUT ARQ-ALERTAS

             PERFORM 1165-LER-ARQ-ALETRAB

             PERFORM 1166-DEVOLVER-ALERTA
                                       UNTIL WS-FIM-ARQ-ALETRAB
                                       EQUAL 'S'

             CLOSE ARQ-ALERTA-TRAB
                                       ARQ-ALERTAS
           END-IF

           .
       1163-99-FIM.                    EXIT.

       1164-COPIAR-ALERTA-MARCADO      SECTION.

           IF FD-ALE-PENDENTE
             SET FD-ALE-RECONHECIDO    TO TRUE
             MOVE WS-OPERADOR          TO FD-ALE-OPERADOR
           END-IF

           WRITE FD-ALERTA-TRAB        FROM FD-ALERTAS

           PERFORM 1161-LER-ARQ-ALERTAS

           .
       1164-99-FIM.                    EXIT.

       1165-LER-ARQ-ALETRAB            SECTION.

           READ ARQ-ALERTA-TRAB

           IF WS-FS-ARQ-ALETRAB        NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-ALETRAB
           END-IF

           .
       1165-99-FIM.                    EXIT.

       1166-DEVOLVER-ALERTA            SECTION.

           WRITE FD-ALERTAS            FROM FD-ALERTA-TRAB

           PERFORM 1165-LER-ARQ-ALETRAB

           .
       1166-99-FIM.                    EXIT.

       1155-VALIDAR-LOGIN              SECTION.

           MOVE SPACES                 TO WS-OPERADOR
                                       WS-SENHA

           PERFORM UNTIL WS-OPERADOR   NOT EQUAL SPACES
             DISPLAY TELA-OPERADOR
             ACCEPT  TELA-OPERADOR
           END-PERFORM

           INITIALIZE                  WS-LINK-CRUDOPER

           MOVE 'L'                    TO BOOKOPER-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKOPER-REG-CODIGO
           MOVE WS-SENHA               TO BOOKOPER-REG-SENHA

           CALL WS-CRUDOPER            USING WS-LINK-CRUDOPER

           EVALUATE BOOKOPER-CTRL-COD
             WHEN ZEROS
               MOVE BOOKOPER-REG-PERFIL
                                       TO WS-PERFIL-OPERADOR
               MOVE 'S'                TO WS-LOGIN-LIBERADO
               IF WS-OPERADOR-SUPERVISOR
                 PERFORM 1153-OBTER-EQUIPE
               END-IF
             WHEN 4
               MOVE BOOKOPER-REG-PERFIL
                                       TO WS-PERFIL-OPERADOR
               DISPLAY BOOKOPER-CTRL-MSG
                                       AT 2310
               STOP ' '
               MOVE 'N'                TO WS-TROCA-SENHA
               PERFORM 1154-TROCAR-SENHA
                                       UNTIL WS-TROCA-CONCLUIDA OR
                                       WS-TROCA-CANCELADA
               IF WS-TROCA-CONCLUIDA
                 MOVE 'S'              TO WS-LOGIN-LIBERADO
                 IF WS-OPERADOR-SUPERVISOR
                   PERFORM 1153-OBTER-EQUIPE
                 END-IF
               ELSE
                 ADD 1                 TO WS-LOGIN-TENTATIVAS
               END-IF
             WHEN 3
               MOVE '3'                TO WS-PERFIL-OPERADOR
               MOVE 'S'                TO WS-LOGIN-LIBERADO
               DISPLAY "SEM OPERADORES - ACESSO DE ADMINISTRADOR"
                                       AT 2310
               STOP ' '
             WHEN OTHER
               ADD 1                   TO WS-LOGIN-TENTATIVAS
               DISPLAY BOOKOPER-CTRL-MSG
                                       AT 2310
               STOP ' '
           END-EVALUATE
           .
       1155-99-FIM.                    EXIT.

       1154-TROCAR-SENHA               SECTION.

           MOVE SPACES                 TO WS-NOVA-SENHA
                                       WS-CONF-SENHA

           DISPLAY TELA-TROCAR-SENHA
           ACCEPT  TELA-TROCAR-SENHA

           IF WS-NOVA-SENHA            EQUAL SPACES
             SET WS-TROCA-CANCELADA    TO TRUE
           ELSE IF WS-NOVA-SENHA       NOT EQUAL WS-CONF-SENHA
             DISPLAY "CONFIRMACAO NAO CONFERE COM A NOVA SENHA"
                                       AT 2310
             STOP ' '
           ELSE
             INITIALIZE                WS-LINK-CRUDOPER

             MOVE 'T'                  TO BOOKOPER-REG-SERVICO
             MOVE WS-OPERADOR          TO BOOKOPER-REG-CODIGO
             MOVE WS-SENHA             TO BOOKOPER-REG-SENHA
             MOVE WS-NOVA-SENHA        TO BOOKOPER-REG-NOVA-SENHA

             CALL WS-CRUDOPER          USING WS-LINK-CRUDOPER

             DISPLAY BOOKOPER-CTRL-MSG AT 2310
             STOP ' '

             IF BOOKOPER-CTRL-COD      EQUAL ZEROS
               SET WS-TROCA-CONCLUIDA  TO TRUE
               MOVE WS-NOVA-SENHA      TO WS-SENHA
             END-IF
           END-IF
           END-IF
           .
       1154-99-FIM.                    EXIT.

       1159-REGISTRAR-ACESSO           SECTION.

           INITIALIZE                  WS-LINK-CRUDOPER

           MOVE 'R'                    TO BOOKOPER-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKOPER-REG-CODIGO
           MOVE WS-ACE-EVENTO          TO BOOKOPER-REG-EVENTO
           MOVE WS-ACE-DETALHE         TO BOOKOPER-REG-DETALHE

           CALL WS-CRUDOPER            USING WS-LINK-CRUDOPER
           .
       1159-99-FIM.                    EXIT.

       1160-LER-PARAMETRO-INICIAL      SECTION.
           ACCEPT WS-PARM-INICIAL      FROM COMMAND-LINE

           IF WS-PARM-INICIAL          NOT EQUAL SPACES
             MOVE WS-PARM-INICIAL(1:1) TO WS-PARM-TIPO
             MOVE WS-PARM-INICIAL(2:7) TO WS-PARM-CODIGO

             IF WS-PARM-CLIENTE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-CODIGO))
                                       TO WS-CODIGO OF WS-CLIENTE
             ELSE IF WS-PARM-VENDEDOR
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-CODIGO))
                                       TO WS-CODIGO OF WS-VENDEDOR
             ELSE
               MOVE SPACES             TO WS-PARM-TIPO
             END-IF
           END-IF
           .
       1160-99-FIM.                    EXIT.

       1156-EXIGIR-ADMIN               SECTION.

           IF WS-OPERADOR-ADMIN
             MOVE 'S'                  TO WS-ACESSO-OPCAO
           ELSE
             MOVE 'N'                  TO WS-ACESSO-OPCAO
             DISPLAY "ACESSO RESTRITO AO ADMINISTRADOR"
                                       AT 2310
             MOVE 'N'                  TO WS-ACE-EVENTO
             MOVE "ACESSO RESTRITO AO ADMINISTRADOR"
                                       TO WS-ACE-DETALHE
             PERFORM 1159-REGISTRAR-ACESSO
             STOP ' '
           END-IF
           .
       1156-99-FIM.                    EXIT.

       1157-EXIGIR-ATUALIZACAO         SECTION.

           IF WS-OPERADOR-ATUALIZA OR WS-OPERADOR-ADMIN
             MOVE 'S'                  TO WS-ACESSO-OPCAO
           ELSE
             MOVE 'N'                  TO WS-ACESSO-OPCAO
             DISPLAY "ACESSO NEGADO AO SEU PERFIL"
                                       AT 2310
             MOVE 'N'                  TO WS-ACE-EVENTO
             MOVE "ACESSO NEGADO AO SEU PERFIL"
                                       TO WS-ACE-DETALHE
             PERFORM 1159-REGISTRAR-ACESSO
             STOP ' '
           END-IF
           .
       1157-99-FIM.                    EXIT.

       1153-OBTER-EQUIPE               SECTION.

           INITIALIZE                  WS-LINK-CRUDSUPV

           MOVE 'O'                    TO BOOKSUPV-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKSUPV-REG-COD-OPERADOR

           CALL WS-CRUDSUPV            USING WS-LINK-CRUDSUPV

           IF BOOKSUPV-CTRL-COD        EQUAL ZEROS
             MOVE BOOKSUPV-REG-CODIGO  TO WS-SUPERVISOR-OPERADOR
           ELSE
             MOVE 'N'                  TO WS-LOGIN-LIBERADO
             ADD 1                     TO WS-LOGIN-TENTATIVAS
             DISPLAY BOOKSUPV-CTRL-MSG AT 2310
             STOP ' '
           END-IF
           .
       1153-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.
           INITIALIZE                  WS-OPCAO

           IF WS-PARM-CLIENTE
             MOVE SPACES               TO WS-PARM-TIPO
             PERFORM 1157-EXIGIR-ATUALIZACAO
             IF WS-ACESSO-LIBERADO
               PERFORM 2220-ALTERAR-CLIENTE
             ELSE
               PERFORM 2000-PROCESSAR
             END-IF
           ELSE IF WS-PARM-VENDEDOR
             MOVE SPACES               TO WS-PARM-TIPO
             PERFORM 1157-EXIGIR-ATUALIZACAO
             IF WS-ACESSO-LIBERADO
               PERFORM 2320-ALTERAR-VENDEDOR
             ELSE
               PERFORM 2000-PROCESSAR
             END-IF
           ELSE
             DISPLAY TELA-MENU
             ACCEPT  TELA-MENU

             EVALUATE WS-OPCAO
               WHEN 1
                 PERFORM 2100-MENU-CADASTRO
               WHEN 2
                 PERFORM 2400-MENU-RELATORIOS
               WHEN 3
                 PERFORM 1156-EXIGIR-ADMIN
                 IF WS-ACESSO-LIBERADO
                   PERFORM 2500-EXECUTAR-DISTRIBUICAO
                 ELSE
                   PERFORM 2000-PROCESSAR
                 END-IF
               WHEN 4
                 PERFORM 2600-MENU-VISITA
               WHEN 5
                 PERFORM 3000-FINALIZAR
               WHEN 6
                 PERFORM 1156-EXIGIR-ADMIN
                 IF WS-ACESSO-LIBERADO
                   PERFORM 2550-TRANSFERIR-CARTEIRA
                 ELSE
                   PERFORM 2000-PROCESSAR
                 END-IF
               WHEN 7
                 PERFORM 1156-EXIGIR-ADMIN
                 IF WS-ACESSO-LIBERADO
                   PERFORM 2560-UNIR-CLIENTES
                 ELSE
                   PERFORM 2000-PROCESSAR
                 END-IF
               WHEN 8
                 PERFORM 1156-EXIGIR-ADMIN
                 IF WS-ACESSO-LIBERADO
                   PERFORM 2570-DESLIGAR-VENDEDOR
                 ELSE
                   PERFORM 2000-PROCESSAR
                 END-IF
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
                                       AT 2310
                 PERFORM 2000-PROCESSAR
             END-EVALUATE
           END-IF
           .
       2000-99-FIM.                    EXIT.

       2100-MENU-CADASTRO              SECTION.
           INITIALIZE                  WS-OPCAO
                                       WS-TIPO-CADASTRO

           DISPLAY TELA-CADASTROS
           ACCEPT  TELA-CADASTROS

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2200-CRUD-CLIENTE
               MOVE 'C'                TO WS-TIPO-CADASTRO
             WHEN 2
               PERFORM 2300-CRUD-VENDEDOR
               MOVE 'V'                TO WS-TIPO-CADASTRO
             WHEN 3
               PERFORM 2700-MENU-AUSENCIA
             WHEN 4
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2800-MENU-OPERADOR
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 5
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2900-MENU-FILIAL
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 6
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2960-MENU-PRODUTO
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 7
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2970-MENU-META
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 8
               PERFORM 2000-PROCESSAR
             WHEN 9
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2980-MENU-SUPERVISOR
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'A'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2990-MENU-EQUIPAMENTO
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'B'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2940-MENU-CATEGORIA
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'C'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2945-MENU-MARCA
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'D'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2951-MENU-CHECKLIST
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'E'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2956-MENU-REDE
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'F'
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2860-MENU-PARAMETRO
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN 'G'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2870-MENU-PROSPECT
               ELSE
                 PERFORM 2100-MENU-CADASTRO
               END-IF
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2100-MENU-CADASTRO
           END-EVALUATE
           .
       2100-99-FIM.                    EXIT.

       2200-CRUD-CLIENTE               SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-SUBMENU-CLIENTE
           ACCEPT  TELA-SUBMENU-CLIENTE

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2210-INCLUIR-CLIENTE
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 2
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2220-ALTERAR-CLIENTE
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 3
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2230-EXCLUIR-CLIENTE
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 4
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2240-IMPORTAR-CLIENTE
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 5
               PERFORM 2100-MENU-CADASTRO
             WHEN 6
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2245-IMPORTAR-GEOCODIFICACAO
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 7
               PERFORM 2260-BUSCAR-CLIENTE
             WHEN 8
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2265-LIMITE-CREDITO
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 9
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2266-REATIVAR-CLIENTE
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 'A'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2267-APLICAR-IMPORTACAO
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN 'X'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2268-DESCARTAR-IMPORTACAO
               ELSE
                 PERFORM 2200-CRUD-CLIENTE
               END-IF
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2200-CRUD-CLIENTE
           END-EVALUATE
           .
       2200-99-FIM.                    EXIT.

       2210-INCLUIR-CLIENTE            SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-CLIENTE
           ACCEPT  TELA-INCLUIR-CLIENTE
           IF WS-OPCAO                 EQUAL 1
             SET WS-INCLUIR            TO TRUE
             PERFORM 2250-ACESSAR-CRUDCLIE
             DISPLAY BOOKCLIE-CTRL-MSG
                                       AT 2310
             STOP ' '
             INITIALIZE                WS-CLIENTE
             PERFORM 2210-INCLUIR-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2210-INCLUIR-CLIENTE
           END-IF
           .
           .
       2210-99-FIM.                    EXIT.

       2220-ALTERAR-CLIENTE            SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-PESQUISAR-CLIENTE
           ACCEPT  TELA-PESQUISAR-CLIENTE

            IF WS-OPCAO                 EQUAL 1
             SET WS-PESQUISAR           TO TRUE
             PERFORM 2250-ACESSAR-CRUDCLIE
             IF BOOKCLIE-CTRL-COD  ZEROS
               DISPLAY TELA-INCLUIR-CLIENTE
               ACCEPT  TELA-INCLUIR-CLIENTE
               SET WS-ALTERAR        TO TRUE
               PERFORM 2250-ACESSAR-CRUDCLIE
             END-IF
             DISPLAY BOOKCLIE-CTRL-MSG
                                       AT 2310
             INITIALIZE                WS-CLIENTE
             PERFORM 2220-ALTERAR-CLIENTE
             ELSE IF WS-OPCAO            EQUAL 2
               PERFORM 2200-CRUD-CLIENTE
             ELSE
               DISPLAY "OPCAO INVALIDA"  AT 2310
               PERFORM 2220-ALTERAR-CLIENTE
           END-IF
           .

           .
       2220-99-FIM.                    EXIT.

       2230-EXCLUIR-CLIENTE           SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-CLIENTE
           ACCEPT  TELA-EXCLUIR-CLIENTE

           IF WS-OPCAO                 EQUAL 1
             SET WS-EXCLUIR            TO TRUE
             PERFORM 2250-ACESSAR-CRUDCLIE
             DISPLAY BOOKCLIE-CTRL-MSG
                                       AT 2310
             STOP ' '
             INITIALIZE                WS-CLIENTE
             PERFORM 2230-EXCLUIR-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2230-EXCLUIR-CLIENTE
           END-IF
           .
       2230-99-FIM.                    EXIT.

       2240-IMPORTAR-CLIENTE         SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-IMPORTACAO
           ACCEPT  TELA-IMPORTACAO

           IF WS-OPCAO                 EQUAL 1
             SET WS-IMPORTACAO           TO TRUE
             PERFORM 2250-ACESSAR-CRUDCLIE
             DISPLAY BOOKCLIE-CTRL-MSG
                                       AT 2310
             STOP ' '
             INITIALIZE                WS-CLIENTE
             PERFORM 2240-IMPORTAR-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "VALOR INVALIDO"  AT 2310
             STOP ' '
             PERFORM 2240-IMPORTAR-CLIENTE
           END-IF

           .
       2240-99-FIM.                    EXIT.

       2245-IMPORTAR-GEOCODIFICACAO    SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-IMPORTACAO
           ACCEPT  TELA-IMPORTACAO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-IMPGEOCO

             MOVE WS-ARQ-CLI           TO BOOKGEOC-REG-ARQUVO
             MOVE WS-OPERADOR          TO BOOKGEOC-REG-OPERADOR

             CALL WS-IMPGEOCO          USING WS-LINK-IMPGEOCO

             DISPLAY BOOKGEOC-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
             PERFORM 2200-CRUD-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "VALOR INVALIDO"  AT 2310
             PERFORM 2245-IMPORTAR-GEOCODIFICACAO
           END-IF

           .
       2245-99-FIM.                    EXIT.

       2260-BUSCAR-CLIENTE             SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE SPACES                 TO WS-RAZAO-SOCIAL

           DISPLAY TELA-BUSCAR-NOME
           ACCEPT  TELA-BUSCAR-NOME

           IF WS-OPCAO                 EQUAL 1
             SET WS-BUSCA-NOME-SRV     TO TRUE
             PERFORM 2250-ACESSAR-CRUDCLIE

             IF BOOKCLIE-CTRL-COD      EQUAL ZEROS
               PERFORM 2261-CARREGAR-BUSCA-CLIENTE
               PERFORM 2280-PAGINAR-BUSCA
               IF WS-BUSCA-SELECIONADO GREATER ZEROS
                 PERFORM 1157-EXIGIR-ATUALIZACAO
                 IF WS-ACESSO-LIBERADO
                   INITIALIZE          WS-CLIENTE
                   MOVE WS-BUSCA-SELECIONADO
                                       TO WS-CODIGO OF WS-CLIENTE
                   PERFORM 2220-ALTERAR-CLIENTE
                 END-IF
               END-IF
             ELSE
               DISPLAY BOOKCLIE-CTRL-MSG
                                       AT 2310
               STOP ' '
             END-IF
             PERFORM 2200-CRUD-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2260-BUSCAR-CLIENTE
           END-IF

           .
       2260-99-FIM.                    EXIT.

       2265-LIMITE-CREDITO             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-LIMITE-CREDITO
           ACCEPT  TELA-LIMITE-CREDITO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CRUDCLIE

             MOVE 'L'                  TO BOOKCLIE-REG-SERVICO
             MOVE WS-CODIGO            OF WS-CLIENTE
                                       TO BOOKCLIE-REG-COD-CLIENTE
             MOVE WS-LIMITE-CREDITO    TO BOOKCLIE-REG-LIMITE-CREDITO
             MOVE WS-BLOQ-FINANCEIRO   TO BOOKCLIE-REG-BLOQ-FINANCEIRO
             MOVE WS-PROTEGIDO-LGPD    TO BOOKCLIE-REG-PROTEGIDO-LGPD
             MOVE WS-OPERADOR          TO BOOKCLIE-REG-OPERADOR

             CALL WS-CRUDCLIE          USING WS-LINK-CRUDCLIE

             DISPLAY BOOKCLIE-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             INITIALIZE                WS-CLIENTE
             PERFORM 2265-LIMITE-CREDITO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2265-LIMITE-CREDITO
           END-IF

           .
       2265-99-FIM.                    EXIT.

       2266-REATIVAR-CLIENTE           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-REATIVAR-CLIENTE
           ACCEPT  TELA-REATIVAR-CLIENTE

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CRUDCLIE

             MOVE 'V'                  TO BOOKCLIE-REG-SERVICO
             MOVE WS-CODIGO            OF WS-CLIENTE
                                       TO BOOKCLIE-REG-COD-CLIENTE
             MOVE WS-MOTIVO-REATIVACAO TO
                                       BOOKCLIE-REG-MOTIVO-REATIVACAO
             MOVE WS-OPERADOR          TO BOOKCLIE-REG-OPERADOR

             CALL WS-CRUDCLIE          USING WS-LINK-CRUDCLIE

             DISPLAY BOOKCLIE-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             INITIALIZE                WS-CLIENTE
             PERFORM 2266-REATIVAR-CLIENTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2200-CRUD-CLIENTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2266-REATIVAR-CLIENTE
           END-IF

           .
       2266-99-FIM.                    EXIT.

       2267-APLICAR-IMPORTACAO         SECTION.

           INITIALIZE                  WS-LINK-CRUDCLIE

           MOVE 'X'                    TO BOOKCLIE-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKCLIE-REG-OPERADOR

           CALL WS-CRUDCLIE            USING WS-LINK-CRUDCLIE

           DISPLAY BOOKCLIE-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           PERFORM 2200-CRUD-CLIENTE

           .
       2267-99-FIM.                    EXIT.

       2268-DESCARTAR-IMPORTACAO       SECTION.

           INITIALIZE                  WS-LINK-CRUDCLIE

           MOVE 'D'                    TO BOOKCLIE-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKCLIE-REG-OPERADOR

           CALL WS-CRUDCLIE            USING WS-LINK-CRUDCLIE

           DISPLAY BOOKCLIE-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           PERFORM 2200-CRUD-CLIENTE

           .
       2268-99-FIM.                    EXIT.

       2261-CARREGAR-BUSCA-CLIENTE     SECTION.

           MOVE ZEROS                  TO WS-BUSCA-QTD

           OPEN INPUT ARQ-BUSCA-CLIENTE

           IF WS-FS-ARQ-BUSCA-CLI      EQUAL ZEROS
             READ ARQ-BUSCA-CLIENTE
             PERFORM                   UNTIL WS-FS-ARQ-BUSCA-CLI
                                       NOT EQUAL ZEROS OR
                                       WS-BUSCA-QTD NOT LESS
                                       WS-BUSCA-MAXIMO
               IF FD-BCL-TIPO          EQUAL 'D'
                 ADD 1                 TO WS-BUSCA-QTD
                 MOVE FD-BCL-COD-CLIENTE
                                       TO WS-BUSCA-CODIGO
                                       (WS-BUSCA-QTD)
                 MOVE FD-BCL-RZ-SOCIAL TO WS-BUSCA-NOME (WS-BUSCA-QTD)
               END-IF
               READ ARQ-BUSCA-CLIENTE
             END-PERFORM

             CLOSE ARQ-BUSCA-CLIENTE
           END-IF

           .
       2261-99-FIM.                    EXIT.

       2280-PAGINAR-BUSCA              SECTION.

           MOVE ZEROS                  TO WS-BUSCA-SELECIONADO
           MOVE 'N'                    TO WS-BUSCA-ENCERRADA
           MOVE 1                      TO WS-BUSCA-PAG-INICIO

           PERFORM 2281-MOSTRAR-PAGINA-BUSCA
                                       UNTIL WS-BUSCA-ENCERRADA
                                       EQUAL 'S'

           .
       2280-99-FIM.                    EXIT.

       2281-MOSTRAR-PAGINA-BUSCA       SECTION.

           COMPUTE WS-BUSCA-PAG-FIM    = WS-BUSCA-PAG-INICIO + 14

           IF WS-BUSCA-PAG-FIM         GREATER WS-BUSCA-QTD
             MOVE WS-BUSCA-QTD         TO WS-BUSCA-PAG-FIM
           END-IF

           DISPLAY " "
           DISPLAY "RESULTADO DA BUSCA - ITENS "
                   WS-BUSCA-PAG-INICIO " A " WS-BUSCA-PAG-FIM
                   " DE " WS-BUSCA-QTD
           DISPLAY "NUM  CODIGO   NOME/RAZAO SOCIAL"

           MOVE WS-BUSCA-PAG-INICIO    TO WS-BUSCA-IDX
           PERFORM 2282-MOSTRAR-ITEM-BUSCA
                                       UNTIL WS-BUSCA-IDX
                                       GREATER WS-BUSCA-PAG-FIM

           DISPLAY "DIGITE O NUMERO DO ITEM PARA ALTERAR,"
           DISPLAY "P - PROXIMA PAGINA  A - PAGINA ANTERIOR  X - SAIR:"

           MOVE SPACES                 TO WS-BUSCA-COMANDO
           ACCEPT  WS-BUSCA-COMANDO

           EVALUATE TRUE
             WHEN WS-BUSCA-COMANDO (1:1)
                                       EQUAL 'X' OR 'x'
               MOVE 'S'                TO WS-BUSCA-ENCERRADA
             WHEN WS-BUSCA-COMANDO (1:1)
                                       EQUAL 'P' OR 'p'
               IF WS-BUSCA-PAG-FIM     LESS WS-BUSCA-QTD
                 COMPUTE WS-BUSCA-PAG-INICIO
                                       = WS-BUSCA-PAG-INICIO + 15
               END-IF
             WHEN WS-BUSCA-COMANDO (1:1)
                                       EQUAL 'A' OR 'a'
               IF WS-BUSCA-PAG-INICIO  GREATER 15
                 COMPUTE WS-BUSCA-PAG-INICIO
                                       = WS-BUSCA-PAG-INICIO - 15
               END-IF
             WHEN WS-BUSCA-COMANDO (1:1)
                                       IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-BUSCA-COMANDO))
                                       TO WS-BUSCA-COMANDO-NUM
               IF WS-BUSCA-COMANDO-NUM GREATER ZEROS AND
                  WS-BUSCA-COMANDO-NUM NOT GREATER WS-BUSCA-QTD
                 MOVE WS-BUSCA-CODIGO (WS-BUSCA-COMANDO-NUM)
                                       TO WS-BUSCA-SELECIONADO
                 MOVE 'S'              TO WS-BUSCA-ENCERRADA
               ELSE
                 DISPLAY "ITEM INVALIDO"
               END-IF
             WHEN OTHER
               DISPLAY "COMANDO INVALIDO"
           END-EVALUATE

           .
       2281-99-FIM.                    EXIT.

       2282-MOSTRAR-ITEM-BUSCA         SECTION.

           DISPLAY WS-BUSCA-IDX " "
                   WS-BUSCA-CODIGO (WS-BUSCA-IDX) " "
                   WS-BUSCA-NOME (WS-BUSCA-IDX)

           ADD 1                       TO WS-BUSCA-IDX

           .
       2282-99-FIM.                    EXIT.

       2250-ACESSAR-CRUDCLIE           SECTION.

           INITIALIZE                  WS-LINK-CRUDCLIE

           MOVE WS-OPCAO-CRUD          TO BOOKCLIE-REG-SERVICO

           MOVE WS-CODIGO              OF WS-CLIENTE
                                       TO BOOKCLIE-REG-COD-CLIENTE
           MOVE WS-CNPJ                OF WS-CLIENTE
                                       TO BOOKCLIE-REG-CNPJ
           MOVE WS-RAZAO-SOCIAL        TO BOOKCLIE-REG-RZ-SOCIAL
           MOVE WS-LAT                 OF WS-CLIENTE
                                       TO BOOKCLIE-REG-LATITUDE
           MOVE WS-LONG                OF WS-CLIENTE
                                       TO BOOKCLIE-REG-LONGITUDE
           MOVE WS-TELEFONE            TO BOOKCLIE-REG-TELEFONE
           MOVE WS-EMAIL               TO BOOKCLIE-REG-EMAIL
           MOVE WS-CONTATO             TO BOOKCLIE-REG-CONTATO
           MOVE WS-COD-VENDEDOR        TO BOOKCLIE-REG-COD-VENDEDOR
           MOVE WS-ARQ-CLI             TO BOOKCLIE-REG-ARQUVO
           MOVE WS-OPERADOR            TO BOOKCLIE-REG-OPERADOR
           MOVE WS-REGIAO              OF WS-CLIENTE
                                       TO BOOKCLIE-REG-REGIAO
           MOVE WS-FREQ-VISITA         TO BOOKCLIE-REG-FREQ-VISITA
           MOVE WS-DIAS-PREFERIDOS     TO BOOKCLIE-REG-DIAS-PREFERIDOS
           MOVE WS-HORA-ABRE           TO BOOKCLIE-REG-HORA-ABRE
           MOVE WS-HORA-FECHA          TO BOOKCLIE-REG-HORA-FECHA
           MOVE WS-CLI-COD-REDE        TO BOOKCLIE-REG-COD-REDE
           CALL WS-CRUDCLIE            USING WS-LINK-CRUDCLIE
           .
       2250-99-FIM.

       2300-CRUD-VENDEDOR              SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-SUBMENU-VENDEDOR
           ACCEPT  TELA-SUBMENU-VENDEDOR

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2310-INCLUIR-VENDEDOR
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN 2
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2320-ALTERAR-VENDEDOR
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN 3
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2330-EXCLUIR-VENDEDOR
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN 4
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2340-IMPORTAR-VENDEDOR
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN 5
               PERFORM 2100-MENU-CADASTRO
             WHEN 7
               PERFORM 2360-BUSCAR-VENDEDOR
             WHEN 'A'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2365-APLICAR-IMPORT-VEND
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN 'X'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2366-DESCARTAR-IMPORT-VEND
               ELSE
                 PERFORM 2300-CRUD-VENDEDOR
               END-IF
             WHEN OTHER
               DISPLAY  "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2300-CRUD-VENDEDOR
           END-EVALUATE
           .
       2300-99-FIM.                    EXIT.

       2310-INCLUIR-VENDEDOR           SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-VENDEDOR
           ACCEPT  TELA-INCLUIR-VENDEDOR

           IF WS-OPCAO                 EQUAL 1
             SET WS-INCLUIR            TO TRUE
             PERFORM 2350-ACESSAR-CRUDVEND
             DISPLAY BOOKVEND-CTRL-MSG
                                       AT 2310
             STOP ' '
             INITIALIZE                WS-VENDEDOR
             PERFORM 2310-INCLUIR-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2300-CRUD-VENDEDOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2310-INCLUIR-VENDEDOR
           END-IF
           .
       2310-99-FIM.                    EXIT.

       2320-ALTERAR-VENDEDOR           SECTION.

           DISPLAY TELA-PESQUISAR-VENDEDOR
           ACCEPT  TELA-PESQUISAR-VENDEDOR

           IF WS-OPCAO                 EQUAL 1
             SET WS-PESQUISAR          TO TRUE
             PERFORM 2350-ACESSAR-CRUDVEND
             IF BOOKVEND-CTRL-COD  ZEROS
               DISPLAY TELA-INCLUIR-VENDEDOR
               ACCEPT  TELA-INCLUIR-VENDEDOR
               SET WS-ALTERAR        TO TRUE
               PERFORM 2350-ACESSAR-CRUDVEND
             END-IF
             DISPLAY BOOKVEND-CTRL-MSG
                                       AT 2310
             INITIALIZE                WS-CLIENTE
             PERFORM 2320-ALTERAR-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2300-CRUD-VENDEDOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             STOP ' '
             PERFORM 2320-ALTERAR-VENDEDOR
           END-IF
           .
       2320-99-FIM.                    EXIT.

       2330-EXCLUIR-VENDEDOR           SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-VENDEDOR
           ACCEPT  TELA-EXCLUIR-VENDEDOR
           IF WS-OPCAO                 EQUAL 1
             SET WS-EXCLUIR           TO TRUE
             PERFORM 2350-ACESSAR-CRUDVEND
             DISPLAY BOOKVEND-CTRL-MSG
                                       AT 2310
             INITIALIZE                WS-VENDEDOR
             PERFORM 2330-EXCLUIR-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2300-CRUD-VENDEDOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2330-EXCLUIR-VENDEDOR
           END-IF
           .
       2330-99-FIM.                    EXIT.

       2340-IMPORTAR-VENDEDOR          SECTION.
           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-IMPORTACAO
           ACCEPT  TELA-IMPORTACAO
           IF WS-OPCAO                 EQUAL 1
             SET WS-IMPORTACAO         TO TRUE
             PERFORM 2350-ACESSAR-CRUDVEND
             DISPLAY BOOKVEND-CTRL-MSG AT 2310

             INITIALIZE                WS-VENDEDOR
             PERFORM 2340-IMPORTAR-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2300-CRUD-VENDEDOR
           ELSE
             DISPLAY "VALOR INVALIDO"  AT 2310
             PERFORM 2340-IMPORTAR-VENDEDOR
           END-IF
           .
       2340-99-FIM.                    EXIT.


       2360-BUSCAR-VENDEDOR            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE SPACES                 TO WS-RAZAO-SOCIAL

           DISPLAY TELA-BUSCAR-NOME
           ACCEPT  TELA-BUSCAR-NOME

           IF WS-OPCAO                 EQUAL 1
             MOVE WS-RAZAO-SOCIAL      TO WS-NOME-VENDEDOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO WS-VEND-COD-SUPERVISOR
             SET WS-BUSCA-NOME-SRV     TO TRUE
             PERFORM 2350-ACESSAR-CRUDVEND

             IF BOOKVEND-CTRL-COD      EQUAL ZEROS
               PERFORM 2361-CARREGAR-BUSCA-VENDEDOR
               PERFORM 2280-PAGINAR-BUSCA
               IF WS-BUSCA-SELECIONADO GREATER ZEROS
                 PERFORM 1157-EXIGIR-ATUALIZACAO
                 IF WS-ACESSO-LIBERADO
                   INITIALIZE          WS-VENDEDOR
                   MOVE WS-BUSCA-SELECIONADO
                                       TO WS-CODIGO OF WS-VENDEDOR
                   PERFORM 2320-ALTERAR-VENDEDOR
                 END-IF
               END-IF
             ELSE
               DISPLAY BOOKVEND-CTRL-MSG
                                       AT 2310
               STOP ' '
             END-IF
             PERFORM 2300-CRUD-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2300-CRUD-VENDEDOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2360-BUSCAR-VENDEDOR
           END-IF

           .
       2360-99-FIM.                    EXIT.

       2365-APLICAR-IMPORT-VEND        SECTION.

           INITIALIZE                  WS-LINK-CRUDVEND

           MOVE 'G'                    TO BOOKVEND-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKVEND-REG-OPERADOR

           CALL WS-CRUDVEND            USING WS-LINK-CRUDVEND

           DISPLAY BOOKVEND-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           PERFORM 2300-CRUD-VENDEDOR

           .
       2365-99-FIM.                    EXIT.

       2366-DESCARTAR-IMPORT-VEND      SECTION.

           INITIALIZE                  WS-LINK-CRUDVEND

           MOVE 'D'                    TO BOOKVEND-REG-SERVICO
           MOVE WS-OPERADOR            TO BOOKVEND-REG-OPERADOR

           CALL WS-CRUDVEND            USING WS-LINK-CRUDVEND

           DISPLAY BOOKVEND-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           PERFORM 2300-CRUD-VENDEDOR

           .
       2366-99-FIM.                    EXIT.

       2361-CARREGAR-BUSCA-VENDEDOR    SECTION.

           MOVE ZEROS                  TO WS-BUSCA-QTD

           OPEN INPUT ARQ-BUSCA-VENDEDOR

           IF WS-FS-ARQ-BUSCA-VEN      EQUAL ZEROS
             READ ARQ-BUSCA-VENDEDOR
             PERFORM                   UNTIL WS-FS-ARQ-BUSCA-VEN
                                       NOT EQUAL ZEROS OR
                                       WS-BUSCA-QTD NOT LESS
                                       WS-BUSCA-MAXIMO
               IF FD-BVE-TIPO          EQUAL 'D'
                 ADD 1                 TO WS-BUSCA-QTD
                 MOVE FD-BVE-COD-VENDEDOR
                                       TO WS-BUSCA-CODIGO
                                       (WS-BUSCA-QTD)
                 MOVE FD-BVE-NOME      TO WS-BUSCA-NOME (WS-BUSCA-QTD)
               END-IF
               READ ARQ-BUSCA-VENDEDOR
             END-PERFORM

             CLOSE ARQ-BUSCA-VENDEDOR
           END-IF

           .
       2361-99-FIM.                    EXIT.

       2350-ACESSAR-CRUDVEND           SECTION.
           INITIALIZE                  WS-LINK-CRUDVEND

           MOVE WS-OPCAO-CRUD          TO BOOKVEND-REG-SERVICO

           MOVE WS-CODIGO              OF WS-VENDEDOR
                                       TO BOOKVEND-REG-COD-VEND
           MOVE WS-TIPO-DOC            TO BOOKVEND-REG-TIPO-DOC
           MOVE WS-CPF                 TO BOOKVEND-REG-CPF
           MOVE WS-CNPJ                OF WS-VENDEDOR
                                       TO BOOKVEND-REG-CNPJ
           MOVE WS-NOME-VENDEDOR       TO BOOKVEND-REG-NOME
           MOVE WS-LAT                 OF WS-VENDEDOR
                                       TO BOOKVEND-REG-LATITUDE
           MOVE WS-LONG                OF WS-VENDEDOR
                                       TO BOOKVEND-REG-LONGITUDE
           MOVE WS-QTD-MAX-CLIENTES    OF WS-VENDEDOR
                                       TO BOOKVEND-REG-QTD-MAX-CLIENTES
           MOVE WS-ARQ-CLI             TO BOOKVEND-REG-ARQUVO
           MOVE WS-OPERADOR            TO BOOKVEND-REG-OPERADOR
           MOVE WS-REGIAO              OF WS-VENDEDOR
                                       TO BOOKVEND-REG-REGIAO
           MOVE WS-META-VISITAS        TO BOOKVEND-REG-META-VISITAS
           MOVE WS-PCT-COMISSAO        TO BOOKVEND-REG-PCT-COMISSAO
           MOVE WS-VEND-STATUS         TO BOOKVEND-REG-STATUS
           MOVE WS-VEND-COD-SUPERVISOR TO BOOKVEND-REG-COD-SUPERVISOR

           CALL WS-CRUDVEND            USING WS-LINK-CRUDVEND
           .
       2350-99-FIM.

       2400-MENU-RELATORIOS            SECTION.

           DISPLAY TELA-RELATORIOS
           ACCEPT  TELA-RELATORIOS

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2410-RELATORIO-CLIENTE

           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2420-RELATORIOS-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 3
             PERFORM 2430-RECONCILIACAO-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 4
             PERFORM 2440-EXPORTAR-CSV
           ELSE IF WS-OPCAO            EQUAL 5
             PERFORM 2450-COBERTURA-TERRITORIO
           ELSE IF WS-OPCAO            EQUAL 6
             PERFORM 2460-ROTEIRO-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 7
             PERFORM 2470-AGING-VISITAS
           ELSE IF WS-OPCAO            EQUAL 8
             PERFORM 2480-VENDAS-VENDEDOR
           ELSE IF WS-OPCAO            EQUAL 9
             PERFORM 2490-AUDITORIA-COORDENADAS
           ELSE IF WS-OPCAO            EQUAL 'A'
             PERFORM 2485-COMPARAR-CARTEIRAS
           ELSE IF WS-OPCAO            EQUAL 'B'
             PERFORM 2495-PRODUTIVIDADE-VISITAS
           ELSE IF WS-OPCAO            EQUAL 'C'
             PERFORM 2497-DUPLICADOS-LOCAL
           ELSE IF WS-OPCAO            EQUAL 'D'
             PERFORM 2402-MENU-RELATORIOS-2
           ELSE
             DISPLAY "VALOR INVALIDO"  AT 2310
             PERFORM 2400-MENU-RELATORIOS
           END-IF


           .
       2400-99-FIM.                    EXIT.

       2402-MENU-RELATORIOS-2          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-RELATORIOS-2
           ACCEPT  TELA-RELATORIOS-2

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2465-EXTRACAO-PICKING
             WHEN 2
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2466-CALCULO-COMISSAO
               ELSE
                 PERFORM 2402-MENU-RELATORIOS-2
               END-IF
             WHEN 3
               PERFORM 2467-METAS-VENDAS
             WHEN 4
               PERFORM 2468-CONVERSAO-VISITAS
             WHEN 5
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2469-CLASSIFICACAO-ABC
               ELSE
                 PERFORM 2402-MENU-RELATORIOS-2
               END-IF
             WHEN 6
               PERFORM 2471-ADERENCIA-ROTEIRO
             WHEN 7
               PERFORM 2472-AUDITORIA-VISITAS
             WHEN 8
               PERFORM 2473-CANDIDATOS-INATIVACAO
             WHEN 'A'
               PERFORM 2474-PROPOSTA-TERRITORIOS
             WHEN 'B'
               PERFORM 2475-EXPORTAR-PACOTE
             WHEN 'C'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2476-IMPORTAR-RESULTADOS
               ELSE
                 PERFORM 2402-MENU-RELATORIOS-2
               END-IF
             WHEN 'E'
               PERFORM 2477-TENDENCIA-KPI
             WHEN 'F'
               PERFORM 2478-HISTORICO-UNIFICADO
             WHEN 'G'
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2479-ANONIMIZACAO-LGPD
               ELSE
                 PERFORM 2402-MENU-RELATORIOS-2
               END-IF
             WHEN 'H'
               PERFORM 2403-MENU-RELATORIOS-3
             WHEN 9
               PERFORM 2400-MENU-RELATORIOS
             WHEN OTHER
               DISPLAY "VALOR INVALIDO"
                                       AT 2310
               PERFORM 2402-MENU-RELATORIOS-2
           END-EVALUATE

           .
       2402-99-FIM.                    EXIT.

       2403-MENU-RELATORIOS-3          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-RELATORIOS-3
           ACCEPT  TELA-RELATORIOS-3

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2481-POSICAO-ESTOQUE
             WHEN 2
               PERFORM 2482-DEVOLUCOES-MES
             WHEN 3
               PERFORM 2483-AGING-TITULOS
             WHEN 4
               PERFORM 2484-FECHAMENTO-CAIXA
             WHEN 5
               PERFORM 2486-PENDENCIAS-FATURAMENTO
             WHEN 6
               PERFORM 2487-ADESAO-PROMOCOES
             WHEN 7
               PERFORM 2488-POSITIVACAO-MIX
             WHEN 8
               PERFORM 2489-RESULTADO-EQUIPES
             WHEN 'A'
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2491-REEMBOLSO-KM
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 'B'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2492-PLANO-ENTREGAS
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 'C'
               PERFORM 2493-EXCECOES-COMODATO
             WHEN 'D'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2494-IMPORTAR-PORTAL
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 'E'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2496-PREVISAO-VENDAS
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 'F'
               PERFORM 2498-REPOSITORIO-RELATORIOS
             WHEN 'G'
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2499-FECHAMENTO-PERIODO
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 'H'
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2404-RENTABILIDADE-CLIENTES
               ELSE
                 PERFORM 2403-MENU-RELATORIOS-3
               END-IF
             WHEN 9
               PERFORM 2402-MENU-RELATORIOS-2
             WHEN OTHER
               DISPLAY "VALOR INVALIDO"
                                       AT 2310
               PERFORM 2403-MENU-RELATORIOS-3
           END-EVALUATE

           .
       2403-99-FIM.                    EXIT.

       2404-RENTABILIDADE-CLIENTES     SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELRENTA

             MOVE WS-ANO-MES-RELAT     TO BOOKRENT-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKRENT-REG-OPERADOR

             CALL WS-RELRENTA          USING WS-LINK-RELRENTA

             DISPLAY BOOKRENT-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2404-99-FIM.                    EXIT.

       2465-EXTRACAO-PICKING           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-GERAPICK

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKPICK-REG-DATA-PEDIDO
             MOVE WS-OPERADOR          TO BOOKPICK-REG-OPERADOR

             CALL WS-GERAPICK          USING WS-LINK-GERAPICK

             DISPLAY BOOKPICK-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2465-99-FIM.                    EXIT.

       2481-POSICAO-ESTOQUE            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELESTOQ

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKESTR-REG-DATA-MOVTO
             MOVE WS-OPERADOR          TO BOOKESTR-REG-OPERADOR

             CALL WS-RELESTOQ          USING WS-LINK-RELESTOQ

             DISPLAY BOOKESTR-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2481-99-FIM.                    EXIT.

       2482-DEVOLUCOES-MES             SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELDEVOL

             MOVE WS-ANO-MES-RELAT     TO BOOKRDEV-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKRDEV-REG-OPERADOR

             CALL WS-RELDEVOL          USING WS-LINK-RELDEVOL

             DISPLAY BOOKRDEV-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2482-99-FIM.                    EXIT.

       2483-AGING-TITULOS              SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELTITUL

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKRTIT-REG-DATA-REFERENCIA
             MOVE WS-OPERADOR          TO BOOKRTIT-REG-OPERADOR

             CALL WS-RELTITUL          USING WS-LINK-RELTITUL

             DISPLAY BOOKRTIT-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2483-99-FIM.                    EXIT.

       2484-FECHAMENTO-CAIXA           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELCAIXA

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKRCXA-REG-DATA-CAIXA
             MOVE WS-OPERADOR          TO BOOKRCXA-REG-OPERADOR

             CALL WS-RELCAIXA          USING WS-LINK-RELCAIXA

             DISPLAY BOOKRCXA-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2484-99-FIM.                    EXIT.

       2486-PENDENCIAS-FATURAMENTO     SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELFATUR

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKRFAT-REG-DATA-REFERENCIA
             MOVE WS-OPERADOR          TO BOOKRFAT-REG-OPERADOR

             CALL WS-RELFATUR          USING WS-LINK-RELFATUR

             DISPLAY BOOKRFAT-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2486-99-FIM.                    EXIT.

       2487-ADESAO-PROMOCOES           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELPROMO

             MOVE WS-ANO-MES-RELAT     TO BOOKRPRM-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKRPRM-REG-OPERADOR

             CALL WS-RELPROMO          USING WS-LINK-RELPROMO

             DISPLAY BOOKRPRM-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2487-99-FIM.                    EXIT.

       2488-POSITIVACAO-MIX            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELPOSIT

             MOVE WS-ANO-MES-RELAT     TO BOOKPOSI-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKPOSI-REG-OPERADOR

             CALL WS-RELPOSIT          USING WS-LINK-RELPOSIT

             DISPLAY BOOKPOSI-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2488-99-FIM.                    EXIT.

       2489-RESULTADO-EQUIPES          SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELEQUIP

             MOVE WS-ANO-MES-RELAT     TO BOOKREQP-REG-ANO-MES
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKREQP-REG-COD-SUPERVISOR
             MOVE WS-OPERADOR          TO BOOKREQP-REG-OPERADOR

             CALL WS-RELEQUIP          USING WS-LINK-RELEQUIP

             DISPLAY BOOKREQP-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2489-99-FIM.                    EXIT.

       2491-REEMBOLSO-KM               SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT
                                       WS-VALOR-KM-RELAT
                                       WS-LIMITE-KM-RELAT

           DISPLAY TELA-QUILOMETRAGEM
           ACCEPT  TELA-QUILOMETRAGEM

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CALCKM

             MOVE WS-ANO-MES-RELAT     TO BOOKQUIL-REG-ANO-MES
             MOVE WS-VALOR-KM-RELAT    TO BOOKQUIL-REG-VALOR-KM
             MOVE WS-LIMITE-KM-RELAT   TO
                                       BOOKQUIL-REG-LIMITE-TRECHO-KM
             MOVE WS-OPERADOR          TO BOOKQUIL-REG-OPERADOR

             CALL WS-CALCKM            USING WS-LINK-CALCKM

             DISPLAY BOOKQUIL-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2491-99-FIM.                    EXIT.

       2492-PLANO-ENTREGAS             SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT
                                       WS-CAPAC-PESO-RELAT
                                       WS-CAPAC-VOLUME-RELAT
                                       WS-QTD-VEICULOS-RELAT
                                       WS-LAT-DEPOSITO-RELAT
                                       WS-LON-DEPOSITO-RELAT

           DISPLAY TELA-PLANO-ENTREGA
           ACCEPT  TELA-PLANO-ENTREGA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-GERAENTR

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKENTR-REG-DATA-ENTREGA
             MOVE WS-CAPAC-PESO-RELAT  TO BOOKENTR-REG-CAPAC-PESO-KG
             MOVE WS-CAPAC-VOLUME-RELAT
                                       TO BOOKENTR-REG-CAPAC-VOLUME-M3
             MOVE WS-QTD-VEICULOS-RELAT
                                       TO BOOKENTR-REG-QTD-VEICULOS
             MOVE WS-LAT-DEPOSITO-RELAT
                                       TO BOOKENTR-REG-LAT-DEPOSITO
             MOVE WS-LON-DEPOSITO-RELAT
                                       TO BOOKENTR-REG-LON-DEPOSITO
             MOVE WS-OPERADOR          TO BOOKENTR-REG-OPERADOR

             CALL WS-GERAENTR          USING WS-LINK-GERAENTR

             DISPLAY BOOKENTR-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2492-99-FIM.                    EXIT.

       2493-EXCECOES-COMODATO          SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DIAS-CONFIRM-RELAT

           DISPLAY TELA-EXCECOES-COMODATO
           ACCEPT  TELA-EXCECOES-COMODATO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELCOMOD

             MOVE WS-DIAS-CONFIRM-RELAT
                                       TO
                                       BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
             MOVE WS-OPERADOR          TO BOOKRCOM-REG-OPERADOR

             CALL WS-RELCOMOD          USING WS-LINK-RELCOMOD

             DISPLAY BOOKRCOM-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2493-99-FIM.                    EXIT.

       2494-IMPORTAR-PORTAL            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE SPACES                 TO WS-ARQ-CLI

           DISPLAY TELA-IMPORTACAO
           ACCEPT  TELA-IMPORTACAO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-IMPPORTL

             MOVE WS-ARQ-CLI           TO BOOKIPOR-REG-ARQUIVO
             MOVE WS-OPERADOR          TO BOOKIPOR-REG-OPERADOR

             CALL WS-IMPPORTL          USING WS-LINK-IMPPORTL

             DISPLAY BOOKIPOR-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2494-99-FIM.                    EXIT.

       2496-PREVISAO-VENDAS            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT
                                       WS-MESES-HIST-RELAT
                                       WS-MESES-MEDIA-RELAT

           DISPLAY TELA-PREVISAO-VENDAS
           ACCEPT  TELA-PREVISAO-VENDAS

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-PREVVEND

             MOVE WS-ANO-MES-RELAT     TO BOOKPREV-REG-ANO-MES
             MOVE WS-MESES-HIST-RELAT  TO BOOKPREV-REG-MESES-HISTORICO
             MOVE WS-MESES-MEDIA-RELAT TO BOOKPREV-REG-MESES-MEDIA
             MOVE WS-OPERADOR          TO BOOKPREV-REG-OPERADOR

             CALL WS-PREVVEND          USING WS-LINK-PREVVEND

             DISPLAY BOOKPREV-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2496-99-FIM.                    EXIT.

       2498-REPOSITORIO-RELATORIOS     SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-CONSULTA-REPOSITORIO

           DISPLAY TELA-REPOSITORIO-RELAT
           ACCEPT  TELA-REPOSITORIO-RELAT

           EVALUATE WS-OPCAO
             WHEN 1
               INITIALIZE              WS-LINK-ARQRELAT

               SET BOOKARQR-LISTAGEM   TO TRUE
               MOVE WS-CRP-RELATORIO   TO BOOKARQR-REG-RELATORIO
               MOVE WS-CRP-DATA-INICIO TO BOOKARQR-REG-DATA-INICIO
               MOVE WS-CRP-DATA-FIM    TO BOOKARQR-REG-DATA-FIM
               MOVE WS-OPERADOR        TO BOOKARQR-REG-OPERADOR

               CALL WS-ARQRELAT        USING WS-LINK-ARQRELAT

               IF BOOKARQR-CTRL-COD    EQUAL ZEROS
                 MOVE "ENTR;RELAT;DATA-HORA;PROG;OPERADOR;LINHAS;DIAS"
                                       TO WS-CRP-TITULO
                 PERFORM 2646-CARREGAR-REPOSITORIO
                 PERFORM 2687-PAGINAR-REPOSITORIO
               ELSE
                 DISPLAY BOOKARQR-CTRL-MSG
                                       AT 2310
                 STOP ' '
               END-IF
               PERFORM 2498-REPOSITORIO-RELATORIOS
             WHEN 2
               INITIALIZE              WS-LINK-ARQRELAT

               SET BOOKARQR-VISUALIZACAO
                                       TO TRUE
               MOVE WS-CRP-NUM-ENTRADA TO BOOKARQR-REG-NUM-ENTRADA
               MOVE WS-CRP-LINHA-INICIAL
                                       TO BOOKARQR-REG-LINHA-INICIAL
               MOVE WS-OPERADOR        TO BOOKARQR-REG-OPERADOR

               CALL WS-ARQRELAT        USING WS-LINK-ARQRELAT

               IF BOOKARQR-CTRL-COD    EQUAL ZEROS
                 MOVE "RELATORIO ARQUIVADO - CONTEUDO COMO FOI EMITIDO"
                                       TO WS-CRP-TITULO
                 PERFORM 2646-CARREGAR-REPOSITORIO
                 PERFORM 2687-PAGINAR-REPOSITORIO
               ELSE
                 DISPLAY BOOKARQR-CTRL-MSG
                                       AT 2310
                 STOP ' '
               END-IF
               PERFORM 2498-REPOSITORIO-RELATORIOS
             WHEN 3
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 INITIALIZE            WS-LINK-ARQRELAT

                 SET BOOKARQR-RETENCAO TO TRUE
                 MOVE WS-CRP-RELATORIO TO BOOKARQR-REG-RELATORIO
                 MOVE WS-CRP-DIAS-RETENCAO
                                       TO BOOKARQR-REG-DIAS-RETENCAO
                 MOVE WS-OPERADOR      TO BOOKARQR-REG-OPERADOR

                 CALL WS-ARQRELAT      USING WS-LINK-ARQRELAT

                 DISPLAY BOOKARQR-CTRL-MSG
                                       AT 2310
                 STOP ' '
               END-IF
               PERFORM 2498-REPOSITORIO-RELATORIOS
             WHEN 9
               PERFORM 2403-MENU-RELATORIOS-3
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2498-REPOSITORIO-RELATORIOS
           END-EVALUATE

           .
       2498-99-FIM.                    EXIT.

       2499-FECHAMENTO-PERIODO         SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-FECHAMENTO-PERIODO

           DISPLAY TELA-FECHAMENTO-PERIODO
           ACCEPT  TELA-FECHAMENTO-PERIODO

           INITIALIZE                  WS-LINK-CRUDPERI
           MOVE WS-FPE-ANO-MES         TO BOOKPERI-REG-ANO-MES
           MOVE WS-FPE-MOTIVO          TO BOOKPERI-REG-MOTIVO
           MOVE WS-OPERADOR            TO BOOKPERI-REG-OPERADOR

           EVALUATE WS-OPCAO
             WHEN 1
               SET BOOKPERI-FECHAR     TO TRUE
               CALL WS-CRUDPERI        USING WS-LINK-CRUDPERI
               DISPLAY BOOKPERI-CTRL-MSG
                                       AT 2310
               STOP ' '
               PERFORM 2499-FECHAMENTO-PERIODO
             WHEN 2
               SET BOOKPERI-REABRIR    TO TRUE
               CALL WS-CRUDPERI        USING WS-LINK-CRUDPERI
               DISPLAY BOOKPERI-CTRL-MSG
                                       AT 2310
               STOP ' '
               PERFORM 2499-FECHAMENTO-PERIODO
             WHEN 3
               SET BOOKPERI-PESQUISAR  TO TRUE
               CALL WS-CRUDPERI        USING WS-LINK-CRUDPERI

               IF BOOKPERI-CTRL-COD    EQUAL ZEROS
                 IF BOOKPERI-PERIODO-FECHADO
                   MOVE "SITUACAO: FECHADO"
                                       TO WS-FPE-LINHA
                 ELSE
                   MOVE "SITUACAO: ABERTO (REABERTO)"
                                       TO WS-FPE-LINHA
                 END-IF
                 DISPLAY WS-FPE-LINHA  AT 1602

                 MOVE SPACES           TO WS-FPE-LINHA
                 STRING "FECHADO POR " DELIMITED BY SIZE
                        BOOKPERI-REG-OPER-FECHAMENTO
                                       DELIMITED BY SIZE
                        " EM "         DELIMITED BY SIZE
                        BOOKPERI-REG-DH-FECHAMENTO
                                       DELIMITED BY SIZE
                                       INTO WS-FPE-LINHA
                 DISPLAY WS-FPE-LINHA  AT 1702

                 IF BOOKPERI-REG-DH-REABERTURA
                                       GREATER ZEROS
                   MOVE SPACES         TO WS-FPE-LINHA
                   STRING "REABERTO POR "
                                       DELIMITED BY SIZE
                          BOOKPERI-REG-OPER-REABERTURA
                                       DELIMITED BY SIZE
                          " EM "       DELIMITED BY SIZE
                          BOOKPERI-REG-DH-REABERTURA
                                       DELIMITED BY SIZE
                                       INTO WS-FPE-LINHA
                   DISPLAY WS-FPE-LINHA
                                       AT 1802
                   DISPLAY BOOKPERI-REG-MOTIVO-REABERTURA
                                       AT 1902
                 END-IF
               END-IF

               DISPLAY BOOKPERI-CTRL-MSG
                                       AT 2310
               STOP ' '
               PERFORM 2499-FECHAMENTO-PERIODO
             WHEN 9
               PERFORM 2403-MENU-RELATORIOS-3
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2499-FECHAMENTO-PERIODO
           END-EVALUATE

           .
       2499-99-FIM.                    EXIT.

       2466-CALCULO-COMISSAO           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CALCCOMI

             MOVE WS-ANO-MES-RELAT     TO BOOKCOMI-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKCOMI-REG-OPERADOR

             CALL WS-CALCCOMI          USING WS-LINK-CALCCOMI

             DISPLAY BOOKCOMI-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2466-99-FIM.                    EXIT.

       2467-METAS-VENDAS               SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELMETAV

             MOVE WS-ANO-MES-RELAT     TO BOOKMTAV-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKMTAV-REG-OPERADOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKMTAV-REG-COD-SUPERVISOR

             CALL WS-RELMETAV          USING WS-LINK-RELMETAV

             DISPLAY BOOKMTAV-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2467-99-FIM.                    EXIT.

       2468-CONVERSAO-VISITAS          SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELCONVE

             MOVE WS-ANO-MES-RELAT     TO BOOKCONV-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKCONV-REG-OPERADOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKCONV-REG-COD-SUPERVISOR

             CALL WS-RELCONVE          USING WS-LINK-RELCONVE

             DISPLAY BOOKCONV-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2468-99-FIM.                    EXIT.

       2469-CLASSIFICACAO-ABC          SECTION.

           INITIALIZE                  WS-LINK-CLASSABC

           MOVE WS-OPERADOR            TO BOOKCABC-REG-OPERADOR

           CALL WS-CLASSABC            USING WS-LINK-CLASSABC

           DISPLAY BOOKCABC-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2469-99-FIM.                    EXIT.

       2471-ADERENCIA-ROTEIRO          SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-COD-VEND-RELAT
                                       WS-DATA-MOVTO-RELAT

           DISPLAY TELA-ADERENCIA
           ACCEPT  TELA-ADERENCIA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELADERE

             MOVE WS-COD-VEND-RELAT    TO BOOKADER-REG-COD-VEND
             MOVE WS-DATA-MOVTO-RELAT  TO BOOKADER-REG-DATA-ROTEIRO
             MOVE WS-OPERADOR          TO BOOKADER-REG-OPERADOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKADER-REG-COD-SUPERVISOR

             CALL WS-RELADERE          USING WS-LINK-RELADERE

             DISPLAY BOOKADER-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2471-99-FIM.                    EXIT.

       2472-AUDITORIA-VISITAS          SECTION.

           INITIALIZE                  WS-LINK-AUDIVIST

           MOVE WS-OPERADOR            TO BOOKAVIS-REG-OPERADOR

           CALL WS-AUDIVIST            USING WS-LINK-AUDIVIST

           DISPLAY BOOKAVIS-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2472-99-FIM.                    EXIT.

       2473-CANDIDATOS-INATIVACAO      SECTION.

           INITIALIZE                  WS-LINK-RELINAT

           MOVE WS-OPERADOR            TO BOOKINAT-REG-OPERADOR

           CALL WS-RELINAT             USING WS-LINK-RELINAT

           DISPLAY BOOKINAT-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2473-99-FIM.                    EXIT.

       2474-PROPOSTA-TERRITORIOS       SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PROPOSTA-TERR
           MOVE ZEROS                  TO WS-FILIAL-FILTRO

           DISPLAY TELA-PROPOSTA-TERR
           ACCEPT  TELA-PROPOSTA-TERR

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-PROPTERR

             MOVE WS-FILIAL-FILTRO     TO BOOKPTER-REG-COD-FILIAL
             MOVE WS-PTE-QTD-TERRITORIOS
                                       TO
                                       BOOKPTER-REG-QTD-TERRITORIOS
             MOVE WS-PTE-REGIAO-BASE   TO BOOKPTER-REG-REGIAO-BASE
             MOVE WS-PTE-GERAR-ARQUIVO TO BOOKPTER-REG-GERAR-ARQUIVO
             MOVE WS-OPERADOR          TO BOOKPTER-REG-OPERADOR

             CALL WS-PROPTERR          USING WS-LINK-PROPTERR

             DISPLAY BOOKPTER-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2474-99-FIM.                    EXIT.

       2475-EXPORTAR-PACOTE            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-COD-VEND-RELAT
                                       WS-DATA-MOVTO-RELAT

           DISPLAY TELA-EXPORTA-PACOTE
           ACCEPT  TELA-EXPORTA-PACOTE

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-EXPROTA

             MOVE WS-COD-VEND-RELAT    TO BOOKXROT-REG-COD-VEND
             MOVE WS-DATA-MOVTO-RELAT  TO BOOKXROT-REG-DATA-ROTEIRO
             MOVE WS-OPERADOR          TO BOOKXROT-REG-OPERADOR

             CALL WS-EXPROTA           USING WS-LINK-EXPROTA

             DISPLAY BOOKXROT-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2475-99-FIM.                    EXIT.

       2476-IMPORTAR-RESULTADOS        SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE SPACES                 TO WS-ARQ-CLI

           DISPLAY TELA-IMPORTACAO
           ACCEPT  TELA-IMPORTACAO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-IMPRESUL

             MOVE WS-ARQ-CLI           TO BOOKIRES-REG-ARQUVO
             MOVE WS-OPERADOR          TO BOOKIRES-REG-OPERADOR

             CALL WS-IMPRESUL          USING WS-LINK-IMPRESUL

             DISPLAY BOOKIRES-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2476-99-FIM.                    EXIT.

       2477-TENDENCIA-KPI              SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-FILIAL-FILTRO

           DISPLAY TELA-TENDENCIA-KPI
           ACCEPT  TELA-TENDENCIA-KPI

           INITIALIZE                  WS-LINK-RELKPI

           MOVE WS-FILIAL-FILTRO       TO BOOKKPIR-REG-COD-FILIAL
           MOVE WS-OPERADOR            TO BOOKKPIR-REG-OPERADOR

           CALL WS-RELKPI              USING WS-LINK-RELKPI

           DISPLAY BOOKKPIR-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2477-99-FIM.                    EXIT.

       2478-HISTORICO-UNIFICADO        SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-CONSULTA-HIST
           MOVE 'C'                    TO WS-CHI-TIPO

           DISPLAY TELA-CONSULTA-HIST
           ACCEPT  TELA-CONSULTA-HIST

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CONSHIST

             MOVE WS-CHI-TIPO          TO BOOKCHIS-REG-TIPO
             MOVE WS-CHI-CODIGO        TO BOOKCHIS-REG-CODIGO
             MOVE WS-CHI-DATA-INICIO   TO BOOKCHIS-REG-DATA-INICIO
             MOVE WS-CHI-DATA-FIM      TO BOOKCHIS-REG-DATA-FIM
             MOVE WS-OPERADOR          TO BOOKCHIS-REG-OPERADOR

             CALL WS-CONSHIST          USING WS-LINK-CONSHIST

             DISPLAY BOOKCHIS-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2478-99-FIM.                    EXIT.

       2479-ANONIMIZACAO-LGPD          SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-DATA-MOVTO-RELAT

           DISPLAY TELA-DATA-MOVIMENTO
           ACCEPT  TELA-DATA-MOVIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-ANONLGPD

             MOVE WS-DATA-MOVTO-RELAT  TO BOOKLGPD-REG-DATA-CORTE
             MOVE WS-OPERADOR          TO BOOKLGPD-REG-OPERADOR

             CALL WS-ANONLGPD          USING WS-LINK-ANONLGPD

             DISPLAY BOOKLGPD-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2479-99-FIM.                    EXIT.

       2410-RELATORIO-CLIENTE          SECTION.

           INITIALIZE                  WS-RELATORIO
           DISPLAY TELA-RELATORIOS-CLIENTE
           ACCEPT  TELA-RELATORIOS-CLIENTE

           PERFORM 2411-GERAR-RELATORIO-CLIENTE
           .
       2410-99-FIM.                    EXIT.

       2411-GERAR-RELATORIO-CLIENTE    SECTION.

           MOVE SPACES                 TO WS-FIM-SORT

           OPEN INPUT ARQ-CLIENTE

           DISPLAY "RELATORIO DE CLIENTES"
                                       AT 0102
           DISPLAY "COD.CLIENTE  RAZAO SOCIAL                        "
                   "COD.VEND"        AT 0301

           EVALUATE TRUE
             WHEN WS-TIPO-CLASS       EQUAL '2'
               AND WS-TIPO-ORDENACAO  EQUAL '2'
               SORT WORK-CLIENTE-SORT
                    ON DESCENDING KEY SD-CLI-RZ-SOCIAL
                    INPUT PROCEDURE 2412-SELECIONAR-CLIENTES
                    OUTPUT PROCEDURE 2413-LISTAR-CLIENTES
             WHEN WS-TIPO-CLASS       EQUAL '2'
               SORT WORK-CLIENTE-SORT
                    ON ASCENDING KEY SD-CLI-RZ-SOCIAL
                    INPUT PROCEDURE 2412-SELECIONAR-CLIENTES
                    OUTPUT PROCEDURE 2413-LISTAR-CLIENTES
             WHEN WS-TIPO-ORDENACAO   EQUAL '2'
               SORT WORK-CLIENTE-SORT
                    ON DESCENDING KEY SD-CLI-COD-CLIENTE
                    INPUT PROCEDURE 2412-SELECIONAR-CLIENTES
                    OUTPUT PROCEDURE 2413-LISTAR-CLIENTES
             WHEN OTHER
               SORT WORK-CLIENTE-SORT
                    ON ASCENDING KEY SD-CLI-COD-CLIENTE
                    INPUT PROCEDURE 2412-SELECIONAR-CLIENTES
                    OUTPUT PROCEDURE 2413-LISTAR-CLIENTES
           END-EVALUATE

           CLOSE ARQ-CLIENTE

           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2201
           ACCEPT  WS-OPCAO            AT 2301
           .
       2411-99-FIM.                    EXIT.

       2412-SELECIONAR-CLIENTES        SECTION.

           READ ARQ-CLIENTE            NEXT RECORD
           PERFORM                     UNTIL WS-FS-ARQ-CLIE EQUAL '10'
             IF (WS-COD-VEND-RELAT     EQUAL ZEROS OR
                 FD-CLI-COD-VENDEDOR   EQUAL WS-COD-VEND-RELAT)
               AND (WS-COD-CLIE-RELAT  EQUAL ZEROS OR
                 FD-CLI-COD-CLIENTE    EQUAL WS-COD-CLIE-RELAT)
               AND (WS-CLASSE-RELAT    EQUAL SPACES OR
                 FD-CLI-CLASSE-ABC     EQUAL WS-CLASSE-RELAT)
               MOVE FD-CLI-COD-CLIENTE TO SD-CLI-COD-CLIENTE
               MOVE FD-CLI-RZ-SOCIAL   TO SD-CLI-RZ-SOCIAL
               MOVE FD-CLI-CNPJ        TO SD-CLI-CNPJ
               MOVE FD-CLI-COD-VENDEDOR
                                       TO SD-CLI-COD-VENDEDOR
               RELEASE SD-CLIENTE
             END-IF
             READ ARQ-CLIENTE          NEXT RECORD
           END-PERFORM
           .
       2412-99-FIM.                    EXIT.

       2413-LISTAR-CLIENTES            SECTION.

           RETURN WORK-CLIENTE-SORT    AT END
                                       MOVE 'S' TO WS-FIM-SORT
           PERFORM                     UNTIL WS-FIM-SORT EQUAL 'S'
             DISPLAY SD-CLI-COD-CLIENTE SPACE SD-CLI-RZ-SOCIAL SPACE
                     SD-CLI-COD-VENDEDOR
             RETURN WORK-CLIENTE-SORT  AT END
                                       MOVE 'S' TO WS-FIM-SORT
           END-PERFORM
           .
       2413-99-FIM.                    EXIT.

       2420-RELATORIOS-VENDEDOR        SECTION.

           INITIALIZE                  WS-RELATORIO
           DISPLAY TELA-RELATORIOS-VENDEDOR
           ACCEPT  TELA-RELATORIOS-VENDEDOR

           PERFORM 2421-GERAR-RELATORIO-VENDEDOR
           .
       2420-99-FIM.                    EXIT.

       2421-GERAR-RELATORIO-VENDEDOR   SECTION.

           MOVE SPACES                 TO WS-FIM-SORT

           OPEN INPUT ARQ-VENDEDOR

           DISPLAY "RELATORIO DE VENDEDORES"
                                       AT 0102
           DISPLAY "COD.VENDEDOR  NOME"
                                       AT 0301

           EVALUATE TRUE
             WHEN WS-TIPO-CLASS       EQUAL '2'
               AND WS-TIPO-ORDENACAO  EQUAL '2'
               SORT WORK-VENDEDOR-SORT
                    ON DESCENDING KEY SD-VEND-NOME
                    INPUT PROCEDURE 2422-SELECIONAR-VENDEDORES
                    OUTPUT PROCEDURE 2423-LISTAR-VENDEDORES
             WHEN WS-TIPO-CLASS       EQUAL '2'
               SORT WORK-VENDEDOR-SORT
                    ON ASCENDING KEY SD-VEND-NOME
                    INPUT PROCEDURE 2422-SELECIONAR-VENDEDORES
                    OUTPUT PROCEDURE 2423-LISTAR-VENDEDORES
             WHEN WS-TIPO-ORDENACAO   EQUAL '2'
               SORT WORK-VENDEDOR-SORT
                    ON DESCENDING KEY SD-VEND-COD-VENDEDOR
                    INPUT PROCEDURE 2422-SELECIONAR-VENDEDORES
                    OUTPUT PROCEDURE 2423-LISTAR-VENDEDORES
             WHEN OTHER
               SORT WORK-VENDEDOR-SORT
                    ON ASCENDING KEY SD-VEND-COD-VENDEDOR
                    INPUT PROCEDURE 2422-SELECIONAR-VENDEDORES
                    OUTPUT PROCEDURE 2423-LISTAR-VENDEDORES
           END-EVALUATE

           CLOSE ARQ-VENDEDOR

           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2201
           ACCEPT  WS-OPCAO            AT 2301
           .
       2421-99-FIM.                    EXIT.

       2422-SELECIONAR-VENDEDORES      SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD
           PERFORM                     UNTIL WS-FS-ARQ-VEND EQUAL '10'
             IF (WS-COD-VEND-RELAT     EQUAL ZEROS OR
                 FD-VEND-COD-VENDEDOR  EQUAL WS-COD-VEND-RELAT)
               MOVE FD-VEND-COD-VENDEDOR
                                       TO SD-VEND-COD-VENDEDOR
               MOVE FD-VEND-NOME       TO SD-VEND-NOME
               MOVE FD-VEND-CPF        TO SD-VEND-CPF
               RELEASE SD-VENDEDOR
             END-IF
             READ ARQ-VENDEDOR         NEXT RECORD
           END-PERFORM
           .
       2422-99-FIM.                    EXIT.

       2423-LISTAR-VENDEDORES          SECTION.

           RETURN WORK-VENDEDOR-SORT   AT END
                                       MOVE 'S' TO WS-FIM-SORT
           PERFORM                     UNTIL WS-FIM-SORT EQUAL 'S'
             DISPLAY SD-VEND-COD-VENDEDOR SPACE SD-VEND-NOME
             RETURN WORK-VENDEDOR-SORT AT END
                                       MOVE 'S' TO WS-FIM-SORT
           END-PERFORM
           .
       2423-99-FIM.                    EXIT.

       2430-RECONCILIACAO-VENDEDOR     SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-FILIAL-FILTRO

           DISPLAY TELA-FILTRO-FILIAL
           ACCEPT  TELA-FILTRO-FILIAL

           INITIALIZE                  WS-LINK-RECONCIL

           MOVE WS-OPERADOR            TO BOOKRECV-REG-OPERADOR
           MOVE WS-FILIAL-FILTRO       TO BOOKRECV-REG-COD-FILIAL

           CALL WS-RECONCIL            USING WS-LINK-RECONCIL

           DISPLAY BOOKRECV-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2430-99-FIM.                    EXIT.

       2440-EXPORTAR-CSV               SECTION.

           INITIALIZE                  WS-LINK-EXPORTAR

           MOVE WS-OPERADOR            TO BOOKEXPT-REG-OPERADOR

           CALL WS-EXPORTAR            USING WS-LINK-EXPORTAR

           DISPLAY BOOKEXPT-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2440-99-FIM.                    EXIT.

       2450-COBERTURA-TERRITORIO       SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-FILIAL-FILTRO

           DISPLAY TELA-FILTRO-FILIAL
           ACCEPT  TELA-FILTRO-FILIAL

           INITIALIZE                  WS-LINK-COBERTUR

           MOVE WS-OPERADOR            TO BOOKCOBV-REG-OPERADOR
           MOVE WS-FILIAL-FILTRO       TO BOOKCOBV-REG-COD-FILIAL

           CALL WS-COBERTUR            USING WS-LINK-COBERTUR

           DISPLAY BOOKCOBV-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2450-99-FIM.                    EXIT.

       2460-ROTEIRO-VENDEDOR           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-COD-VEND-RELAT
                                       WS-DATA-ROTEIRO-RELAT

           DISPLAY TELA-ROTEIRO-VENDEDOR
           ACCEPT  TELA-ROTEIRO-VENDEDOR

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-GERAROTA

             MOVE WS-COD-VEND-RELAT    TO BOOKROTA-REG-COD-VEND
             MOVE WS-DATA-ROTEIRO-RELAT
                                       TO BOOKROTA-REG-DATA-ROTEIRO
             MOVE WS-MODO-ROTEIRO-RELAT
                                       TO BOOKROTA-REG-MODO
             MOVE WS-OPERADOR          TO BOOKROTA-REG-OPERADOR

             CALL WS-GERAROTA          USING WS-LINK-GERAROTA

             DISPLAY BOOKROTA-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2460-99-FIM.                    EXIT.

       2470-AGING-VISITAS              SECTION.

           INITIALIZE                  WS-LINK-RELAGING

           MOVE WS-OPERADOR            TO BOOKAGIN-REG-OPERADOR

           CALL WS-RELAGING            USING WS-LINK-RELAGING

           DISPLAY BOOKAGIN-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2470-99-FIM.                    EXIT.

       2480-VENDAS-VENDEDOR            SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-RELATORIO-VENDAS
           ACCEPT  TELA-RELATORIO-VENDAS

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELVENDA

             MOVE WS-ANO-MES-RELAT     TO BOOKVNDA-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKVNDA-REG-OPERADOR

             CALL WS-RELVENDA          USING WS-LINK-RELVENDA

             DISPLAY BOOKVNDA-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2480-99-FIM.                    EXIT.

       2485-COMPARAR-CARTEIRAS         SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-COMPARACAO

           DISPLAY TELA-COMPARAR-CARTEIRA
           ACCEPT  TELA-COMPARAR-CARTEIRA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-COMPCART

             MOVE WS-CMP-ARQ-ANTERIOR  TO BOOKCOMP-REG-ARQ-ANTERIOR
             MOVE WS-CMP-ARQ-ATUAL     TO BOOKCOMP-REG-ARQ-ATUAL
             MOVE WS-OPERADOR          TO BOOKCOMP-REG-OPERADOR

             CALL WS-COMPCART          USING WS-LINK-COMPCART

             DISPLAY BOOKCOMP-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2485-99-FIM.                    EXIT.

       2497-DUPLICADOS-LOCAL           SECTION.

           INITIALIZE                  WS-LINK-DUPLICLI

           MOVE WS-OPERADOR            TO BOOKDUPL-REG-OPERADOR

           CALL WS-DUPLICLI            USING WS-LINK-DUPLICLI

           DISPLAY BOOKDUPL-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2497-99-FIM.                    EXIT.

       2495-PRODUTIVIDADE-VISITAS      SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-ANO-MES-RELAT

           DISPLAY TELA-RELATORIO-PRODUT
           ACCEPT  TELA-RELATORIO-PRODUT

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELPRODU

             MOVE WS-ANO-MES-RELAT     TO BOOKPROD-REG-ANO-MES
             MOVE WS-OPERADOR          TO BOOKPROD-REG-OPERADOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKPROD-REG-COD-SUPERVISOR

             CALL WS-RELPRODU          USING WS-LINK-RELPRODU

             DISPLAY BOOKPROD-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2495-99-FIM.                    EXIT.

       2490-AUDITORIA-COORDENADAS      SECTION.

           INITIALIZE                  WS-LINK-AUDICOOR

           MOVE WS-OPERADOR            TO BOOKAUDC-REG-OPERADOR

           CALL WS-AUDICOOR            USING WS-LINK-AUDICOOR

           DISPLAY BOOKAUDC-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2490-99-FIM.                    EXIT.

       2500-EXECUTAR-DISTRIBUICAO      SECTION.

           MOVE ZEROS                  TO WS-COD-CLIE-RELAT
                                       WS-COD-VEND-RELAT
           MOVE 'N'                    TO WS-SIMULACAO-RELAT
           MOVE 'P'                    TO WS-MODO-DISTRIB-RELAT
           MOVE 'N'                    TO WS-MODO-INCR-RELAT
           MOVE ZEROS                  TO WS-FILIAL-FILTRO

           DISPLAY TELA-EXECUTAR-DISTRIBUICAO
           ACCEPT  TELA-EXECUTAR-DISTRIBUICAO

           INITIALIZE                  WS-LINK-DISTRIBU

           MOVE WS-OPERADOR            TO BOOKDSTR-REG-OPERADOR
           MOVE WS-COD-CLIE-RELAT      TO BOOKDSTR-REG-COD-CLIE-FILTRO
           MOVE WS-COD-VEND-RELAT      TO BOOKDSTR-REG-COD-VEND-FILTRO
           MOVE WS-SIMULACAO-RELAT     TO BOOKDSTR-REG-MODO-SIMULACAO
           MOVE WS-MODO-DISTRIB-RELAT  TO BOOKDSTR-REG-MODO-DISTRIB
           MOVE WS-FILIAL-FILTRO       TO BOOKDSTR-REG-COD-FILIAL-FILTRO
           MOVE WS-MODO-INCR-RELAT     TO BOOKDSTR-REG-MODO-INCREMENTAL

           CALL WS-DISTRIBU            USING WS-LINK-DISTRIBU

           DISPLAY BOOKDSTR-CTRL-MSG    AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2500-99-FIM.                    EXIT.

       2550-TRANSFERIR-CARTEIRA        SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-TRANSFERENCIA

           DISPLAY TELA-TRANSFERIR-CARTEIRA
           ACCEPT  TELA-TRANSFERIR-CARTEIRA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-TRANSCAR

             MOVE WS-TRF-VEND-ORIGEM   TO BOOKTRSF-REG-VEND-ORIGEM
             MOVE WS-TRF-VEND-DESTINO  TO BOOKTRSF-REG-VEND-DESTINO
             MOVE WS-OPERADOR          TO BOOKTRSF-REG-OPERADOR

             CALL WS-TRANSCAR          USING WS-LINK-TRANSCAR

             DISPLAY BOOKTRSF-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2550-99-FIM.                    EXIT.

       2560-UNIR-CLIENTES              SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-UNIFICACAO

           DISPLAY TELA-UNIR-CLIENTES
           ACCEPT  TELA-UNIR-CLIENTES

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-MERGECLI

             MOVE WS-MRG-COD-SOBREVIVENTE
                                       TO
                                       BOOKMRGC-REG-COD-SOBREVIVENTE
             MOVE WS-MRG-COD-EXCLUIDO  TO BOOKMRGC-REG-COD-EXCLUIDO
             MOVE WS-OPERADOR          TO BOOKMRGC-REG-OPERADOR

             CALL WS-MERGECLI          USING WS-LINK-MERGECLI

             DISPLAY BOOKMRGC-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2560-99-FIM.                    EXIT.

       2570-DESLIGAR-VENDEDOR          SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-DESLIGAMENTO
           MOVE 'T'                    TO WS-DSL-NOVO-STATUS

           DISPLAY TELA-DESLIGAR-VENDEDOR
           ACCEPT  TELA-DESLIGAR-VENDEDOR

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-DESLVEND

             MOVE WS-DSL-COD-VEND      TO BOOKDESL-REG-COD-VEND
             MOVE WS-DSL-NOVO-STATUS   TO BOOKDESL-REG-NOVO-STATUS
             MOVE WS-OPERADOR          TO BOOKDESL-REG-OPERADOR

             CALL WS-DESLVEND          USING WS-LINK-DESLVEND

             DISPLAY BOOKDESL-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2570-99-FIM.                    EXIT.

       2600-MENU-VISITA                SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-VISITA
           ACCEPT  TELA-MENU-VISITA

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2610-REGISTRAR-VISITA
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 2
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2620-ALTERAR-VISITA
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 3
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2630-CANCELAR-VISITA
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 4
               PERFORM 2640-CONSULTAR-VISITAS
             WHEN 5
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2617-CANCELAR-PEDIDO
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 6
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2618-CONFIRMAR-PEDIDO
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 7
               PERFORM 2000-PROCESSAR
             WHEN 8
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2619-REGISTRAR-DEVOLUCAO
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 9
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2611-REGISTRAR-RECEBIMENTO
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 'A'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2612-DECLARAR-CAIXA
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 'B'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2613-CONFERIR-EQUIPAMENTO
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN 'C'
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2616-CHECKLIST-VISITA
               ELSE
                 PERFORM 2600-MENU-VISITA
               END-IF
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2600-MENU-VISITA
           END-EVALUATE

           .
       2600-99-FIM.                    EXIT.

       2610-REGISTRAR-VISITA           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-REGISTRAR-VISITA
           ACCEPT  TELA-REGISTRAR-VISITA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-VIS-SERVICO
             PERFORM 2650-ACESSAR-REGVISIT
             IF BOOKVIST-CTRL-COD      EQUAL 4
               PERFORM 2655-OFERECER-SUBSTITUTO
             END-IF
             IF BOOKVIST-CTRL-COD      EQUAL ZEROS AND
                WS-VIS-RESULTADO       EQUAL 'R'
               PERFORM 2621-RESPONDER-CHECKLIST
               INITIALIZE              WS-PEDIDO
               PERFORM 2614-MOSTRAR-SUGESTAO
               PERFORM 2615-REGISTRAR-PEDIDO
             END-IF
             INITIALIZE                WS-VISITA
             PERFORM 2610-REGISTRAR-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2610-REGISTRAR-VISITA
           END-IF

           .
       2610-99-FIM.                    EXIT.

       2611-REGISTRAR-RECEBIMENTO      SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-RECEBIMENTO

           DISPLAY TELA-REGISTRAR-RECEBIMENTO
           ACCEPT  TELA-REGISTRAR-RECEBIMENTO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGRECEB

             MOVE 'I'                  TO BOOKRECB-REG-SERVICO
             MOVE WS-RCB-COD-VENDEDOR  TO BOOKRECB-REG-COD-VEND
             MOVE WS-RCB-COD-CLIENTE   TO BOOKRECB-REG-COD-CLIENTE
             MOVE WS-RCB-DATA-VISITA   TO BOOKRECB-REG-DATA-VISITA
             MOVE WS-RCB-FORMA-PAGTO   TO BOOKRECB-REG-FORMA-PAGTO
             MOVE WS-RCB-VALOR         TO BOOKRECB-REG-VALOR
             MOVE WS-RCB-NUM-DOCUMENTO TO BOOKRECB-REG-NUM-DOCUMENTO
             MOVE WS-RCB-TITULO-1      TO BOOKRECB-REG-TITULO-1
             MOVE WS-RCB-TITULO-2      TO BOOKRECB-REG-TITULO-2
             MOVE WS-RCB-TITULO-3      TO BOOKRECB-REG-TITULO-3
             MOVE WS-OPERADOR          TO BOOKRECB-REG-OPERADOR

             CALL WS-REGRECEB          USING WS-LINK-REGRECEB

             IF BOOKRECB-CTRL-COD      EQUAL ZEROS
               DISPLAY "VALOR APLICADO.:"
                                       AT 1802
               DISPLAY BOOKRECB-REG-VALOR-APLICADO
                                       AT 1826
               DISPLAY "SEM TITULO.....:"
                                       AT 1902
               DISPLAY BOOKRECB-REG-VALOR-SEM-TITULO
                                       AT 1926
             END-IF

             DISPLAY BOOKRECB-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2611-REGISTRAR-RECEBIMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2611-REGISTRAR-RECEBIMENTO
           END-IF

           .
       2611-99-FIM.                    EXIT.

       2612-DECLARAR-CAIXA             SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-RECEBIMENTO

           DISPLAY TELA-DECLARAR-CAIXA
           ACCEPT  TELA-DECLARAR-CAIXA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGRECEB

             MOVE 'D'                  TO BOOKRECB-REG-SERVICO
             MOVE WS-RCB-COD-VENDEDOR  TO BOOKRECB-REG-COD-VEND
             MOVE WS-RCB-DATA-VISITA   TO BOOKRECB-REG-DATA-VISITA
             MOVE WS-RCB-DECL-DINHEIRO TO BOOKRECB-REG-DECL-DINHEIRO
             MOVE WS-RCB-DECL-CHEQUE   TO BOOKRECB-REG-DECL-CHEQUE
             MOVE WS-RCB-DECL-PIX      TO BOOKRECB-REG-DECL-PIX
             MOVE WS-OPERADOR          TO BOOKRECB-REG-OPERADOR

             CALL WS-REGRECEB          USING WS-LINK-REGRECEB

             DISPLAY BOOKRECB-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2600-MENU-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2612-DECLARAR-CAIXA
           END-IF

           .
       2612-99-FIM.                    EXIT.

       2613-CONFERIR-EQUIPAMENTO       SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CONFERIR-EQUIPAMENTO
           ACCEPT  TELA-CONFERIR-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-VIS-SERVICO
             PERFORM 2650-ACESSAR-REGVISIT
             INITIALIZE                WS-VISITA
             PERFORM 2613-CONFERIR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2613-CONFERIR-EQUIPAMENTO
           END-IF

           .
       2613-99-FIM.                    EXIT.

       2616-CHECKLIST-VISITA           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CHECKLIST-VISITA
           ACCEPT  TELA-CHECKLIST-VISITA

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2621-RESPONDER-CHECKLIST
             INITIALIZE                WS-VISITA
             PERFORM 2616-CHECKLIST-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2616-CHECKLIST-VISITA
           END-IF

           .
       2616-99-FIM.                    EXIT.

       2621-RESPONDER-CHECKLIST        SECTION.

           MOVE ZEROS                  TO WS-VIS-COD-PERGUNTA
           MOVE 'N'                    TO WS-VIS-FIM-CHECKLIST

           PERFORM 2622-BUSCAR-PERGUNTA

           PERFORM                     UNTIL WS-VIS-FIM-CHECKLIST
                                       EQUAL 'S'
             MOVE SPACES               TO WS-VIS-RESPOSTA

             DISPLAY TELA-RESPONDER-CHECKLIST
             ACCEPT  TELA-RESPONDER-CHECKLIST

             IF WS-VIS-RESPOSTA        EQUAL SPACES
               MOVE 'S'                TO WS-VIS-FIM-CHECKLIST
             ELSE
               PERFORM 2623-GRAVAR-RESPOSTA
             END-IF
           END-PERFORM

           .
       2621-99-FIM.                    EXIT.

       2622-BUSCAR-PERGUNTA            SECTION.

           INITIALIZE                  WS-LINK-REGVISIT

           MOVE 'L'                    TO BOOKVIST-REG-SERVICO
           MOVE WS-VIS-COD-VENDEDOR    TO BOOKVIST-REG-COD-VEND
           MOVE WS-VIS-COD-CLIENTE     TO BOOKVIST-REG-COD-CLIENTE
           MOVE WS-VIS-DATA-VISITA     TO BOOKVIST-REG-DATA-VISITA
           MOVE WS-VIS-COD-PERGUNTA    TO BOOKVIST-REG-COD-PERGUNTA
           MOVE WS-OPERADOR            TO BOOKVIST-REG-OPERADOR

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT

           IF BOOKVIST-CTRL-COD        EQUAL ZEROS
             MOVE BOOKVIST-REG-COD-PERGUNTA
                                       TO WS-VIS-COD-PERGUNTA
             MOVE BOOKVIST-REG-DESC-PERGUNTA
                                       TO WS-VIS-DESC-PERGUNTA
             MOVE BOOKVIST-REG-PESO-PERGUNTA
                                       TO WS-VIS-PESO-PERGUNTA
           ELSE
             MOVE 'S'                  TO WS-VIS-FIM-CHECKLIST
             DISPLAY BOOKVIST-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2622-99-FIM.                    EXIT.

       2623-GRAVAR-RESPOSTA            SECTION.

           INITIALIZE                  WS-LINK-REGVISIT

           MOVE 'K'                    TO BOOKVIST-REG-SERVICO
           MOVE WS-VIS-COD-VENDEDOR    TO BOOKVIST-REG-COD-VEND
           MOVE WS-VIS-COD-CLIENTE     TO BOOKVIST-REG-COD-CLIENTE
           MOVE WS-VIS-DATA-VISITA     TO BOOKVIST-REG-DATA-VISITA
           MOVE WS-VIS-COD-PERGUNTA    TO BOOKVIST-REG-COD-PERGUNTA
           MOVE WS-VIS-RESPOSTA        TO BOOKVIST-REG-RESPOSTA
           MOVE WS-OPERADOR            TO BOOKVIST-REG-OPERADOR

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT

           IF BOOKVIST-CTRL-COD        EQUAL ZEROS
             PERFORM 2622-BUSCAR-PERGUNTA
           ELSE
             DISPLAY BOOKVIST-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2623-99-FIM.                    EXIT.

       2614-MOSTRAR-SUGESTAO           SECTION.

           MOVE 5                      TO WS-SUGESTAO-LINHA

           OPEN INPUT ARQ-SUGESTAO

           IF WS-FS-ARQ-SUGESTAO       EQUAL ZEROS
             MOVE WS-VIS-COD-CLIENTE   TO FD-SUG-COD-CLIENTE
             MOVE ZEROS                TO FD-SUG-COD-PRODUTO

             START ARQ-SUGESTAO        KEY IS NOT LESS
                                       FD-SUG-CHAVE

             IF WS-FS-ARQ-SUGESTAO     EQUAL ZEROS
               READ ARQ-SUGESTAO       NEXT RECORD
               PERFORM                 UNTIL WS-FS-ARQ-SUGESTAO
                                       NOT EQUAL ZEROS OR
                                       FD-SUG-COD-CLIENTE NOT EQUAL
                                       WS-VIS-COD-CLIENTE OR
                                       WS-SUGESTAO-LINHA NOT LESS 20
                 IF WS-SUGESTAO-LINHA  EQUAL 5
                   DISPLAY TELA-SUGESTAO-PEDIDO
                 END-IF
                 ADD 1                 TO WS-SUGESTAO-LINHA
                 DISPLAY FD-SUG-COD-PRODUTO "    "
                         FD-SUG-QTD-SUGERIDA "         "
                         FD-SUG-QTD-MEDIA "  "
                         FD-SUG-DATA-ULT-PEDIDO
                                       AT LINE WS-SUGESTAO-LINHA COL 02
                 READ ARQ-SUGESTAO     NEXT RECORD
               END-PERFORM
             END-IF

             CLOSE ARQ-SUGESTAO
           END-IF

           IF WS-SUGESTAO-LINHA        GREATER 5
             DISPLAY "TECLE ENTER PARA DIGITAR O PEDIDO"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2614-99-FIM.                    EXIT.

       2615-REGISTRAR-PEDIDO           SECTION.

           INITIALIZE                  WS-OPCAO
           MOVE ZEROS                  TO WS-PED-COD-PRODUTO
                                       WS-PED-QUANTIDADE
                                       WS-PED-VALOR

           DISPLAY TELA-REGISTRAR-PEDIDO
           ACCEPT  TELA-REGISTRAR-PEDIDO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGPEDID

             MOVE 'I'                  TO BOOKPEDI-REG-SERVICO
             MOVE WS-PED-NUM-PEDIDO    TO BOOKPEDI-REG-NUM-PEDIDO
             MOVE WS-VIS-COD-CLIENTE   TO BOOKPEDI-REG-COD-CLIENTE
             MOVE WS-VIS-COD-VENDEDOR  TO BOOKPEDI-REG-COD-VEND
             MOVE WS-VIS-DATA-VISITA   TO BOOKPEDI-REG-DATA-VISITA
             MOVE WS-PED-COD-PRODUTO   TO BOOKPEDI-REG-COD-PRODUTO
             MOVE WS-PED-QUANTIDADE    TO BOOKPEDI-REG-QUANTIDADE
             MOVE WS-PED-VALOR         TO BOOKPEDI-REG-VALOR
             MOVE WS-OPERADOR          TO BOOKPEDI-REG-OPERADOR

             CALL WS-REGPEDID          USING WS-LINK-REGPEDID

             IF BOOKPEDI-CTRL-COD      EQUAL ZEROS
               MOVE BOOKPEDI-REG-NUM-PEDIDO
                                       TO WS-PED-NUM-PEDIDO
             END-IF

             DISPLAY BOOKPEDI-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2615-REGISTRAR-PEDIDO
           END-IF

           .
       2615-99-FIM.                    EXIT.

       2617-CANCELAR-PEDIDO            SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PEDIDO

           DISPLAY TELA-CANCELAR-PEDIDO
           ACCEPT  TELA-CANCELAR-PEDIDO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGPEDID

             MOVE 'C'                  TO BOOKPEDI-REG-SERVICO
             MOVE WS-PED-NUM-PEDIDO    TO BOOKPEDI-REG-NUM-PEDIDO
             MOVE WS-PED-MOTIVO-CANCEL TO BOOKPEDI-REG-MOTIVO-CANCEL
             MOVE WS-OPERADOR          TO BOOKPEDI-REG-OPERADOR

             CALL WS-REGPEDID          USING WS-LINK-REGPEDID

             DISPLAY BOOKPEDI-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2617-CANCELAR-PEDIDO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2617-CANCELAR-PEDIDO
           END-IF

           .
       2617-99-FIM.                    EXIT.

       2618-CONFIRMAR-PEDIDO           SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PEDIDO

           DISPLAY TELA-CONFIRMAR-PEDIDO
           ACCEPT  TELA-CONFIRMAR-PEDIDO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGPEDID

             MOVE 'F'                  TO BOOKPEDI-REG-SERVICO
             MOVE WS-PED-NUM-PEDIDO    TO BOOKPEDI-REG-NUM-PEDIDO
             MOVE WS-OPERADOR          TO BOOKPEDI-REG-OPERADOR

             CALL WS-REGPEDID          USING WS-LINK-REGPEDID

             DISPLAY BOOKPEDI-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2618-CONFIRMAR-PEDIDO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2618-CONFIRMAR-PEDIDO
           END-IF

           .
       2618-99-FIM.                    EXIT.

       2619-REGISTRAR-DEVOLUCAO        SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-DEVOLUCAO

           DISPLAY TELA-REGISTRAR-DEVOLUCAO
           ACCEPT  TELA-REGISTRAR-DEVOLUCAO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-REGDEVOL

             MOVE 'I'                  TO BOOKDEVL-REG-SERVICO
             MOVE WS-DEV-NUM-PEDIDO    TO BOOKDEVL-REG-NUM-PEDIDO
             MOVE WS-DEV-SEQ-ITEM      TO BOOKDEVL-REG-SEQ-ITEM
             MOVE WS-DEV-QUANTIDADE    TO BOOKDEVL-REG-QUANTIDADE
             MOVE WS-DEV-MOTIVO        TO BOOKDEVL-REG-MOTIVO
             MOVE WS-OPERADOR          TO BOOKDEVL-REG-OPERADOR

             CALL WS-REGDEVOL          USING WS-LINK-REGDEVOL

             IF BOOKDEVL-CTRL-COD      EQUAL ZEROS
               DISPLAY "VALOR DEVOLVIDO:"
                                       AT 1502
               DISPLAY BOOKDEVL-REG-VALOR
                                       AT 1526
               DISPLAY "DEDUZIR EM.....:"
                                       AT 1602
               DISPLAY BOOKDEVL-REG-ANO-MES-DEDUCAO
                                       AT 1626
             END-IF

             DISPLAY BOOKDEVL-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501

             PERFORM 2619-REGISTRAR-DEVOLUCAO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2619-REGISTRAR-DEVOLUCAO
           END-IF

           .
       2619-99-FIM.                    EXIT.

       2620-ALTERAR-VISITA             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-ALTERAR-VISITA
           ACCEPT  TELA-ALTERAR-VISITA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-VIS-SERVICO
             PERFORM 2650-ACESSAR-REGVISIT
             INITIALIZE                WS-VISITA
             PERFORM 2620-ALTERAR-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2620-ALTERAR-VISITA
           END-IF

           .
       2620-99-FIM.                    EXIT.

       2630-CANCELAR-VISITA            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CANCELAR-VISITA
           ACCEPT  TELA-CANCELAR-VISITA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'C'                  TO WS-VIS-SERVICO
             PERFORM 2650-ACESSAR-REGVISIT
             INITIALIZE                WS-VISITA
             PERFORM 2630-CANCELAR-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2630-CANCELAR-VISITA
           END-IF

           .
       2630-99-FIM.                    EXIT.

       2640-CONSULTAR-VISITAS          SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-CONSULTA-VISITA

           DISPLAY TELA-CONSULTAR-VISITA
           ACCEPT  TELA-CONSULTAR-VISITA

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CONSVIST

             MOVE WS-CVI-COD-CLIENTE   TO BOOKCVIS-REG-COD-CLIENTE
             MOVE WS-CVI-COD-VENDEDOR  TO BOOKCVIS-REG-COD-VEND
             MOVE WS-OPERADOR          TO BOOKCVIS-REG-OPERADOR

             CALL WS-CONSVIST          USING WS-LINK-CONSVIST

             IF BOOKCVIS-CTRL-COD      EQUAL ZEROS
               PERFORM 2645-CARREGAR-CONSULTA
               PERFORM 2680-PAGINAR-CONSULTA
             ELSE
               DISPLAY BOOKCVIS-CTRL-MSG
                                       AT 2310
               STOP ' '
             END-IF
             PERFORM 2600-MENU-VISITA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2600-MENU-VISITA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2640-CONSULTAR-VISITAS
           END-IF

           .
       2640-99-FIM.                    EXIT.

       2645-CARREGAR-CONSULTA          SECTION.

           MOVE ZEROS                  TO WS-CONSULTA-QTD

           OPEN INPUT ARQ-CONSULTA-VIS

           IF WS-FS-ARQ-CONSVIS        EQUAL ZEROS
             READ ARQ-CONSULTA-VIS
             PERFORM                   UNTIL WS-FS-ARQ-CONSVIS
                                       NOT EQUAL ZEROS OR
                                       WS-CONSULTA-QTD NOT LESS
                                       WS-CONSULTA-MAXIMO
               IF FD-CVW-TIPO          EQUAL 'D'
                 ADD 1                 TO WS-CONSULTA-QTD
                 MOVE FD-CVW-DADOS     TO WS-CONSULTA-LINHA
                                       (WS-CONSULTA-QTD)
               END-IF
               READ ARQ-CONSULTA-VIS
             END-PERFORM

             CLOSE ARQ-CONSULTA-VIS
           END-IF

           .
       2645-99-FIM.                    EXIT.

       2646-CARREGAR-REPOSITORIO       SECTION.

           MOVE ZEROS                  TO WS-CONSULTA-QTD

           OPEN INPUT ARQ-CONSULTA-REL

           IF WS-FS-ARQ-CONSREL        EQUAL ZEROS
             READ ARQ-CONSULTA-REL
             PERFORM                   UNTIL WS-FS-ARQ-CONSREL
                                       NOT EQUAL ZEROS OR
                                       WS-CONSULTA-QTD NOT LESS
                                       WS-CONSULTA-MAXIMO
               IF FD-CRL-TIPO          EQUAL 'H' OR 'D'
                 ADD 1                 TO WS-CONSULTA-QTD
                 MOVE FD-CRL-DADOS     TO WS-CONSULTA-LINHA
                                       (WS-CONSULTA-QTD)
               END-IF
               READ ARQ-CONSULTA-REL
             END-PERFORM

             CLOSE ARQ-CONSULTA-REL
           END-IF

           .
       2646-99-FIM.                    EXIT.

       2680-PAGINAR-CONSULTA           SECTION.

           MOVE 'N'                    TO WS-CONSULTA-ENCERRADA
           MOVE 1                      TO WS-CONSULTA-PAG-INICIO

           PERFORM 2685-MOSTRAR-PAGINA-CONSULTA
                                       UNTIL WS-CONSULTA-ENCERRADA
                                       EQUAL 'S'

           .
       2680-99-FIM.                    EXIT.

       2685-MOSTRAR-PAGINA-CONSULTA    SECTION.

           COMPUTE WS-CONSULTA-PAG-FIM = WS-CONSULTA-PAG-INICIO + 14

           IF WS-CONSULTA-PAG-FIM      GREATER WS-CONSULTA-QTD
             MOVE WS-CONSULTA-QTD      TO WS-CONSULTA-PAG-FIM
           END-IF

           DISPLAY " "
           DISPLAY "VISITAS (MAIS RECENTES PRIMEIRO) - ITENS "
                   WS-CONSULTA-PAG-INICIO " A "
                   WS-CONSULTA-PAG-FIM " DE " WS-CONSULTA-QTD
           DISPLAY "DATA....;VENDEDOR;CLIENTE;RESULT;OBSERVACAO"

           MOVE WS-CONSULTA-PAG-INICIO TO WS-CONSULTA-IDX
           PERFORM 2686-MOSTRAR-LINHA-CONSULTA
                                       UNTIL WS-CONSULTA-IDX
                                       GREATER WS-CONSULTA-PAG-FIM

           DISPLAY "P - PROXIMA PAGINA  A - PAGINA ANTERIOR  X - SAIR:"

           MOVE SPACES                 TO WS-CONSULTA-COMANDO
           ACCEPT  WS-CONSULTA-COMANDO

           EVALUATE TRUE
             WHEN WS-CONSULTA-COMANDO  EQUAL 'X' OR 'x'
               MOVE 'S'                TO WS-CONSULTA-ENCERRADA
             WHEN WS-CONSULTA-COMANDO  EQUAL 'P' OR 'p'
               IF WS-CONSULTA-PAG-FIM  LESS WS-CONSULTA-QTD
                 COMPUTE WS-CONSULTA-PAG-INICIO
                                       = WS-CONSULTA-PAG-INICIO + 15
               END-IF
             WHEN WS-CONSULTA-COMANDO  EQUAL 'A' OR 'a'
               IF WS-CONSULTA-PAG-INICIO
                                       GREATER 15
                 COMPUTE WS-CONSULTA-PAG-INICIO
                                       = WS-CONSULTA-PAG-INICIO - 15
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           .
       2685-99-FIM.                    EXIT.

       2686-MOSTRAR-LINHA-CONSULTA     SECTION.

           DISPLAY WS-CONSULTA-LINHA (WS-CONSULTA-IDX)

           ADD 1                       TO WS-CONSULTA-IDX

           .
       2686-99-FIM.                    EXIT.

       2687-PAGINAR-REPOSITORIO        SECTION.

           MOVE 'N'                    TO WS-CONSULTA-ENCERRADA
           MOVE 1                      TO WS-CONSULTA-PAG-INICIO

           PERFORM 2688-MOSTRAR-PAGINA-REPOSIT
                                       UNTIL WS-CONSULTA-ENCERRADA
                                       EQUAL 'S'

           .
       2687-99-FIM.                    EXIT.

       2688-MOSTRAR-PAGINA-REPOSIT     SECTION.

           COMPUTE WS-CONSULTA-PAG-FIM = WS-CONSULTA-PAG-INICIO + 14

           IF WS-CONSULTA-PAG-FIM      GREATER WS-CONSULTA-QTD
             MOVE WS-CONSULTA-QTD      TO WS-CONSULTA-PAG-FIM
           END-IF

           DISPLAY " "
           DISPLAY "REPOSITORIO DE RELATORIOS - LINHAS "
                   WS-CONSULTA-PAG-INICIO " A "
                   WS-CONSULTA-PAG-FIM " DE " WS-CONSULTA-QTD
           DISPLAY WS-CRP-TITULO

           MOVE WS-CONSULTA-PAG-INICIO TO WS-CONSULTA-IDX
           PERFORM 2686-MOSTRAR-LINHA-CONSULTA
                                       UNTIL WS-CONSULTA-IDX
                                       GREATER WS-CONSULTA-PAG-FIM

           DISPLAY "P - PROXIMA PAGINA  A - PAGINA ANTERIOR  X - SAIR:"

           MOVE SPACES                 TO WS-CONSULTA-COMANDO
           ACCEPT  WS-CONSULTA-COMANDO

           EVALUATE TRUE
             WHEN WS-CONSULTA-COMANDO  EQUAL 'X' OR 'x'
               MOVE 'S'                TO WS-CONSULTA-ENCERRADA
             WHEN WS-CONSULTA-COMANDO  EQUAL 'P' OR 'p'
               IF WS-CONSULTA-PAG-FIM  LESS WS-CONSULTA-QTD
                 COMPUTE WS-CONSULTA-PAG-INICIO
                                       = WS-CONSULTA-PAG-INICIO + 15
               END-IF
             WHEN WS-CONSULTA-COMANDO  EQUAL 'A' OR 'a'
               IF WS-CONSULTA-PAG-INICIO
                                       GREATER 15
                 COMPUTE WS-CONSULTA-PAG-INICIO
                                       = WS-CONSULTA-PAG-INICIO - 15
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           .
       2688-99-FIM.                    EXIT.

       2650-ACESSAR-REGVISIT           SECTION.

           INITIALIZE                  WS-LINK-REGVISIT

           MOVE WS-VIS-SERVICO         TO BOOKVIST-REG-SERVICO
           MOVE WS-VIS-COD-VENDEDOR    TO BOOKVIST-REG-COD-VEND
           MOVE WS-VIS-COD-CLIENTE     TO BOOKVIST-REG-COD-CLIENTE
           MOVE WS-VIS-DATA-VISITA     TO BOOKVIST-REG-DATA-VISITA
           MOVE WS-VIS-RESULTADO       TO BOOKVIST-REG-RESULTADO
           MOVE WS-VIS-OBSERVACAO      TO BOOKVIST-REG-OBSERVACAO
           MOVE WS-OPERADOR            TO BOOKVIST-REG-OPERADOR
           MOVE WS-VIS-LATITUDE        TO BOOKVIST-REG-LATITUDE
           MOVE WS-VIS-LONGITUDE       TO BOOKVIST-REG-LONGITUDE
           MOVE WS-VIS-VEND-EXECUTOR   TO BOOKVIST-REG-VEND-EXECUTOR
           MOVE WS-VIS-NUM-ATIVO       TO BOOKVIST-REG-NUM-ATIVO
           MOVE WS-VIS-SITUACAO-ATIVO  TO BOOKVIST-REG-SITUACAO-ATIVO

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT

           DISPLAY BOOKVIST-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2650-99-FIM.                    EXIT.


       2655-OFERECER-SUBSTITUTO        SECTION.

           DISPLAY "VENDEDOR TITULAR AUSENTE"
                                       AT 1902
           DISPLAY "SUBSTITUTOS SUGERIDOS: "
                                       AT 2002
           DISPLAY BOOKVIST-REG-VEND-SUBST-1
                                       AT 2026
           DISPLAY BOOKVIST-REG-VEND-SUBST-2
                                       AT 2033
           DISPLAY "INFORME O VENDEDOR SUBSTITUTO (0=DESISTE):"
                                       AT 2102

           ACCEPT  WS-VIS-VEND-EXECUTOR
                                       AT 2146

           IF WS-VIS-VEND-EXECUTOR     GREATER ZEROS
             PERFORM 2650-ACESSAR-REGVISIT
           END-IF

           MOVE ZEROS                  TO WS-VIS-VEND-EXECUTOR

           .
       2655-99-FIM.                    EXIT.

       2700-MENU-AUSENCIA              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-AUSENCIA
           ACCEPT  TELA-MENU-AUSENCIA

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2710-INCLUIR-AUSENCIA
               ELSE
                 PERFORM 2700-MENU-AUSENCIA
               END-IF
             WHEN 2
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2720-EXCLUIR-AUSENCIA
               ELSE
                 PERFORM 2700-MENU-AUSENCIA
               END-IF
             WHEN 3
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2700-MENU-AUSENCIA
           END-EVALUATE

           .
       2700-99-FIM.                    EXIT.

       2710-INCLUIR-AUSENCIA           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-AUSENCIA
           ACCEPT  TELA-INCLUIR-AUSENCIA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-AUS-SERVICO
             PERFORM 2750-ACESSAR-CRUDAUSE
             INITIALIZE                WS-AUSENCIA
             PERFORM 2710-INCLUIR-AUSENCIA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2700-MENU-AUSENCIA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2710-INCLUIR-AUSENCIA
           END-IF

           .
       2710-99-FIM.                    EXIT.

       2720-EXCLUIR-AUSENCIA           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-AUSENCIA
           ACCEPT  TELA-EXCLUIR-AUSENCIA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-AUS-SERVICO
             PERFORM 2750-ACESSAR-CRUDAUSE
             INITIALIZE                WS-AUSENCIA
             PERFORM 2720-EXCLUIR-AUSENCIA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2700-MENU-AUSENCIA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2720-EXCLUIR-AUSENCIA
           END-IF

           .
       2720-99-FIM.                    EXIT.

       2750-ACESSAR-CRUDAUSE           SECTION.

           INITIALIZE                  WS-LINK-CRUDAUSE

           MOVE WS-AUS-SERVICO         TO BOOKAUSE-REG-SERVICO
           MOVE WS-AUS-COD-VENDEDOR    TO BOOKAUSE-REG-COD-VEND
           MOVE WS-AUS-DATA-INICIO     TO BOOKAUSE-REG-DATA-INICIO
           MOVE WS-AUS-DATA-FIM        TO BOOKAUSE-REG-DATA-FIM
           MOVE WS-AUS-MOTIVO          TO BOOKAUSE-REG-MOTIVO
           MOVE WS-OPERADOR            TO BOOKAUSE-REG-OPERADOR

           CALL WS-CRUDAUSE            USING WS-LINK-CRUDAUSE

           DISPLAY BOOKAUSE-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2750-99-FIM.                    EXIT.

       2900-MENU-FILIAL                SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-FILIAL
           ACCEPT  TELA-MENU-FILIAL

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2910-INCLUIR-FILIAL
             WHEN 2
               PERFORM 2920-ALTERAR-FILIAL
             WHEN 3
               PERFORM 2930-EXCLUIR-FILIAL
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2900-MENU-FILIAL
           END-EVALUATE

           .
       2900-99-FIM.                    EXIT.

       2910-INCLUIR-FILIAL             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-FILIAL
           ACCEPT  TELA-INCLUIR-FILIAL

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-FIL-SERVICO
             PERFORM 2950-ACESSAR-CRUDFILI
             INITIALIZE                WS-FILIAL-CAD
             PERFORM 2910-INCLUIR-FILIAL
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2900-MENU-FILIAL
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2910-INCLUIR-FILIAL
           END-IF

           .
       2910-99-FIM.                    EXIT.

       2920-ALTERAR-FILIAL             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-FILIAL
           ACCEPT  TELA-INCLUIR-FILIAL

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-FIL-SERVICO
             PERFORM 2950-ACESSAR-CRUDFILI
             INITIALIZE                WS-FILIAL-CAD
             PERFORM 2920-ALTERAR-FILIAL
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2900-MENU-FILIAL
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2920-ALTERAR-FILIAL
           END-IF

           .
       2920-99-FIM.                    EXIT.

       2930-EXCLUIR-FILIAL             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-FILIAL
           ACCEPT  TELA-EXCLUIR-FILIAL

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-FIL-SERVICO
             PERFORM 2950-ACESSAR-CRUDFILI
             INITIALIZE                WS-FILIAL-CAD
             PERFORM 2930-EXCLUIR-FILIAL
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2900-MENU-FILIAL
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2930-EXCLUIR-FILIAL
           END-IF

           .
       2930-99-FIM.                    EXIT.

       2950-ACESSAR-CRUDFILI           SECTION.

           INITIALIZE                  WS-LINK-CRUDFILI

           MOVE WS-FIL-SERVICO         TO BOOKFILI-REG-SERVICO
           MOVE WS-FIL-CODIGO          TO BOOKFILI-REG-CODIGO
           MOVE WS-FIL-NOME            TO BOOKFILI-REG-NOME
           MOVE WS-FIL-REGIAO          TO BOOKFILI-REG-REGIAO
           MOVE WS-FIL-SUPERVISOR      TO BOOKFILI-REG-SUPERVISOR
           MOVE WS-OPERADOR            TO BOOKFILI-REG-OPERADOR

           CALL WS-CRUDFILI            USING WS-LINK-CRUDFILI

           DISPLAY BOOKFILI-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2950-99-FIM.                    EXIT.

       2951-MENU-CHECKLIST             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-CHECKLIST
           ACCEPT  TELA-MENU-CHECKLIST

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2952-INCLUIR-CHECKLIST
             WHEN 2
               PERFORM 2953-ALTERAR-CHECKLIST
             WHEN 3
               PERFORM 2954-EXCLUIR-CHECKLIST
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2951-MENU-CHECKLIST
           END-EVALUATE

           .
       2951-99-FIM.                    EXIT.

       2952-INCLUIR-CHECKLIST          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CHECKLIST
           ACCEPT  TELA-MANTER-CHECKLIST

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-CHK-SERVICO
             PERFORM 2955-ACESSAR-CRUDCHKL
             INITIALIZE                WS-CHECKLIST-CAD
             PERFORM 2952-INCLUIR-CHECKLIST
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2951-MENU-CHECKLIST
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2952-INCLUIR-CHECKLIST
           END-IF

           .
       2952-99-FIM.                    EXIT.

       2953-ALTERAR-CHECKLIST          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CHECKLIST
           ACCEPT  TELA-MANTER-CHECKLIST

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-CHK-SERVICO
             PERFORM 2955-ACESSAR-CRUDCHKL
             INITIALIZE                WS-CHECKLIST-CAD
             PERFORM 2953-ALTERAR-CHECKLIST
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2951-MENU-CHECKLIST
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2953-ALTERAR-CHECKLIST
           END-IF

           .
       2953-99-FIM.                    EXIT.

       2954-EXCLUIR-CHECKLIST          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-CHECKLIST
           ACCEPT  TELA-EXCLUIR-CHECKLIST

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-CHK-SERVICO
             PERFORM 2955-ACESSAR-CRUDCHKL
             INITIALIZE                WS-CHECKLIST-CAD
             PERFORM 2954-EXCLUIR-CHECKLIST
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2951-MENU-CHECKLIST
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2954-EXCLUIR-CHECKLIST
           END-IF

           .
       2954-99-FIM.                    EXIT.

       2955-ACESSAR-CRUDCHKL           SECTION.

           INITIALIZE                  WS-LINK-CRUDCHKL

           MOVE WS-CHK-SERVICO         TO BOOKCHKL-REG-SERVICO
           MOVE WS-CHK-CODIGO          TO BOOKCHKL-REG-CODIGO
           MOVE WS-CHK-DESCRICAO       TO BOOKCHKL-REG-DESCRICAO
           MOVE WS-CHK-PESO            TO BOOKCHKL-REG-PESO
           MOVE WS-CHK-DATA-INICIO     TO BOOKCHKL-REG-DATA-INICIO
           MOVE WS-CHK-DATA-FIM        TO BOOKCHKL-REG-DATA-FIM
           MOVE WS-CHK-CLASSE-ABC      TO BOOKCHKL-REG-CLASSE-ABC
           MOVE WS-CHK-REGIAO          TO BOOKCHKL-REG-REGIAO
           MOVE WS-CHK-STATUS          TO BOOKCHKL-REG-STATUS
           MOVE WS-OPERADOR            TO BOOKCHKL-REG-OPERADOR

           CALL WS-CRUDCHKL            USING WS-LINK-CRUDCHKL

           DISPLAY BOOKCHKL-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2955-99-FIM.                    EXIT.

       2956-MENU-REDE                  SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-REDE
           ACCEPT  TELA-MENU-REDE

           EVALUATE WS-OPCAO
             WHEN 1
               MOVE 'I'                TO WS-RED-SERVICO
               PERFORM 2957-MANTER-REDE
             WHEN 2
               MOVE 'A'                TO WS-RED-SERVICO
               PERFORM 2957-MANTER-REDE
             WHEN 3
               PERFORM 2958-EXCLUIR-REDE
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2956-MENU-REDE
           END-EVALUATE

           .
       2956-99-FIM.                    EXIT.

       2957-MANTER-REDE                SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-REDE
           ACCEPT  TELA-MANTER-REDE

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2959-ACESSAR-CRUDREDE
             INITIALIZE                WS-REDE-CAD
             PERFORM 2957-MANTER-REDE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2956-MENU-REDE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2957-MANTER-REDE
           END-IF

           .
       2957-99-FIM.                    EXIT.

       2958-EXCLUIR-REDE               SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-REDE
           ACCEPT  TELA-EXCLUIR-REDE

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-RED-SERVICO
             PERFORM 2959-ACESSAR-CRUDREDE
             INITIALIZE                WS-REDE-CAD
             PERFORM 2958-EXCLUIR-REDE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2956-MENU-REDE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2958-EXCLUIR-REDE
           END-IF

           .
       2958-99-FIM.                    EXIT.

       2959-ACESSAR-CRUDREDE           SECTION.

           INITIALIZE                  WS-LINK-CRUDREDE

           MOVE WS-RED-SERVICO         TO BOOKREDE-REG-SERVICO
           MOVE WS-RED-CODIGO          TO BOOKREDE-REG-CODIGO
           MOVE WS-RED-NOME            TO BOOKREDE-REG-NOME
           MOVE WS-RED-GERENTE-CONTA   TO BOOKREDE-REG-GERENTE-CONTA
           MOVE WS-RED-LIMITE-CREDITO  TO BOOKREDE-REG-LIMITE-CREDITO
           MOVE WS-RED-BLOQ-FINANCEIRO TO BOOKREDE-REG-BLOQ-FINANCEIRO
           MOVE WS-RED-STATUS          TO BOOKREDE-REG-STATUS
           MOVE WS-OPERADOR            TO BOOKREDE-REG-OPERADOR

           CALL WS-CRUDREDE            USING WS-LINK-CRUDREDE

           DISPLAY BOOKREDE-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2959-99-FIM.                    EXIT.

       2940-MENU-CATEGORIA             SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-CATEGORIA
           ACCEPT  TELA-MENU-CATEGORIA

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2941-INCLUIR-CATEGORIA
             WHEN 2
               PERFORM 2942-ALTERAR-CATEGORIA
             WHEN 3
               PERFORM 2943-EXCLUIR-CATEGORIA
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2940-MENU-CATEGORIA
           END-EVALUATE

           .
       2940-99-FIM.                    EXIT.

       2941-INCLUIR-CATEGORIA          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CATEGORIA
           ACCEPT  TELA-MANTER-CATEGORIA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-CAT-SERVICO
             PERFORM 2944-ACESSAR-CRUDCATE
             INITIALIZE                WS-CATEGORIA-CAD
             PERFORM 2941-INCLUIR-CATEGORIA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2940-MENU-CATEGORIA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2941-INCLUIR-CATEGORIA
           END-IF

           .
       2941-99-FIM.                    EXIT.

       2942-ALTERAR-CATEGORIA          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CATEGORIA
           ACCEPT  TELA-MANTER-CATEGORIA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-CAT-SERVICO
             PERFORM 2944-ACESSAR-CRUDCATE
             INITIALIZE                WS-CATEGORIA-CAD
             PERFORM 2942-ALTERAR-CATEGORIA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2940-MENU-CATEGORIA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2942-ALTERAR-CATEGORIA
           END-IF

           .
       2942-99-FIM.                    EXIT.

       2943-EXCLUIR-CATEGORIA          SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-CATEGORIA
           ACCEPT  TELA-EXCLUIR-CATEGORIA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-CAT-SERVICO
             PERFORM 2944-ACESSAR-CRUDCATE
             INITIALIZE                WS-CATEGORIA-CAD
             PERFORM 2943-EXCLUIR-CATEGORIA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2940-MENU-CATEGORIA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2943-EXCLUIR-CATEGORIA
           END-IF

           .
       2943-99-FIM.                    EXIT.

       2944-ACESSAR-CRUDCATE           SECTION.

           INITIALIZE                  WS-LINK-CRUDCATE

           MOVE WS-CAT-SERVICO         TO BOOKCATE-REG-SERVICO
           MOVE WS-CAT-CODIGO          TO BOOKCATE-REG-CODIGO
           MOVE WS-CAT-DESCRICAO       TO BOOKCATE-REG-DESCRICAO
           MOVE WS-CAT-STATUS          TO BOOKCATE-REG-STATUS
           MOVE WS-OPERADOR            TO BOOKCATE-REG-OPERADOR

           CALL WS-CRUDCATE            USING WS-LINK-CRUDCATE

           DISPLAY BOOKCATE-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2944-99-FIM.                    EXIT.

       2945-MENU-MARCA                 SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-MARCA
           ACCEPT  TELA-MENU-MARCA

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2946-INCLUIR-MARCA
             WHEN 2
               PERFORM 2947-ALTERAR-MARCA
             WHEN 3
               PERFORM 2948-EXCLUIR-MARCA
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2945-MENU-MARCA
           END-EVALUATE

           .
       2945-99-FIM.                    EXIT.

       2946-INCLUIR-MARCA              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-MARCA
           ACCEPT  TELA-MANTER-MARCA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-MAR-SERVICO
             PERFORM 2949-ACESSAR-CRUDMARC
             INITIALIZE                WS-MARCA-CAD
             PERFORM 2946-INCLUIR-MARCA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2945-MENU-MARCA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2946-INCLUIR-MARCA
           END-IF

           .
       2946-99-FIM.                    EXIT.

       2947-ALTERAR-MARCA              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-MARCA
           ACCEPT  TELA-MANTER-MARCA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-MAR-SERVICO
             PERFORM 2949-ACESSAR-CRUDMARC
             INITIALIZE                WS-MARCA-CAD
             PERFORM 2947-ALTERAR-MARCA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2945-MENU-MARCA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2947-ALTERAR-MARCA
           END-IF

           .
       2947-99-FIM.                    EXIT.

       2948-EXCLUIR-MARCA              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-MARCA
           ACCEPT  TELA-EXCLUIR-MARCA

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-MAR-SERVICO
             PERFORM 2949-ACESSAR-CRUDMARC
             INITIALIZE                WS-MARCA-CAD
             PERFORM 2948-EXCLUIR-MARCA
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2945-MENU-MARCA
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2948-EXCLUIR-MARCA
           END-IF

           .
       2948-99-FIM.                    EXIT.

       2949-ACESSAR-CRUDMARC           SECTION.

           INITIALIZE                  WS-LINK-CRUDMARC

           MOVE WS-MAR-SERVICO         TO BOOKMARC-REG-SERVICO
           MOVE WS-MAR-CODIGO          TO BOOKMARC-REG-CODIGO
           MOVE WS-MAR-DESCRICAO       TO BOOKMARC-REG-DESCRICAO
           MOVE WS-MAR-FABRICANTE      TO BOOKMARC-REG-FABRICANTE
           MOVE WS-MAR-STATUS          TO BOOKMARC-REG-STATUS
           MOVE WS-OPERADOR            TO BOOKMARC-REG-OPERADOR

           CALL WS-CRUDMARC            USING WS-LINK-CRUDMARC

           DISPLAY BOOKMARC-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2949-99-FIM.                    EXIT.

       2970-MENU-META                  SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-META
           ACCEPT  TELA-MENU-META

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2971-INCLUIR-META
             WHEN 2
               PERFORM 2972-ALTERAR-META
             WHEN 3
               PERFORM 2973-EXCLUIR-META
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2970-MENU-META
           END-EVALUATE

           .
       2970-99-FIM.                    EXIT.

       2971-INCLUIR-META               SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CHAVE-META
           ACCEPT  TELA-CHAVE-META

           PERFORM 2974-CONSULTAR-PREVISAO

           DISPLAY TELA-MANTER-META
           ACCEPT  TELA-MANTER-META

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-MTA-SERVICO
             PERFORM 2975-ACESSAR-CRUDMETA
             INITIALIZE                WS-META-CAD
             PERFORM 2971-INCLUIR-META
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2970-MENU-META
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2971-INCLUIR-META
           END-IF

           .
       2971-99-FIM.                    EXIT.

       2972-ALTERAR-META               SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CHAVE-META
           ACCEPT  TELA-CHAVE-META

           PERFORM 2974-CONSULTAR-PREVISAO

           DISPLAY TELA-MANTER-META
           ACCEPT  TELA-MANTER-META

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-MTA-SERVICO
             PERFORM 2975-ACESSAR-CRUDMETA
             INITIALIZE                WS-META-CAD
             PERFORM 2972-ALTERAR-META
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2970-MENU-META
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2972-ALTERAR-META
           END-IF

           .
       2972-99-FIM.                    EXIT.

       2973-EXCLUIR-META               SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-META
           ACCEPT  TELA-MANTER-META

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-MTA-SERVICO
             PERFORM 2975-ACESSAR-CRUDMETA
             INITIALIZE                WS-META-CAD
             PERFORM 2973-EXCLUIR-META
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2970-MENU-META
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2973-EXCLUIR-META
           END-IF

           .
       2973-99-FIM.                    EXIT.

       2975-ACESSAR-CRUDMETA           SECTION.

           INITIALIZE                  WS-LINK-CRUDMETA

           MOVE WS-MTA-SERVICO         TO BOOKMETA-REG-SERVICO
           MOVE WS-MTA-COD-VEND        TO BOOKMETA-REG-COD-VEND
           MOVE WS-MTA-ANO-MES         TO BOOKMETA-REG-ANO-MES
           MOVE WS-MTA-VALOR           TO BOOKMETA-REG-META-VALOR
           MOVE WS-OPERADOR            TO BOOKMETA-REG-OPERADOR

           CALL WS-CRUDMETA            USING WS-LINK-CRUDMETA

           DISPLAY BOOKMETA-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2975-99-FIM.                    EXIT.

       2974-CONSULTAR-PREVISAO         SECTION.

           INITIALIZE                  WS-LINK-CRUDMETA

           MOVE 'V'                    TO BOOKMETA-REG-SERVICO
           MOVE WS-MTA-COD-VEND        TO BOOKMETA-REG-COD-VEND
           MOVE WS-MTA-ANO-MES         TO BOOKMETA-REG-ANO-MES
           MOVE WS-OPERADOR            TO BOOKMETA-REG-OPERADOR

           CALL WS-CRUDMETA            USING WS-LINK-CRUDMETA

           MOVE BOOKMETA-REG-META-VALOR
                                       TO WS-MTA-VALOR
           MOVE BOOKMETA-REG-PREVISAO-VALOR
                                       TO WS-MTA-PREVISAO-VALOR
           MOVE BOOKMETA-REG-PREVISAO-QTD
                                       TO WS-MTA-PREVISAO-QTD
           MOVE BOOKMETA-CTRL-MSG      TO WS-MTA-MSG-PREVISAO

           .
       2974-99-FIM.                    EXIT.

       2960-MENU-PRODUTO               SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-PRODUTO
           ACCEPT  TELA-MENU-PRODUTO

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2961-INCLUIR-PRODUTO
             WHEN 2
               PERFORM 2962-ALTERAR-PRODUTO
             WHEN 3
               PERFORM 2963-EXCLUIR-PRODUTO
             WHEN 4
               PERFORM 2966-INCLUIR-PRECO
             WHEN 5
               PERFORM 2967-EXCLUIR-PRECO
             WHEN 6
               PERFORM 2100-MENU-CADASTRO
             WHEN 7
               PERFORM 2964-MOVIMENTAR-ESTOQUE
             WHEN 8
               PERFORM 2976-MANTER-PROMOCAO
             WHEN 9
               PERFORM 2986-MENU-REAJUSTE
             WHEN 'A'
               PERFORM 2978-INCLUIR-CUSTO
             WHEN 'B'
               PERFORM 2979-EXCLUIR-CUSTO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2960-MENU-PRODUTO
           END-EVALUATE

           .
       2960-99-FIM.                    EXIT.

       2961-INCLUIR-PRODUTO            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-PRODUTO
           ACCEPT  TELA-INCLUIR-PRODUTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-PRD-SERVICO
             PERFORM 2965-ACESSAR-CRUDPROD
             INITIALIZE                WS-PRODUTO-CAD
             PERFORM 2961-INCLUIR-PRODUTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2961-INCLUIR-PRODUTO
           END-IF

           .
       2961-99-FIM.                    EXIT.

       2962-ALTERAR-PRODUTO            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-PRODUTO
           ACCEPT  TELA-INCLUIR-PRODUTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-PRD-SERVICO
             PERFORM 2965-ACESSAR-CRUDPROD
             INITIALIZE                WS-PRODUTO-CAD
             PERFORM 2962-ALTERAR-PRODUTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2962-ALTERAR-PRODUTO
           END-IF

           .
       2962-99-FIM.                    EXIT.

       2963-EXCLUIR-PRODUTO            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-PRODUTO
           ACCEPT  TELA-EXCLUIR-PRODUTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-PRD-SERVICO
             PERFORM 2965-ACESSAR-CRUDPROD
             INITIALIZE                WS-PRODUTO-CAD
             PERFORM 2963-EXCLUIR-PRODUTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2963-EXCLUIR-PRODUTO
           END-IF

           .
       2963-99-FIM.                    EXIT.

       2964-MOVIMENTAR-ESTOQUE         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MOVTO-ESTOQUE
           ACCEPT  TELA-MOVTO-ESTOQUE

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2969-ACESSAR-CRUDESTQ
             INITIALIZE                WS-ESTOQUE-CAD
             PERFORM 2964-MOVIMENTAR-ESTOQUE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2964-MOVIMENTAR-ESTOQUE
           END-IF

           .
       2964-99-FIM.                    EXIT.

       2969-ACESSAR-CRUDESTQ           SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ

           EVALUATE WS-EST-TIPO-MOVTO
             WHEN 'E'
               MOVE 'E'                TO BOOKESTQ-REG-SERVICO
             WHEN 'A'
               MOVE 'A'                TO BOOKESTQ-REG-SERVICO
             WHEN 'C'
               MOVE 'P'                TO BOOKESTQ-REG-SERVICO
             WHEN OTHER
               MOVE SPACES             TO BOOKESTQ-REG-SERVICO
           END-EVALUATE

           MOVE WS-EST-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE WS-EST-SINAL           TO BOOKESTQ-REG-SINAL
           MOVE WS-EST-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE WS-EST-MOTIVO          TO BOOKESTQ-REG-MOTIVO
           MOVE WS-OPERADOR            TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        EQUAL ZEROS
             DISPLAY "DISPONIVEL.....:"
                                       AT 1502
             DISPLAY BOOKESTQ-REG-QTD-DISPONIVEL
                                       AT 1526
             DISPLAY "RESERVADO......:"
                                       AT 1602
             DISPLAY BOOKESTQ-REG-QTD-RESERVADA
                                       AT 1626
             DISPLAY "SEPARADO.......:"
                                       AT 1702
             DISPLAY BOOKESTQ-REG-QTD-SEPARADA
                                       AT 1726
           END-IF

           DISPLAY BOOKESTQ-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2969-99-FIM.                    EXIT.

       2966-INCLUIR-PRECO              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-PRECO
           ACCEPT  TELA-MANTER-PRECO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-PRE-SERVICO
             PERFORM 2968-ACESSAR-CRUDPREC
             INITIALIZE                WS-PRECO-CAD
             PERFORM 2966-INCLUIR-PRECO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2966-INCLUIR-PRECO
           END-IF

           .
       2966-99-FIM.                    EXIT.

       2967-EXCLUIR-PRECO              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-PRECO
           ACCEPT  TELA-MANTER-PRECO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-PRE-SERVICO
             PERFORM 2968-ACESSAR-CRUDPREC
             INITIALIZE                WS-PRECO-CAD
             PERFORM 2967-EXCLUIR-PRECO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2967-EXCLUIR-PRECO
           END-IF

           .
       2967-99-FIM.                    EXIT.

       2968-ACESSAR-CRUDPREC           SECTION.

           INITIALIZE                  WS-LINK-CRUDPREC

           MOVE WS-PRE-SERVICO         TO BOOKPREC-REG-SERVICO
           MOVE WS-PRE-COD-PRODUTO     TO BOOKPREC-REG-COD-PRODUTO
           MOVE WS-PRE-DATA-INICIO     TO BOOKPREC-REG-DATA-INICIO
           MOVE WS-PRE-DATA-FIM        TO BOOKPREC-REG-DATA-FIM
           MOVE WS-PRE-VALOR           TO BOOKPREC-REG-VALOR-UNITARIO
           MOVE WS-OPERADOR            TO BOOKPREC-REG-OPERADOR

           CALL WS-CRUDPREC            USING WS-LINK-CRUDPREC

           DISPLAY BOOKPREC-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2968-99-FIM.                    EXIT.

       2978-INCLUIR-CUSTO              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CUSTO
           ACCEPT  TELA-MANTER-CUSTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-CUS-SERVICO
             PERFORM 2984-ACESSAR-CRUDCUST
             INITIALIZE                WS-CUSTO-CAD
             PERFORM 2978-INCLUIR-CUSTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2978-INCLUIR-CUSTO
           END-IF

           .
       2978-99-FIM.                    EXIT.

       2979-EXCLUIR-CUSTO              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-CUSTO
           ACCEPT  TELA-MANTER-CUSTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-CUS-SERVICO
             PERFORM 2984-ACESSAR-CRUDCUST
             INITIALIZE                WS-CUSTO-CAD
             PERFORM 2979-EXCLUIR-CUSTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2979-EXCLUIR-CUSTO
           END-IF

           .
       2979-99-FIM.                    EXIT.

       2984-ACESSAR-CRUDCUST           SECTION.

           INITIALIZE                  WS-LINK-CRUDCUST

           MOVE WS-CUS-SERVICO         TO BOOKCUST-REG-SERVICO
           MOVE WS-CUS-COD-PRODUTO     TO BOOKCUST-REG-COD-PRODUTO
           MOVE WS-CUS-DATA-INICIO     TO BOOKCUST-REG-DATA-INICIO
           MOVE WS-CUS-DATA-FIM        TO BOOKCUST-REG-DATA-FIM
           MOVE WS-CUS-VALOR           TO BOOKCUST-REG-CUSTO-UNITARIO
           MOVE WS-OPERADOR            TO BOOKCUST-REG-OPERADOR

           CALL WS-CRUDCUST            USING WS-LINK-CRUDCUST

           DISPLAY BOOKCUST-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2984-99-FIM.                    EXIT.

       2976-MANTER-PROMOCAO            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-PROMOCAO
           ACCEPT  TELA-MANTER-PROMOCAO

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2977-ACESSAR-CRUDPROM
             INITIALIZE                WS-PROMOCAO-CAD
             PERFORM 2976-MANTER-PROMOCAO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2960-MENU-PRODUTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2976-MANTER-PROMOCAO
           END-IF

           .
       2976-99-FIM.                    EXIT.

       2977-ACESSAR-CRUDPROM           SECTION.

           INITIALIZE                  WS-LINK-CRUDPROM

           MOVE WS-PRM-SERVICO         TO BOOKPROM-REG-SERVICO
           MOVE WS-PRM-CODIGO          TO BOOKPROM-REG-CODIGO
           MOVE WS-PRM-DESCRICAO       TO BOOKPROM-REG-DESCRICAO
           MOVE WS-PRM-TIPO            TO BOOKPROM-REG-TIPO
           MOVE WS-PRM-DATA-INICIO     TO BOOKPROM-REG-DATA-INICIO
           MOVE WS-PRM-DATA-FIM        TO BOOKPROM-REG-DATA-FIM
           MOVE WS-PRM-REGIAO          TO BOOKPROM-REG-REGIAO
           MOVE WS-PRM-FILIAL          TO BOOKPROM-REG-FILIAL
           MOVE WS-PRM-COD-PRODUTO     TO BOOKPROM-REG-COD-PRODUTO
           MOVE WS-PRM-QTD-MINIMA      TO BOOKPROM-REG-QTD-MINIMA
           MOVE WS-PRM-PCT-DESCONTO    TO BOOKPROM-REG-PCT-DESCONTO
           MOVE WS-PRM-PRECO-FIXO      TO BOOKPROM-REG-PRECO-FIXO
           MOVE WS-PRM-PRODUTO-MIX     TO BOOKPROM-REG-PRODUTO-MIX
           MOVE WS-PRM-STATUS          TO BOOKPROM-REG-STATUS
           MOVE WS-OPERADOR            TO BOOKPROM-REG-OPERADOR

           CALL WS-CRUDPROM            USING WS-LINK-CRUDPROM

           DISPLAY BOOKPROM-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2977-99-FIM.                    EXIT.

       2986-MENU-REAJUSTE              SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-REAJUSTE-CAD

           DISPLAY TELA-MENU-REAJUSTE
           ACCEPT  TELA-MENU-REAJUSTE

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 1157-EXIGIR-ATUALIZACAO
               IF WS-ACESSO-LIBERADO
                 PERFORM 2987-SIMULAR-REAJUSTE
               ELSE
                 PERFORM 2986-MENU-REAJUSTE
               END-IF
             WHEN 2
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 MOVE 'A'              TO WS-REJ-SERVICO
                 PERFORM 2988-TRATAR-LOTE-REAJUSTE
               ELSE
                 PERFORM 2986-MENU-REAJUSTE
               END-IF
             WHEN 3
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 MOVE 'D'              TO WS-REJ-SERVICO
                 PERFORM 2988-TRATAR-LOTE-REAJUSTE
               ELSE
                 PERFORM 2986-MENU-REAJUSTE
               END-IF
             WHEN 4
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 MOVE 'C'              TO WS-REJ-SERVICO
                 PERFORM 2988-TRATAR-LOTE-REAJUSTE
               ELSE
                 PERFORM 2986-MENU-REAJUSTE
               END-IF
             WHEN 5
               MOVE 'P'                TO WS-REJ-SERVICO
               PERFORM 2988-TRATAR-LOTE-REAJUSTE
             WHEN 6
               PERFORM 2960-MENU-PRODUTO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2986-MENU-REAJUSTE
           END-EVALUATE

           .
       2986-99-FIM.                    EXIT.

       2987-SIMULAR-REAJUSTE           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-SIMULAR-REAJUSTE
           ACCEPT  TELA-SIMULAR-REAJUSTE

           IF WS-OPCAO                 EQUAL 1
             MOVE 'S'                  TO WS-REJ-SERVICO
             PERFORM 2989-ACESSAR-REAJPREC
             INITIALIZE                WS-REAJUSTE-CAD
             PERFORM 2987-SIMULAR-REAJUSTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2986-MENU-REAJUSTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2987-SIMULAR-REAJUSTE
           END-IF

           .
       2987-99-FIM.                    EXIT.

       2988-TRATAR-LOTE-REAJUSTE       SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-LOTE-REAJUSTE
           ACCEPT  TELA-LOTE-REAJUSTE

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2989-ACESSAR-REAJPREC
             PERFORM 2986-MENU-REAJUSTE
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2986-MENU-REAJUSTE
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2988-TRATAR-LOTE-REAJUSTE
           END-IF

           .
       2988-99-FIM.                    EXIT.

       2989-ACESSAR-REAJPREC           SECTION.

           INITIALIZE                  WS-LINK-REAJPREC

           MOVE WS-REJ-SERVICO         TO BOOKREAJ-REG-SERVICO
           MOVE WS-REJ-NUM-LOTE        TO BOOKREAJ-REG-NUM-LOTE
           MOVE WS-REJ-TIPO            TO BOOKREAJ-REG-TIPO
           MOVE WS-REJ-PCT-REAJUSTE    TO BOOKREAJ-REG-PCT-REAJUSTE
           MOVE WS-REJ-VALOR-REAJUSTE  TO BOOKREAJ-REG-VALOR-REAJUSTE
           MOVE WS-REJ-DATA-VIGENCIA   TO BOOKREAJ-REG-DATA-VIGENCIA
           MOVE WS-REJ-ESCOPO          TO BOOKREAJ-REG-ESCOPO
           MOVE WS-REJ-COD-CATEGORIA   TO BOOKREAJ-REG-COD-CATEGORIA
           MOVE WS-REJ-LISTA-PRODUTOS  TO BOOKREAJ-REG-LISTA-PRODUTOS
           MOVE WS-REJ-ARREDONDAMENTO  TO BOOKREAJ-REG-ARREDONDAMENTO
           MOVE WS-OPERADOR            TO BOOKREAJ-REG-OPERADOR

           CALL WS-REAJPREC            USING WS-LINK-REAJPREC

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             MOVE BOOKREAJ-REG-NUM-LOTE
                                       TO WS-REJ-NUM-LOTE
             MOVE BOOKREAJ-REG-SITUACAO
                                       TO WS-REJ-SITUACAO
             MOVE BOOKREAJ-REG-TIPO    TO WS-REJ-TIPO
             MOVE BOOKREAJ-REG-PCT-REAJUSTE
                                       TO WS-REJ-PCT-REAJUSTE
             MOVE BOOKREAJ-REG-VALOR-REAJUSTE
                                       TO WS-REJ-VALOR-REAJUSTE
             MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO WS-REJ-DATA-VIGENCIA
             MOVE BOOKREAJ-REG-ESCOPO  TO WS-REJ-ESCOPO
             MOVE BOOKREAJ-REG-QTD-PRODUTOS
                                       TO WS-REJ-QTD-PRODUTOS
             MOVE BOOKREAJ-REG-QTD-IGNORADOS
                                       TO WS-REJ-QTD-IGNORADOS
             DISPLAY TELA-RESUMO-REAJUSTE
           END-IF

           DISPLAY BOOKREAJ-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2989-99-FIM.                    EXIT.

       2980-MENU-SUPERVISOR            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-SUPERVISOR
           ACCEPT  TELA-MENU-SUPERVISOR

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2981-INCLUIR-SUPERVISOR
             WHEN 2
               PERFORM 2982-ALTERAR-SUPERVISOR
             WHEN 3
               PERFORM 2983-EXCLUIR-SUPERVISOR
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2980-MENU-SUPERVISOR
           END-EVALUATE

           .
       2980-99-FIM.                    EXIT.

       2981-INCLUIR-SUPERVISOR         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-SUPERVISOR
           ACCEPT  TELA-INCLUIR-SUPERVISOR

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-SUP-SERVICO
             PERFORM 2985-ACESSAR-CRUDSUPV
             INITIALIZE                WS-SUPERVISOR-CAD
             PERFORM 2981-INCLUIR-SUPERVISOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2980-MENU-SUPERVISOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2981-INCLUIR-SUPERVISOR
           END-IF

           .
       2981-99-FIM.                    EXIT.

       2982-ALTERAR-SUPERVISOR         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-INCLUIR-SUPERVISOR
           ACCEPT  TELA-INCLUIR-SUPERVISOR

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-SUP-SERVICO
             PERFORM 2985-ACESSAR-CRUDSUPV
             INITIALIZE                WS-SUPERVISOR-CAD
             PERFORM 2982-ALTERAR-SUPERVISOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2980-MENU-SUPERVISOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2982-ALTERAR-SUPERVISOR
           END-IF

           .
       2982-99-FIM.                    EXIT.

       2983-EXCLUIR-SUPERVISOR         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-EXCLUIR-SUPERVISOR
           ACCEPT  TELA-EXCLUIR-SUPERVISOR

           IF WS-OPCAO                 EQUAL 1
             MOVE 'E'                  TO WS-SUP-SERVICO
             PERFORM 2985-ACESSAR-CRUDSUPV
             INITIALIZE                WS-SUPERVISOR-CAD
             PERFORM 2983-EXCLUIR-SUPERVISOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2980-MENU-SUPERVISOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2983-EXCLUIR-SUPERVISOR
           END-IF

           .
       2983-99-FIM.                    EXIT.

       2985-ACESSAR-CRUDSUPV           SECTION.

           INITIALIZE                  WS-LINK-CRUDSUPV

           MOVE WS-SUP-SERVICO         TO BOOKSUPV-REG-SERVICO
           MOVE WS-SUP-CODIGO          TO BOOKSUPV-REG-CODIGO
           MOVE WS-SUP-NOME            TO BOOKSUPV-REG-NOME
           MOVE WS-SUP-COD-FILIAL      TO BOOKSUPV-REG-COD-FILIAL
           MOVE WS-SUP-COD-OPERADOR    TO BOOKSUPV-REG-COD-OPERADOR
           MOVE WS-OPERADOR            TO BOOKSUPV-REG-OPERADOR

           CALL WS-CRUDSUPV            USING WS-LINK-CRUDSUPV

           DISPLAY BOOKSUPV-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2985-99-FIM.                    EXIT.

       2990-MENU-EQUIPAMENTO           SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-EQUIPAMENTO-CAD

           DISPLAY TELA-MENU-EQUIPAMENTO
           ACCEPT  TELA-MENU-EQUIPAMENTO

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2991-INCLUIR-EQUIPAMENTO
             WHEN 2
               PERFORM 2992-ALTERAR-EQUIPAMENTO
             WHEN 3
               PERFORM 2993-MOVIMENTAR-EQUIPAMENTO
             WHEN 4
               PERFORM 1156-EXIGIR-ADMIN
               IF WS-ACESSO-LIBERADO
                 PERFORM 2994-BAIXAR-EQUIPAMENTO
               ELSE
                 PERFORM 2990-MENU-EQUIPAMENTO
               END-IF
             WHEN 5
               PERFORM 2995-CONSULTAR-EQUIPAMENTO
             WHEN 6
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2990-MENU-EQUIPAMENTO
           END-EVALUATE

           .
       2990-99-FIM.                    EXIT.

       2991-INCLUIR-EQUIPAMENTO        SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-EQUIPAMENTO
           ACCEPT  TELA-MANTER-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'I'                  TO WS-EQP-SERVICO
             PERFORM 2999-ACESSAR-CRUDEQPT
             INITIALIZE                WS-EQUIPAMENTO-CAD
             PERFORM 2991-INCLUIR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2990-MENU-EQUIPAMENTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2991-INCLUIR-EQUIPAMENTO
           END-IF

           .
       2991-99-FIM.                    EXIT.

       2992-ALTERAR-EQUIPAMENTO        SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-EQUIPAMENTO
           ACCEPT  TELA-MANTER-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'A'                  TO WS-EQP-SERVICO
             PERFORM 2999-ACESSAR-CRUDEQPT
             INITIALIZE                WS-EQUIPAMENTO-CAD
             PERFORM 2992-ALTERAR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2990-MENU-EQUIPAMENTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2992-ALTERAR-EQUIPAMENTO
           END-IF

           .
       2992-99-FIM.                    EXIT.

       2993-MOVIMENTAR-EQUIPAMENTO     SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MOVIMENTAR-EQUIPAMENTO
           ACCEPT  TELA-MOVIMENTAR-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'M'                  TO WS-EQP-SERVICO
             PERFORM 2999-ACESSAR-CRUDEQPT
             INITIALIZE                WS-EQUIPAMENTO-CAD
             PERFORM 2993-MOVIMENTAR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2990-MENU-EQUIPAMENTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2993-MOVIMENTAR-EQUIPAMENTO
           END-IF

           .
       2993-99-FIM.                    EXIT.

       2994-BAIXAR-EQUIPAMENTO         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-BAIXAR-EQUIPAMENTO
           ACCEPT  TELA-BAIXAR-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'B'                  TO WS-EQP-SERVICO
             PERFORM 2999-ACESSAR-CRUDEQPT
             INITIALIZE                WS-EQUIPAMENTO-CAD
             PERFORM 2994-BAIXAR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2990-MENU-EQUIPAMENTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2994-BAIXAR-EQUIPAMENTO
           END-IF

           .
       2994-99-FIM.                    EXIT.

       2995-CONSULTAR-EQUIPAMENTO      SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CONSULTAR-EQUIPAMENTO
           ACCEPT  TELA-CONSULTAR-EQUIPAMENTO

           IF WS-OPCAO                 EQUAL 1
             MOVE 'P'                  TO WS-EQP-SERVICO
             PERFORM 2999-ACESSAR-CRUDEQPT
             INITIALIZE                WS-EQUIPAMENTO-CAD
             PERFORM 2995-CONSULTAR-EQUIPAMENTO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2990-MENU-EQUIPAMENTO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2995-CONSULTAR-EQUIPAMENTO
           END-IF

           .
       2995-99-FIM.                    EXIT.

       2999-ACESSAR-CRUDEQPT           SECTION.

           INITIALIZE                  WS-LINK-CRUDEQPT

           MOVE WS-EQP-SERVICO         TO BOOKEQPT-REG-SERVICO
           MOVE WS-EQP-NUM-ATIVO       TO BOOKEQPT-REG-NUM-ATIVO
           MOVE WS-EQP-TIPO            TO BOOKEQPT-REG-TIPO
           MOVE WS-EQP-NUM-SERIE       TO BOOKEQPT-REG-NUM-SERIE
           MOVE WS-EQP-DESCRICAO       TO BOOKEQPT-REG-DESCRICAO
           MOVE WS-EQP-COD-CLIENTE     TO BOOKEQPT-REG-COD-CLIENTE
           MOVE WS-EQP-DATA-REFERENCIA TO BOOKEQPT-REG-DATA-REFERENCIA
           MOVE WS-EQP-STATUS          TO BOOKEQPT-REG-STATUS
           MOVE WS-EQP-MOTIVO          TO BOOKEQPT-REG-MOTIVO
           MOVE WS-OPERADOR            TO BOOKEQPT-REG-OPERADOR

           CALL WS-CRUDEQPT            USING WS-LINK-CRUDEQPT

           IF BOOKEQPT-CTRL-COD        EQUAL ZEROS
             DISPLAY "TIPO / SERIE...:"
                                       AT 1702
             DISPLAY BOOKEQPT-REG-TIPO AT 1720
             DISPLAY BOOKEQPT-REG-NUM-SERIE
                                       AT 1722
             DISPLAY "CLIENTE........:"
                                       AT 1802
             DISPLAY BOOKEQPT-REG-COD-CLIENTE
                                       AT 1820
             DISPLAY "INSTALACAO.....:"
                                       AT 1902
             DISPLAY BOOKEQPT-REG-DATA-INSTALACAO
                                       AT 1920
             DISPLAY "STATUS.........:"
                                       AT 2002
             DISPLAY BOOKEQPT-REG-STATUS
                                       AT 2020
             DISPLAY "ULT. CONFERENCIA:"
                                       AT 2102
             DISPLAY BOOKEQPT-REG-DATA-ULT-CONFIRM
                                       AT 2120
             DISPLAY BOOKEQPT-REG-SITUACAO
                                       AT 2130
           END-IF

           DISPLAY BOOKEQPT-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2999-99-FIM.                    EXIT.

       2965-ACESSAR-CRUDPROD           SECTION.

           MOVE WS-PRD-DESCRICAO       TO BOOKPRDT-REG-DESCRICAO
           MOVE WS-PRD-UNIDADE         TO BOOKPRDT-REG-UNIDADE
           MOVE WS-PRD-STATUS          TO BOOKPRDT-REG-STATUS
           MOVE WS-PRD-PESO-KG         TO BOOKPRDT-REG-PESO-KG
           MOVE WS-PRD-VOLUME-M3       TO BOOKPRDT-REG-VOLUME-M3
           MOVE WS-PRD-COD-CATEGORIA   TO BOOKPRDT-REG-COD-CATEGORIA
           MOVE WS-PRD-COD-MARCA       TO BOOKPRDT-REG-COD-MARCA
           MOVE WS-PRD-EMBALAGEM       TO BOOKPRDT-REG-EMBALAGEM
           MOVE WS-OPERADOR            TO BOOKPRDT-REG-OPERADOR

           CALL WS-CRUDPROD            USING WS-LINK-CRUDPROD
               PERFORM 2830-EXCLUIR-OPERADOR
             WHEN 4
               PERFORM 2100-MENU-CADASTRO
             WHEN 5
               PERFORM 2840-DESBLOQUEAR-OPERADOR
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
           .
       2830-99-FIM.                    EXIT.

       2840-DESBLOQUEAR-OPERADOR       SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-DESBLOQ-OPERADOR
           ACCEPT  TELA-DESBLOQ-OPERADOR

           IF WS-OPCAO                 EQUAL 1
             MOVE 'D'                  TO WS-OPE-SERVICO
             PERFORM 2850-ACESSAR-CRUDOPER
             INITIALIZE                WS-OPERADOR-CAD
             PERFORM 2840-DESBLOQUEAR-OPERADOR
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2800-MENU-OPERADOR
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2840-DESBLOQUEAR-OPERADOR
           END-IF

           .
       2840-99-FIM.                    EXIT.

       2850-ACESSAR-CRUDOPER           SECTION.

           INITIALIZE                  WS-LINK-CRUDOPER
           .
       2850-99-FIM.                    EXIT.

       2860-MENU-PARAMETRO             SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PARAMETRO-CAD

           DISPLAY TELA-MENU-PARAMETRO
           ACCEPT  TELA-MENU-PARAMETRO

           EVALUATE WS-OPCAO
             WHEN 1
               PERFORM 2861-INCLUIR-PARAMETRO
             WHEN 2
               PERFORM 2862-ALTERAR-PARAMETRO
             WHEN 3
               PERFORM 2863-EXCLUIR-PARAMETRO
             WHEN 4
               PERFORM 2864-CARREGAR-PARAMETROS
             WHEN 5
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2860-MENU-PARAMETRO
           END-EVALUATE

           .
       2860-99-FIM.                    EXIT.

       2861-INCLUIR-PARAMETRO          SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PARAMETRO-CAD

           DISPLAY TELA-CHAVE-PARAMETRO
           ACCEPT  TELA-CHAVE-PARAMETRO

           MOVE 'P'                    TO WS-PAR-SERVICO
           PERFORM 2869-ACESSAR-CRUDPARM

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             MOVE "PARAMETRO JA CADASTRADO"
                                       TO BOOKPARM-CTRL-MSG
             PERFORM 2867-MOSTRAR-MENSAGEM
             PERFORM 2860-MENU-PARAMETRO
           ELSE IF BOOKPARM-CTRL-COD   EQUAL 3
             MOVE 'N'                  TO WS-PAR-TIPO
             MOVE 'I'                  TO WS-PAR-SERVICO
             PERFORM 2866-EDITAR-PARAMETRO
             PERFORM 2860-MENU-PARAMETRO
           ELSE
             PERFORM 2867-MOSTRAR-MENSAGEM
             PERFORM 2860-MENU-PARAMETRO
           END-IF
           END-IF

           .
       2861-99-FIM.                    EXIT.

       2862-ALTERAR-PARAMETRO          SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PARAMETRO-CAD

           DISPLAY TELA-CHAVE-PARAMETRO
           ACCEPT  TELA-CHAVE-PARAMETRO

           MOVE 'P'                    TO WS-PAR-SERVICO
           PERFORM 2869-ACESSAR-CRUDPARM

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             PERFORM 2865-CARREGAR-TELA-PARAMETRO
             MOVE 'A'                  TO WS-PAR-SERVICO
             PERFORM 2866-EDITAR-PARAMETRO
             PERFORM 2860-MENU-PARAMETRO
           ELSE
             PERFORM 2867-MOSTRAR-MENSAGEM
             PERFORM 2860-MENU-PARAMETRO
           END-IF

           .
       2862-99-FIM.                    EXIT.

       2863-EXCLUIR-PARAMETRO          SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PARAMETRO-CAD

           DISPLAY TELA-CHAVE-PARAMETRO
           ACCEPT  TELA-CHAVE-PARAMETRO

           MOVE 'P'                    TO WS-PAR-SERVICO
           PERFORM 2869-ACESSAR-CRUDPARM

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             PERFORM 2865-CARREGAR-TELA-PARAMETRO
             INITIALIZE                WS-OPCAO
             DISPLAY TELA-EXCLUIR-PARAMETRO
             ACCEPT  TELA-EXCLUIR-PARAMETRO
             IF WS-OPCAO               EQUAL 1
               MOVE 'E'                TO WS-PAR-SERVICO
               PERFORM 2869-ACESSAR-CRUDPARM
               PERFORM 2867-MOSTRAR-MENSAGEM
             END-IF
             PERFORM 2860-MENU-PARAMETRO
           ELSE
             PERFORM 2867-MOSTRAR-MENSAGEM
             PERFORM 2860-MENU-PARAMETRO
           END-IF

           .
       2863-99-FIM.                    EXIT.

       2864-CARREGAR-PARAMETROS        SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CARGA-PARAMETRO
           ACCEPT  TELA-CARGA-PARAMETRO

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-CARGAPAR
             MOVE WS-OPERADOR          TO BOOKCPAR-REG-OPERADOR

             CALL WS-CARGAPAR          USING WS-LINK-CARGAPAR

             DISPLAY TELA-RESUMO-CARGA-PARAM
             DISPLAY BOOKCPAR-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
             PERFORM 2860-MENU-PARAMETRO
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2860-MENU-PARAMETRO
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2864-CARREGAR-PARAMETROS
           END-IF
           END-IF

           .
       2864-99-FIM.                    EXIT.

       2865-CARREGAR-TELA-PARAMETRO    SECTION.

           MOVE BOOKPARM-REG-VALOR     TO WS-PAR-VALOR
           MOVE BOOKPARM-REG-TIPO      TO WS-PAR-TIPO
           MOVE BOOKPARM-REG-VALOR-MINIMO
                                       TO WS-PAR-VALOR-MINIMO
           MOVE BOOKPARM-REG-VALOR-MAXIMO
                                       TO WS-PAR-VALOR-MAXIMO
           MOVE BOOKPARM-REG-DATA-VALIDADE
                                       TO WS-PAR-DATA-VALIDADE
           MOVE BOOKPARM-REG-DESCRICAO TO WS-PAR-DESCRICAO
           MOVE BOOKPARM-REG-OPERADOR  TO WS-PAR-OPERADOR
           MOVE BOOKPARM-REG-DATA-HORA-ALT
                                       TO WS-PAR-DATA-HORA-ALT

           .
       2865-99-FIM.                    EXIT.

       2866-EDITAR-PARAMETRO           SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-PARAMETRO
           ACCEPT  TELA-MANTER-PARAMETRO

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2869-ACESSAR-CRUDPARM
             PERFORM 2867-MOSTRAR-MENSAGEM
             IF BOOKPARM-CTRL-COD      EQUAL 1
               PERFORM 2866-EDITAR-PARAMETRO
             END-IF
           ELSE IF WS-OPCAO            NOT EQUAL 2
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2866-EDITAR-PARAMETRO
           END-IF
           END-IF

           .
       2866-99-FIM.                    EXIT.

       2867-MOSTRAR-MENSAGEM           SECTION.

           DISPLAY BOOKPARM-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2867-99-FIM.                    EXIT.

       2869-ACESSAR-CRUDPARM           SECTION.

           INITIALIZE                  WS-LINK-CRUDPARM

           MOVE WS-PAR-SERVICO         TO BOOKPARM-REG-SERVICO
           MOVE WS-PAR-PROGRAMA        TO BOOKPARM-REG-PROGRAMA
           MOVE WS-PAR-NOME            TO BOOKPARM-REG-NOME
           MOVE WS-PAR-VALOR           TO BOOKPARM-REG-VALOR
           MOVE WS-PAR-TIPO            TO BOOKPARM-REG-TIPO
           MOVE WS-PAR-VALOR-MINIMO    TO BOOKPARM-REG-VALOR-MINIMO
           MOVE WS-PAR-VALOR-MAXIMO    TO BOOKPARM-REG-VALOR-MAXIMO
           MOVE WS-PAR-DATA-VALIDADE   TO BOOKPARM-REG-DATA-VALIDADE
           MOVE WS-PAR-DESCRICAO       TO BOOKPARM-REG-DESCRICAO
           MOVE WS-OPERADOR            TO BOOKPARM-REG-OPERADOR

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM

           .
       2869-99-FIM.                    EXIT.

       2870-MENU-PROSPECT              SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MENU-PROSPECT
           ACCEPT  TELA-MENU-PROSPECT

           EVALUATE WS-OPCAO
             WHEN 1
               MOVE 'I'                TO WS-PRS-SERVICO
               PERFORM 2871-MANTER-PROSPECT
             WHEN 2
               MOVE 'A'                TO WS-PRS-SERVICO
               PERFORM 2871-MANTER-PROSPECT
             WHEN 3
               PERFORM 2872-CONVERTER-PROSPECT
             WHEN 4
               PERFORM 2873-PIPELINE-PROSPECTS
               PERFORM 2870-MENU-PROSPECT
             WHEN 5
               PERFORM 2100-MENU-CADASTRO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
                                       AT 2310
               PERFORM 2870-MENU-PROSPECT
           END-EVALUATE

           .
       2870-99-FIM.                    EXIT.

       2871-MANTER-PROSPECT            SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-MANTER-PROSPECT
           ACCEPT  TELA-MANTER-PROSPECT

           IF WS-OPCAO                 EQUAL 1
             PERFORM 2874-ACESSAR-CRUDPROS
             INITIALIZE                WS-PROSPECT-CAD
             PERFORM 2871-MANTER-PROSPECT
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2870-MENU-PROSPECT
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2871-MANTER-PROSPECT
           END-IF

           .
       2871-99-FIM.                    EXIT.

       2872-CONVERTER-PROSPECT         SECTION.

           INITIALIZE                  WS-OPCAO

           DISPLAY TELA-CONVERTER-PROSPECT
           ACCEPT  TELA-CONVERTER-PROSPECT

           IF WS-OPCAO                 EQUAL 1
             MOVE 'C'                  TO WS-PRS-SERVICO
             PERFORM 2874-ACESSAR-CRUDPROS
             INITIALIZE                WS-PROSPECT-CAD
             PERFORM 2872-CONVERTER-PROSPECT
           ELSE IF WS-OPCAO            EQUAL 2
             PERFORM 2870-MENU-PROSPECT
           ELSE
             DISPLAY "OPCAO INVALIDA"  AT 2310
             PERFORM 2872-CONVERTER-PROSPECT
           END-IF

           .
       2872-99-FIM.                    EXIT.

       2873-PIPELINE-PROSPECTS         SECTION.

           INITIALIZE                  WS-OPCAO
                                       WS-PROSPECT-CAD

           DISPLAY TELA-PIPELINE-PROSPECT
           ACCEPT  TELA-PIPELINE-PROSPECT

           IF WS-OPCAO                 EQUAL 1
             INITIALIZE                WS-LINK-RELPROSP

             MOVE WS-PRS-COD-VEND      TO BOOKRPSP-REG-COD-VEND
             MOVE WS-PRS-DATA-INICIO   TO BOOKRPSP-REG-DATA-INICIO
             MOVE WS-PRS-DATA-FIM      TO BOOKRPSP-REG-DATA-FIM
             MOVE WS-OPERADOR          TO BOOKRPSP-REG-OPERADOR
             MOVE WS-SUPERVISOR-OPERADOR
                                       TO BOOKRPSP-REG-COD-SUPERVISOR

             CALL WS-RELPROSP          USING WS-LINK-RELPROSP

             DISPLAY BOOKRPSP-CTRL-MSG AT 2310
             DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
             ACCEPT  WS-OPCAO          AT 2501
           END-IF

           .
       2873-99-FIM.                    EXIT.

       2874-ACESSAR-CRUDPROS           SECTION.

           INITIALIZE                  WS-LINK-CRUDPROS

           MOVE WS-PRS-SERVICO         TO BOOKPROS-REG-SERVICO
           MOVE WS-PRS-CODIGO          TO BOOKPROS-REG-COD-PROSPECT
           MOVE WS-PRS-NOME            TO BOOKPROS-REG-NOME
           MOVE WS-PRS-LAT             TO BOOKPROS-REG-LATITUDE
           MOVE WS-PRS-LONG            TO BOOKPROS-REG-LONGITUDE
           MOVE WS-PRS-VOLUME          TO BOOKPROS-REG-VOLUME-POTENCIAL
           MOVE WS-PRS-COD-VEND        TO BOOKPROS-REG-COD-VEND-ORIGEM
           MOVE WS-PRS-CONTATO         TO BOOKPROS-REG-CONTATO
           MOVE WS-PRS-TELEFONE        TO BOOKPROS-REG-TELEFONE
           MOVE WS-PRS-STATUS          TO BOOKPROS-REG-STATUS
           MOVE WS-PRS-MOTIVO-PERDA    TO BOOKPROS-REG-MOTIVO-PERDA
           MOVE WS-PRS-COD-CLIENTE     TO BOOKPROS-REG-COD-CLIENTE
           MOVE WS-PRS-CNPJ            TO BOOKPROS-REG-CNPJ
           MOVE WS-PRS-REGIAO          TO BOOKPROS-REG-REGIAO
           MOVE WS-OPERADOR            TO BOOKPROS-REG-OPERADOR

           CALL WS-CRUDPROS            USING WS-LINK-CRUDPROS

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              WS-PRS-SERVICO           EQUAL 'I'
             DISPLAY "CODIGO DO PROSPECT: "
                                       AT 2210
             DISPLAY BOOKPROS-REG-COD-PROSPECT
                                       AT 2231
           END-IF

           DISPLAY BOOKPROS-CTRL-MSG   AT 2310
           DISPLAY "TECLE ENTER PARA CONTINUAR"
                                       AT 2401
           ACCEPT  WS-OPCAO            AT 2501

           .
       2874-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

             IF WS-LOGIN-LIBERADO      EQUAL 'S'
               MOVE 'S'                TO WS-ACE-EVENTO
               MOVE "SAIDA DO SISTEMA" TO WS-ACE-DETALHE
               PERFORM 1159-REGISTRAR-ACESSO
             END-IF

             GOBACK
             .
       3000-99-FIM.                    EXIT.
