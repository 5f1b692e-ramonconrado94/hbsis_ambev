       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. VERIFREF.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

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

           SELECT OPTIONAL ARQ-PEDIDO  ASSIGN TO DISK "PEDIDO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PED-CHAVE
                  ALTERNATE RECORD KEY IS FD-PED-COD-VENDEDOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDIDO.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT OPTIONAL ARQ-VISITA  ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT OPTIONAL ARQ-CARTEIRA
                                       ASSIGN TO DISK "CARTEIRA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CART-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

           SELECT OPTIONAL ARQ-PRECO   ASSIGN TO DISK "PRECO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRE-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRECO.

           SELECT OPTIONAL ARQ-META    ASSIGN TO DISK "METAVND.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MET-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-META.

           SELECT OPTIONAL ARQ-AUSENCIA
                                       ASSIGN TO DISK "AUSENCIA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-AUS-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-AUSENCIA.

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "VERIFREF.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELATORIO.

           SELECT WORK-VIOLACAO        ASSIGN TO "WVREF.TMP".


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

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
       01  FD-CARTEIRA.
           05 FD-CART-COD-CLIENTE      PIC 9(007).
           05 FD-CART-COD-VENDEDOR     PIC 9(005).
           05 FD-CART-DISTANCIA        PIC 9(010)V9(008).
           05 FD-CART-DATA-ATRIB       PIC 9(008).

       FD  ARQ-PRECO
           LABEL RECORD                IS STANDARD.
       01  FD-PRECO.
           05 FD-PRE-CHAVE.
               10 FD-PRE-COD-PRODUTO   PIC 9(005).
               10 FD-PRE-DATA-INICIO   PIC 9(008).
           05 FD-PRE-DATA-FIM          PIC 9(008).
           05 FD-PRE-VALOR-UNITARIO    PIC 9(009)V9(002).
           05 FD-PRE-OPERADOR          PIC X(010).

       FD  ARQ-META
           LABEL RECORD                IS STANDARD.
       01  FD-META.
           05 FD-MET-CHAVE.
               10 FD-MET-COD-VENDEDOR  PIC 9(005).
               10 FD-MET-ANO-MES       PIC 9(006).
           05 FD-MET-META-VALOR        PIC 9(011)V9(002).
           05 FD-MET-OPERADOR          PIC X(010).

       FD  ARQ-AUSENCIA
           LABEL RECORD                IS STANDARD.
       01  FD-AUSENCIA.
           05 FD-AUS-CHAVE.
               10 FD-AUS-COD-VENDEDOR  PIC 9(005).
               10 FD-AUS-DATA-INICIO   PIC 9(008).
           05 FD-AUS-DATA-FIM          PIC 9(008).
           05 FD-AUS-MOTIVO            PIC X(001).
           05 FD-AUS-OPERADOR          PIC X(010).

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       01  FD-RELATORIO.
           05 FD-REL-LINHA             PIC X(150).

       SD  WORK-VIOLACAO.
       01  SD-VIOLACAO.
           05 SD-VRF-REGRA             PIC 9(002).
           05 SD-VRF-SEQUENCIA         PIC 9(007).
           05 SD-VRF-ARQUIVO           PIC X(012).
           05 SD-VRF-CHAVE             PIC X(030).
           05 SD-VRF-DETALHE           PIC X(040).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRECO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-META              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-AUSENCIA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.

       77  WS-FIM-ARQUIVO              PIC X(001)          VALUE 'N'.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-ACHOU                    PIC X(001)          VALUE 'N'.

       77  WS-QTD-REGRAS               PIC 9(002)          VALUE 12.
       77  WS-IDX-REGRA                PIC 9(002)          VALUE ZEROS.
       77  WS-QUEBRA-REGRA             PIC 9(002)          VALUE ZEROS.
       77  WS-SEQ-VIOLACAO             PIC 9(007)          VALUE ZEROS.

       77  WS-PESQ-CLIENTE             PIC 9(007)          VALUE ZEROS.
       77  WS-PESQ-VENDEDOR            PIC 9(005)          VALUE ZEROS.
       77  WS-PESQ-PRODUTO             PIC 9(005)          VALUE ZEROS.
       77  WS-CLIENTE-ATUAL            PIC 9(007)          VALUE ZEROS.

       77  WS-SOMA-QTD-ITENS           PIC 9(003)          VALUE ZEROS.
       77  WS-SOMA-VALOR-ITENS         PIC 9(011)V9(002)   VALUE ZEROS.

       77  WS-PRE-PRODUTO-ANT          PIC 9(005)          VALUE ZEROS.
       77  WS-PRE-PRODUTO-EXISTE       PIC X(001)          VALUE 'N'.
       77  WS-PRE-INICIO-ANT           PIC 9(008)          VALUE ZEROS.
       77  WS-PRE-FIM-ANT              PIC 9(008)          VALUE ZEROS.
       77  WS-PRE-PRIMEIRO             PIC X(001)          VALUE 'S'.

       77  WS-VALOR-EDIT-1             PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
       77  WS-VALOR-EDIT-2             PIC ZZZZZZZZZZ9,99  VALUE ZEROS.

       01  WS-VIOLACAO.
           05 WS-VIO-REGRA             PIC 9(002)          VALUE ZEROS.
           05 WS-VIO-ARQUIVO           PIC X(012)          VALUE SPACES.
           05 WS-VIO-CHAVE             PIC X(030)          VALUE SPACES.
           05 WS-VIO-DETALHE           PIC X(040)          VALUE SPACES.

       01  WS-TAB-REGRAS-VALORES.
           05 FILLER                   PIC X(040)          VALUE
                           'ITEM DE PEDIDO SEM CABECALHO PEDHDR'.
           05 FILLER                   PIC X(040)          VALUE
                           'PEDHDR QTD-ITENS DIVERGE DOS ITENS'.
           05 FILLER                   PIC X(040)          VALUE
                           'PEDHDR VALOR-TOTAL DIVERGE DOS ITENS'.
           05 FILLER                   PIC X(040)          VALUE
                           'VISITA DE CLIENTE INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'VISITA DE VENDEDOR INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'CARTEIRA COM CLIENTE INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'CARTEIRA COM VENDEDOR INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'PRECO DE PRODUTO INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'PRECO COM VIGENCIAS SOBREPOSTAS'.
           05 FILLER                   PIC X(040)          VALUE
                           'META DE VENDEDOR INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'AUSENCIA DE VENDEDOR INEXISTENTE'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE DESTINO INEXISTENTE'.
       01  WS-TAB-REGRAS               REDEFINES
                                       WS-TAB-REGRAS-VALORES.
           05 WS-REG-DESCRICAO         PIC X(040)
                                       OCCURS 12 TIMES.

       01  WS-TAB-CONTAGEM.
           05 WS-REG-QTD-VIOLACOES     PIC 9(007)
                                       OCCURS 12 TIMES.

       01  WS-RELATORIO-CABEC.
           05 FILLER                   PIC X(009)          VALUE
                                                           'VERIFREF;'.
           05 WS-CAB-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELATORIO-REGRA.
           05 WS-RGR-TIPO              PIC X(001)          VALUE 'R'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RGR-REGRA             PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RGR-DESCRICAO         PIC X(040)          VALUE SPACES.

       01  WS-RELATORIO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-REGRA             PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ARQUIVO           PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-CHAVE             PIC X(030)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DETALHE           PIC X(040)          VALUE SPACES.

       01  WS-RELATORIO-SUBTOTAL.
           05 WS-SUB-TIPO              PIC X(001)          VALUE 'S'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUB-REGRA             PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUB-QTD-VIOLACOES     PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-RESUMO.
           05 WS-RES-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RES-REGRA             PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RES-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RES-QTD-VIOLACOES     PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LIDOS         PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VIOLACOES     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REGRAS        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKVREF.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKVREF-CTRL-COD
                                       BOOKVREF-REG-QTD-LIDOS
                                       BOOKVREF-REG-QTD-VIOLACOES
                                       BOOKVREF-REG-QTD-REGRAS
           MOVE SPACES                 TO BOOKVREF-CTRL-MSG

           INITIALIZE                  WS-TAB-CONTAGEM

           PERFORM 1110-ABRIR-CADASTROS
           PERFORM 1120-ABRIR-MOVIMENTOS
           PERFORM 1130-ABRIR-ARQ-RELATORIO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-CADASTROS            SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-MOVIMENTOS           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PEDHDR"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VISITA"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CARTEIRA"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-PRECO

           IF WS-FS-ARQ-PRECO          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PRECO"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-META

           IF WS-FS-ARQ-META           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO METAVND"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-AUSENCIA

           IF WS-FS-ARQ-AUSENCIA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO AUSENCIA"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELATORIO        SECTION.

           OPEN OUTPUT ARQ-RELATORIO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE INTEGRIDADE"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-RELATORIO          FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKVREF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE INTEGRIDADE"
                                       TO BOOKVREF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-PESQUISAR-CLIENTE          SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE WS-PESQ-CLIENTE        TO FD-CLI-COD-CLIENTE

           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-PESQUISAR-VENDEDOR         SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE WS-PESQ-VENDEDOR       TO FD-VEND-COD-VENDEDOR

           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-PESQUISAR-PRODUTO          SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE WS-PESQ-PRODUTO        TO FD-PROD-CODIGO

           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-HORA
           MOVE BOOKVREF-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RELATORIO-CABEC     TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           SORT WORK-VIOLACAO
                ON ASCENDING KEY SD-VRF-REGRA
                                 SD-VRF-SEQUENCIA
                INPUT PROCEDURE 2100-APURAR-VIOLACOES
                OUTPUT PROCEDURE 2500-EMITIR-VIOLACOES

           PERFORM 2600-EMITIR-RESUMO

           IF BOOKVREF-REG-QTD-VIOLACOES
                                       GREATER ZEROS
             MOVE 1                    TO BOOKVREF-CTRL-COD
             MOVE "VIOLACOES DE INTEGRIDADE - VER VERIFREF.RPT"
                                       TO BOOKVREF-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKVREF-CTRL-COD
             MOVE "INTEGRIDADE REFERENCIAL SEM VIOLACOES"
                                       TO BOOKVREF-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-APURAR-VIOLACOES           SECTION.

           PERFORM 2110-VERIFICAR-ITENS-PEDIDO
           PERFORM 2120-VERIFICAR-CABECALHOS
           PERFORM 2130-VERIFICAR-VISITAS
           PERFORM 2140-VERIFICAR-CARTEIRA
           PERFORM 2150-VERIFICAR-PRECOS
           PERFORM 2160-VERIFICAR-METAS
           PERFORM 2170-VERIFICAR-AUSENCIAS
           PERFORM 2180-VERIFICAR-CLIENTE-DESTINO

           .
       2100-99-FIM.                    EXIT.

       2110-VERIFICAR-ITENS-PEDIDO     SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2111-LER-ARQ-PEDIDO

           PERFORM 2112-CONFERIR-ITEM-PEDIDO
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2110-99-FIM.                    EXIT.

       2111-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2111-99-FIM.                    EXIT.

       2112-CONFERIR-ITEM-PEDIDO       SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           MOVE FD-PED-NUM-PEDIDO      TO FD-PEH-NUM-PEDIDO

           READ ARQ-PEDHDR             RECORD INTO FD-PEDHDR
                                       KEY IS FD-PEH-NUM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL ZEROS
             INITIALIZE                WS-VIOLACAO
             MOVE 01                   TO WS-VIO-REGRA
             MOVE "PEDIDO.TXT"         TO WS-VIO-ARQUIVO
             STRING FD-PED-NUM-PEDIDO  DELIMITED BY SIZE
                    "/"                DELIMITED BY SIZE
                    FD-PED-SEQ-ITEM    DELIMITED BY SIZE
                                       INTO WS-VIO-CHAVE
             STRING "CABECALHO "       DELIMITED BY SIZE
                    FD-PED-NUM-PEDIDO  DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           PERFORM 2111-LER-ARQ-PEDIDO

           .
       2112-99-FIM.                    EXIT.

       2120-VERIFICAR-CABECALHOS       SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           MOVE ZEROS                  TO FD-PEH-NUM-PEDIDO

           START ARQ-PEDHDR            KEY IS NOT LESS
                                       FD-PEH-NUM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           ELSE
             PERFORM 2121-LER-ARQ-PEDHDR
           END-IF

           PERFORM 2122-CONFERIR-CABECALHO
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2120-99-FIM.                    EXIT.

       2121-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2121-99-FIM.                    EXIT.

       2122-CONFERIR-CABECALHO         SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           MOVE ZEROS                  TO WS-SOMA-QTD-ITENS
                                       WS-SOMA-VALOR-ITENS

           MOVE FD-PEH-NUM-PEDIDO      TO FD-PED-NUM-PEDIDO
           MOVE ZEROS                  TO FD-PED-SEQ-ITEM

           START ARQ-PEDIDO            KEY IS NOT LESS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS
             READ ARQ-PEDIDO           NEXT RECORD
             PERFORM                   UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
               ADD 1                   TO WS-SOMA-QTD-ITENS
               ADD FD-PED-VALOR        TO WS-SOMA-VALOR-ITENS
               READ ARQ-PEDIDO         NEXT RECORD
             END-PERFORM
           END-IF

           IF FD-PEH-QTD-ITENS         NOT EQUAL WS-SOMA-QTD-ITENS
             INITIALIZE                WS-VIOLACAO
             MOVE 02                   TO WS-VIO-REGRA
             MOVE "PEDHDR.TXT"         TO WS-VIO-ARQUIVO
             MOVE FD-PEH-NUM-PEDIDO    TO WS-VIO-CHAVE
             STRING "CABECALHO "       DELIMITED BY SIZE
                    FD-PEH-QTD-ITENS   DELIMITED BY SIZE
                    " ITENS GRAVADOS " DELIMITED BY SIZE
                    WS-SOMA-QTD-ITENS  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           IF FD-PEH-VALOR-TOTAL       NOT EQUAL WS-SOMA-VALOR-ITENS
             INITIALIZE                WS-VIOLACAO
             MOVE 03                   TO WS-VIO-REGRA
             MOVE "PEDHDR.TXT"         TO WS-VIO-ARQUIVO
             MOVE FD-PEH-NUM-PEDIDO    TO WS-VIO-CHAVE
             MOVE FD-PEH-VALOR-TOTAL   TO WS-VALOR-EDIT-1
             MOVE WS-SOMA-VALOR-ITENS  TO WS-VALOR-EDIT-2
             STRING "CAB "             DELIMITED BY SIZE
                    WS-VALOR-EDIT-1    DELIMITED BY SIZE
                    " ITENS "          DELIMITED BY SIZE
                    WS-VALOR-EDIT-2    DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           PERFORM 2121-LER-ARQ-PEDHDR

           .
       2122-99-FIM.                    EXIT.

       2130-VERIFICAR-VISITAS          SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2131-LER-ARQ-VISITA

           PERFORM 2132-CONFERIR-VISITA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2130-99-FIM.                    EXIT.

       2131-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2131-99-FIM.                    EXIT.

       2132-CONFERIR-VISITA            SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           INITIALIZE                  WS-VIOLACAO
           MOVE "VISITA.TXT"           TO WS-VIO-ARQUIVO
           STRING FD-VIS-COD-VENDEDOR  DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  FD-VIS-COD-CLIENTE   DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  FD-VIS-DATA-VISITA   DELIMITED BY SIZE
                                       INTO WS-VIO-CHAVE

           MOVE FD-VIS-COD-CLIENTE     TO WS-PESQ-CLIENTE
           PERFORM 1150-PESQUISAR-CLIENTE

           IF WS-ACHOU                 EQUAL 'N'
             MOVE 04                   TO WS-VIO-REGRA
             MOVE SPACES               TO WS-VIO-DETALHE
             STRING "CLIENTE "         DELIMITED BY SIZE
                    FD-VIS-COD-CLIENTE DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           MOVE FD-VIS-COD-VENDEDOR    TO WS-PESQ-VENDEDOR
           PERFORM 1160-PESQUISAR-VENDEDOR

           IF WS-ACHOU                 EQUAL 'N'
             MOVE 05                   TO WS-VIO-REGRA
             MOVE SPACES               TO WS-VIO-DETALHE
             STRING "VENDEDOR "        DELIMITED BY SIZE
                    FD-VIS-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           IF FD-VIS-VEND-EXECUTOR     GREATER ZEROS AND
              FD-VIS-VEND-EXECUTOR     NOT EQUAL FD-VIS-COD-VENDEDOR
             MOVE FD-VIS-VEND-EXECUTOR TO WS-PESQ-VENDEDOR
             PERFORM 1160-PESQUISAR-VENDEDOR

             IF WS-ACHOU               EQUAL 'N'
               MOVE 05                 TO WS-VIO-REGRA
               MOVE SPACES             TO WS-VIO-DETALHE
               STRING "EXECUTOR "      DELIMITED BY SIZE
                      FD-VIS-VEND-EXECUTOR
                                       DELIMITED BY SIZE
                      " NAO CADASTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
               PERFORM 2190-REGISTRAR-VIOLACAO
             END-IF
           END-IF

           PERFORM 2131-LER-ARQ-VISITA

           .
       2132-99-FIM.                    EXIT.

       2140-VERIFICAR-CARTEIRA         SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2141-LER-ARQ-CARTEIRA

           PERFORM 2142-CONFERIR-CARTEIRA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2140-99-FIM.                    EXIT.

       2141-LER-ARQ-CARTEIRA           SECTION.

           READ ARQ-CARTEIRA           NEXT RECORD

           IF WS-FS-ARQ-CARTEIRA       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2141-99-FIM.                    EXIT.

       2142-CONFERIR-CARTEIRA          SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           INITIALIZE                  WS-VIOLACAO
           MOVE "CARTEIRA.TXT"         TO WS-VIO-ARQUIVO
           MOVE FD-CART-COD-CLIENTE    TO WS-VIO-CHAVE

           MOVE FD-CART-COD-CLIENTE    TO WS-PESQ-CLIENTE
           PERFORM 1150-PESQUISAR-CLIENTE

           IF WS-ACHOU                 EQUAL 'N'
             MOVE 06                   TO WS-VIO-REGRA
             MOVE SPACES               TO WS-VIO-DETALHE
             STRING "CLIENTE "         DELIMITED BY SIZE
                    FD-CART-COD-CLIENTE
                                       DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           MOVE FD-CART-COD-VENDEDOR   TO WS-PESQ-VENDEDOR
           PERFORM 1160-PESQUISAR-VENDEDOR

           IF WS-ACHOU                 EQUAL 'N'
             MOVE 07                   TO WS-VIO-REGRA
             MOVE SPACES               TO WS-VIO-DETALHE
             STRING "VENDEDOR "        DELIMITED BY SIZE
                    FD-CART-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           PERFORM 2141-LER-ARQ-CARTEIRA

           .
       2142-99-FIM.                    EXIT.

       2150-VERIFICAR-PRECOS           SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           MOVE 'S'                    TO WS-PRE-PRIMEIRO

           PERFORM 2151-LER-ARQ-PRECO

           PERFORM 2152-CONFERIR-PRECO
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2150-99-FIM.                    EXIT.

       2151-LER-ARQ-PRECO              SECTION.

           READ ARQ-PRECO              NEXT RECORD

           IF WS-FS-ARQ-PRECO          NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2151-99-FIM.                    EXIT.

       2152-CONFERIR-PRECO             SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           INITIALIZE                  WS-VIOLACAO
           MOVE "PRECO.TXT"            TO WS-VIO-ARQUIVO
           STRING FD-PRE-COD-PRODUTO   DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  FD-PRE-DATA-INICIO   DELIMITED BY SIZE
                                       INTO WS-VIO-CHAVE

           IF WS-PRE-PRIMEIRO          EQUAL 'S' OR
              FD-PRE-COD-PRODUTO       NOT EQUAL WS-PRE-PRODUTO-ANT
             MOVE 'N'                  TO WS-PRE-PRIMEIRO
             MOVE FD-PRE-COD-PRODUTO   TO WS-PRE-PRODUTO-ANT
             MOVE FD-PRE-COD-PRODUTO   TO WS-PESQ-PRODUTO
             PERFORM 1170-PESQUISAR-PRODUTO
             MOVE WS-ACHOU             TO WS-PRE-PRODUTO-EXISTE

             IF WS-PRE-PRODUTO-EXISTE  EQUAL 'N'
               MOVE 08                 TO WS-VIO-REGRA
               MOVE SPACES             TO WS-VIO-DETALHE
               STRING "PRODUTO "       DELIMITED BY SIZE
                      FD-PRE-COD-PRODUTO
                                       DELIMITED BY SIZE
                      " NAO CADASTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
               PERFORM 2190-REGISTRAR-VIOLACAO
             END-IF

             MOVE FD-PRE-DATA-INICIO   TO WS-PRE-INICIO-ANT
             MOVE FD-PRE-DATA-FIM      TO WS-PRE-FIM-ANT
           ELSE
             IF WS-PRE-FIM-ANT         EQUAL ZEROS OR
                WS-PRE-FIM-ANT         NOT LESS FD-PRE-DATA-INICIO
               MOVE 09                 TO WS-VIO-REGRA
               MOVE SPACES             TO WS-VIO-DETALHE
               STRING "SOBREPOE VIGENCIA "
                                       DELIMITED BY SIZE
                      WS-PRE-INICIO-ANT
                                       DELIMITED BY SIZE
                      " A "            DELIMITED BY SIZE
                      WS-PRE-FIM-ANT   DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
               PERFORM 2190-REGISTRAR-VIOLACAO
             END-IF

             IF WS-PRE-FIM-ANT         NOT EQUAL ZEROS AND
               (FD-PRE-DATA-FIM        EQUAL ZEROS OR
                FD-PRE-DATA-FIM        GREATER WS-PRE-FIM-ANT)
               MOVE FD-PRE-DATA-INICIO TO WS-PRE-INICIO-ANT
               MOVE FD-PRE-DATA-FIM    TO WS-PRE-FIM-ANT
             END-IF
           END-IF

           PERFORM 2151-LER-ARQ-PRECO

           .
       2152-99-FIM.                    EXIT.

       2160-VERIFICAR-METAS            SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2161-LER-ARQ-META

           PERFORM 2162-CONFERIR-META
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2160-99-FIM.                    EXIT.

       2161-LER-ARQ-META               SECTION.

           READ ARQ-META               NEXT RECORD

           IF WS-FS-ARQ-META           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2161-99-FIM.                    EXIT.

       2162-CONFERIR-META              SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           MOVE FD-MET-COD-VENDEDOR    TO WS-PESQ-VENDEDOR
           PERFORM 1160-PESQUISAR-VENDEDOR

           IF WS-ACHOU                 EQUAL 'N'
             INITIALIZE                WS-VIOLACAO
             MOVE 10                   TO WS-VIO-REGRA
             MOVE "METAVND.TXT"        TO WS-VIO-ARQUIVO
             STRING FD-MET-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    "/"                DELIMITED BY SIZE
                    FD-MET-ANO-MES     DELIMITED BY SIZE
                                       INTO WS-VIO-CHAVE
             STRING "VENDEDOR "        DELIMITED BY SIZE
                    FD-MET-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           PERFORM 2161-LER-ARQ-META

           .
       2162-99-FIM.                    EXIT.

       2170-VERIFICAR-AUSENCIAS        SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2171-LER-ARQ-AUSENCIA

           PERFORM 2172-CONFERIR-AUSENCIA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2170-99-FIM.                    EXIT.

       2171-LER-ARQ-AUSENCIA           SECTION.

           READ ARQ-AUSENCIA           NEXT RECORD

           IF WS-FS-ARQ-AUSENCIA       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2171-99-FIM.                    EXIT.

       2172-CONFERIR-AUSENCIA          SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           MOVE FD-AUS-COD-VENDEDOR    TO WS-PESQ-VENDEDOR
           PERFORM 1160-PESQUISAR-VENDEDOR

           IF WS-ACHOU                 EQUAL 'N'
             INITIALIZE                WS-VIOLACAO
             MOVE 11                   TO WS-VIO-REGRA
             MOVE "AUSENCIA.TXT"       TO WS-VIO-ARQUIVO
             STRING FD-AUS-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    "/"                DELIMITED BY SIZE
                    FD-AUS-DATA-INICIO DELIMITED BY SIZE
                                       INTO WS-VIO-CHAVE
             STRING "VENDEDOR "        DELIMITED BY SIZE
                    FD-AUS-COD-VENDEDOR
                                       DELIMITED BY SIZE
                    " NAO CADASTRADO"  DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
             PERFORM 2190-REGISTRAR-VIOLACAO
           END-IF

           PERFORM 2171-LER-ARQ-AUSENCIA

           .
       2172-99-FIM.                    EXIT.

       2180-VERIFICAR-CLIENTE-DESTINO  SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           MOVE ZEROS                  TO FD-CLI-COD-CLIENTE

           START ARQ-CLIENTE           KEY IS NOT LESS
                                       FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           ELSE
             PERFORM 2181-LER-ARQ-CLIENTE
           END-IF

           PERFORM 2182-CONFERIR-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2180-99-FIM.                    EXIT.

       2181-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2181-99-FIM.                    EXIT.

       2182-CONFERIR-CLIENTE           SECTION.

           ADD 1                       TO BOOKVREF-REG-QTD-LIDOS

           IF FD-CLI-CLIENTE-DESTINO   GREATER ZEROS
             MOVE FD-CLI-COD-CLIENTE   TO WS-CLIENTE-ATUAL
             MOVE FD-CLI-CLIENTE-DESTINO
                                       TO WS-PESQ-CLIENTE
             PERFORM 1150-PESQUISAR-CLIENTE

             IF WS-ACHOU               EQUAL 'N'
               INITIALIZE              WS-VIOLACAO
               MOVE 12                 TO WS-VIO-REGRA
               MOVE "CLIENTE.TXT"      TO WS-VIO-ARQUIVO
               MOVE WS-CLIENTE-ATUAL   TO WS-VIO-CHAVE
               STRING "CLIENTE DESTINO "
                                       DELIMITED BY SIZE
                      WS-PESQ-CLIENTE  DELIMITED BY SIZE
                      " NAO CADASTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-VIO-DETALHE
               PERFORM 2190-REGISTRAR-VIOLACAO
             END-IF

             MOVE WS-CLIENTE-ATUAL     TO FD-CLI-COD-CLIENTE

             START ARQ-CLIENTE         KEY IS GREATER
                                       FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQUIVO
             END-IF
           END-IF

           IF WS-FIM-ARQUIVO           EQUAL 'N'
             PERFORM 2181-LER-ARQ-CLIENTE
           END-IF

           .
       2182-99-FIM.                    EXIT.

       2190-REGISTRAR-VIOLACAO         SECTION.

           ADD 1                       TO WS-SEQ-VIOLACAO
                                       BOOKVREF-REG-QTD-VIOLACOES
           ADD 1                       TO WS-REG-QTD-VIOLACOES
                                       (WS-VIO-REGRA)

           MOVE WS-VIO-REGRA           TO SD-VRF-REGRA
           MOVE WS-SEQ-VIOLACAO        TO SD-VRF-SEQUENCIA
           MOVE WS-VIO-ARQUIVO         TO SD-VRF-ARQUIVO
           MOVE WS-VIO-CHAVE           TO SD-VRF-CHAVE
           MOVE WS-VIO-DETALHE         TO SD-VRF-DETALHE

           RELEASE SD-VIOLACAO

           .
       2190-99-FIM.                    EXIT.

       2500-EMITIR-VIOLACOES           SECTION.

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-VIOLACAO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-VRF-REGRA         TO WS-QUEBRA-REGRA
             PERFORM 2510-ABRIR-REGRA

             PERFORM 2520-EMITIR-DETALHE
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2530-FECHAR-REGRA
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2510-ABRIR-REGRA                SECTION.

           MOVE WS-QUEBRA-REGRA        TO WS-RGR-REGRA
           MOVE WS-REG-DESCRICAO (WS-QUEBRA-REGRA)
                                       TO WS-RGR-DESCRICAO
           MOVE WS-RELATORIO-REGRA     TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           .
       2510-99-FIM.                    EXIT.

       2520-EMITIR-DETALHE             SECTION.

           IF SD-VRF-REGRA             NOT EQUAL WS-QUEBRA-REGRA
             PERFORM 2530-FECHAR-REGRA
             MOVE SD-VRF-REGRA         TO WS-QUEBRA-REGRA
             PERFORM 2510-ABRIR-REGRA
           END-IF

           MOVE SD-VRF-REGRA           TO WS-DET-REGRA
           MOVE SD-VRF-ARQUIVO         TO WS-DET-ARQUIVO
           MOVE SD-VRF-CHAVE           TO WS-DET-CHAVE
           MOVE SD-VRF-DETALHE         TO WS-DET-DETALHE
           MOVE WS-RELATORIO-DET       TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           RETURN WORK-VIOLACAO        AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2520-99-FIM.                    EXIT.

       2530-FECHAR-REGRA               SECTION.

           MOVE WS-QUEBRA-REGRA        TO WS-SUB-REGRA
           MOVE WS-REG-QTD-VIOLACOES (WS-QUEBRA-REGRA)
                                       TO WS-SUB-QTD-VIOLACOES
           MOVE WS-RELATORIO-SUBTOTAL  TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           .
       2530-99-FIM.                    EXIT.

       2600-EMITIR-RESUMO              SECTION.

           MOVE ZEROS                  TO BOOKVREF-REG-QTD-REGRAS
           MOVE 1                      TO WS-IDX-REGRA

           PERFORM 2610-EMITIR-LINHA-RESUMO
                                       UNTIL WS-IDX-REGRA
                                       GREATER WS-QTD-REGRAS

           MOVE BOOKVREF-REG-QTD-LIDOS TO WS-TRL-QTD-LIDOS
           MOVE BOOKVREF-REG-QTD-VIOLACOES
                                       TO WS-TRL-QTD-VIOLACOES
           MOVE BOOKVREF-REG-QTD-REGRAS
                                       TO WS-TRL-QTD-REGRAS
           MOVE BOOKVREF-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELATORIO-TRAILER   TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           .
       2600-99-FIM.                    EXIT.

       2610-EMITIR-LINHA-RESUMO        SECTION.

           IF WS-REG-QTD-VIOLACOES (WS-IDX-REGRA)
                                       GREATER ZEROS
             ADD 1                     TO BOOKVREF-REG-QTD-REGRAS
           END-IF

           MOVE WS-IDX-REGRA           TO WS-RES-REGRA
           MOVE WS-REG-DESCRICAO (WS-IDX-REGRA)
                                       TO WS-RES-DESCRICAO
           MOVE WS-REG-QTD-VIOLACOES (WS-IDX-REGRA)
                                       TO WS-RES-QTD-VIOLACOES
           MOVE WS-RELATORIO-RESUMO    TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           ADD 1                       TO WS-IDX-REGRA

           .
       2610-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-PRODUTO
                                       ARQ-PEDIDO
                                       ARQ-PEDHDR
                                       ARQ-VISITA
                                       ARQ-CARTEIRA
                                       ARQ-PRECO
                                       ARQ-META
                                       ARQ-AUSENCIA
                                       ARQ-RELATORIO

           IF BOOKVREF-CTRL-COD        LESS 2
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "VERIFREF.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "VERIFREF"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKVREF-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKVREF-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
