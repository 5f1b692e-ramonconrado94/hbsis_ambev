
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELPOSIT.
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

           SELECT ARQ-RELAT-POSITIVACAO
                                       ASSIGN TO "RELPOSIT.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-POSITIVACAO     ASSIGN TO "WPOSIT.TMP".


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

       FD  ARQ-RELAT-POSITIVACAO
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-POSITIVACAO.
           05 FD-REL-LINHA             PIC X(150).

       SD  WORK-POSITIVACAO.
       01  SD-POSITIVACAO.
           05 SD-POS-SECAO             PIC 9(001).
               88 SD-POS-SECAO-PRODUTO                     VALUE 1.
               88 SD-POS-SECAO-CLIENTE                     VALUE 2.
               88 SD-POS-SECAO-ACAO                        VALUE 3.
           05 SD-POS-COD-VENDEDOR      PIC 9(005).
           05 SD-POS-ORDEM             PIC 9(007).
           05 SD-POS-COD-CLIENTE       PIC 9(007).
           05 SD-POS-COD-PRODUTO       PIC 9(005).
           05 SD-POS-QTD-MIX           PIC 9(005).
           05 SD-POS-CLASSE-ABC        PIC X(001).
           05 SD-POS-RZ-SOCIAL         PIC X(040).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-QTD-ACAO-PADRAO          PIC 9(003)          VALUE 010.
       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-IDX-PROD                 PIC 9(006)          VALUE ZEROS.
       77  WS-MIX-MAXIMO               PIC 9(003)          VALUE 500.
       77  WS-QTD-MIX                  PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-MIX                  PIC 9(003)          VALUE ZEROS.
       77  WS-MIX-ACHOU                PIC X(001)          VALUE 'N'.

       77  WS-QUEBRA-VENDEDOR          PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-PRODUTO           PIC 9(005)          VALUE ZEROS.
       77  WS-QTD-COMPRADORES          PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-ACAO-VENDEDOR        PIC 9(003)          VALUE ZEROS.

       01  WS-TAB-CARTEIRA.
           05 WS-CAR-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-CAR-QTD           PIC 9(007)          VALUE ZEROS.

       01  WS-TAB-CATALOGO.
           05 WS-CAT-PRODUTO           OCCURS 99999 TIMES.
               10 WS-CAT-ATIVO         PIC X(001)          VALUE 'N'.

       01  WS-TAB-MIX.
           05 WS-MIX-COD-PRODUTO       PIC 9(005)
                                       OCCURS 500 TIMES.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELPOSIT'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-QTD-CATALOGO      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-PRODUTO.
           05 WS-RPR-TIPO              PIC X(001)          VALUE 'P'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QTD-COMPRADORES   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QTD-CARTEIRA      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-PCT-POSITIVACAO   PIC 9(003)V9(002)   VALUE ZEROS.

       01  WS-RELAT-CLIENTE.
           05 WS-RCL-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-CLASSE-ABC        PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-QTD-MIX           PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-QTD-CATALOGO      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-PCT-MIX           PIC 9(003)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-POSITIVADOS   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-PCT-POSITIVACAO   PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LISTA-ACAO    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPOSI.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKPOSI-REG-ANO-MES     EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO BOOKPOSI-REG-ANO-MES
           END-IF

           IF BOOKPOSI-REG-QTD-ACAO    EQUAL ZEROS
             MOVE WS-QTD-ACAO-PADRAO   TO BOOKPOSI-REG-QTD-ACAO
           END-IF

           MOVE ZEROS                  TO BOOKPOSI-REG-QTD-CATALOGO
                                       BOOKPOSI-REG-QTD-CLIENTES
                                       BOOKPOSI-REG-QTD-POSITIVADOS
                                       BOOKPOSI-REG-QTD-LISTA-ACAO

           PERFORM 1110-ABRIR-ARQ-CARTEIRA
           PERFORM 1115-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-PEDHDR
           PERFORM 1125-ABRIR-ARQ-PEDIDO
           PERFORM 1130-ABRIR-ARQ-PRODUTO
           PERFORM 1135-ABRIR-ARQ-RELAT

           PERFORM 1200-CARREGAR-CATALOGO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CARTEIRA         SECTION.

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CARTEIRA"
                                       TO BOOKPOSI-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKPOSI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKPOSI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKPOSI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKPOSI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-POSITIVACAO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO POSITIVACAO"
                                       TO BOOKPOSI-CTRL-MSG
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
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO CARTEIRA"
                                       TO BOOKPOSI-CTRL-MSG
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

       1160-LER-ARQ-PRODUTO            SECTION.

           READ ARQ-PRODUTO            NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-POSITIVACAO  FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPOSI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO POSITIVACAO"
                                       TO BOOKPOSI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1200-CARREGAR-CATALOGO          SECTION.

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-PRODUTO
             PERFORM                   UNTIL WS-FS-ARQ-PRODUTO
                                       NOT EQUAL ZEROS
               IF FD-PROD-ATIVO AND
                  FD-PROD-CODIGO       GREATER ZEROS
                 MOVE 'S'              TO WS-CAT-ATIVO
                                       (FD-PROD-CODIGO)
                 ADD 1                 TO BOOKPOSI-REG-QTD-CATALOGO
               END-IF
               PERFORM 1160-LER-ARQ-PRODUTO
             END-PERFORM
           END-IF

           .
       1200-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKPOSI-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKPOSI-REG-COD-VEND  TO WS-CAB-COD-VEND
           MOVE BOOKPOSI-REG-QTD-CATALOGO
                                       TO WS-CAB-QTD-CATALOGO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-POSITIVACAO
                ON ASCENDING KEY SD-POS-SECAO
                                 SD-POS-COD-VENDEDOR
                                 SD-POS-ORDEM
                                 SD-POS-COD-CLIENTE
                INPUT PROCEDURE 2100-SELECIONAR-CARTEIRA
                OUTPUT PROCEDURE 2300-LISTAR-POSITIVACAO

           MOVE BOOKPOSI-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKPOSI-REG-QTD-POSITIVADOS
                                       TO WS-TRL-QTD-POSITIVADOS
           IF BOOKPOSI-REG-QTD-CLIENTES
                                       GREATER ZEROS
             COMPUTE WS-TRL-PCT-POSITIVACAO ROUNDED
                                       = BOOKPOSI-REG-QTD-POSITIVADOS
                                       * 100
                                       / BOOKPOSI-REG-QTD-CLIENTES
           END-IF
           MOVE BOOKPOSI-REG-QTD-LISTA-ACAO
                                       TO WS-TRL-QTD-LISTA-ACAO
           MOVE BOOKPOSI-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKPOSI-REG-QTD-CLIENTES
                                       EQUAL ZEROS
             MOVE 3                    TO BOOKPOSI-CTRL-COD
             MOVE "NENHUM CLIENTE EM CARTEIRA"
                                       TO BOOKPOSI-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKPOSI-CTRL-COD
             MOVE "RELATORIO DE POSITIVACAO GERADO"
                                       TO BOOKPOSI-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-CARTEIRA        SECTION.

           PERFORM 1140-LER-ARQ-CARTEIRA

           PERFORM 2110-PROCESSAR-CLIENTE
                                       UNTIL WS-FS-ARQ-CARTEIRA
                                       EQUAL '10'

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-CLIENTE          SECTION.

           IF BOOKPOSI-REG-COD-VEND    EQUAL ZEROS OR
              FD-CART-COD-VENDEDOR     EQUAL BOOKPOSI-REG-COD-VEND
             MOVE FD-CART-COD-CLIENTE  TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         EQUAL ZEROS AND
                FD-CLI-ATIVO AND
                FD-CART-COD-VENDEDOR   GREATER ZEROS
               ADD 1                   TO BOOKPOSI-REG-QTD-CLIENTES
               ADD 1                   TO WS-CAR-QTD
                                       (FD-CART-COD-VENDEDOR)

               PERFORM 2200-APURAR-MIX-CLIENTE

               IF WS-QTD-MIX           GREATER ZEROS
                 ADD 1                 TO BOOKPOSI-REG-QTD-POSITIVADOS
               END-IF

               PERFORM 2150-LIBERAR-CLIENTE
             END-IF
           END-IF

           PERFORM 1140-LER-ARQ-CARTEIRA

           .
       2110-99-FIM.                    EXIT.

       2150-LIBERAR-CLIENTE            SECTION.

           MOVE 1                      TO WS-IDX-MIX

           PERFORM                     UNTIL WS-IDX-MIX
                                       GREATER WS-QTD-MIX
             INITIALIZE                SD-POSITIVACAO
             SET SD-POS-SECAO-PRODUTO  TO TRUE
             MOVE FD-CART-COD-VENDEDOR TO SD-POS-COD-VENDEDOR
             MOVE WS-MIX-COD-PRODUTO (WS-IDX-MIX)
                                       TO SD-POS-ORDEM
                                       SD-POS-COD-PRODUTO
             MOVE FD-CART-COD-CLIENTE  TO SD-POS-COD-CLIENTE
             RELEASE SD-POSITIVACAO
             ADD 1                     TO WS-IDX-MIX
           END-PERFORM

           INITIALIZE                  SD-POSITIVACAO
           SET SD-POS-SECAO-CLIENTE    TO TRUE
           MOVE FD-CART-COD-VENDEDOR   TO SD-POS-COD-VENDEDOR
           MOVE FD-CART-COD-CLIENTE    TO SD-POS-ORDEM
                                       SD-POS-COD-CLIENTE
           MOVE WS-QTD-MIX             TO SD-POS-QTD-MIX
           MOVE FD-CLI-CLASSE-ABC      TO SD-POS-CLASSE-ABC
           MOVE FD-CLI-RZ-SOCIAL       TO SD-POS-RZ-SOCIAL
           RELEASE SD-POSITIVACAO

           IF FD-CLI-CLASSE-ABC        EQUAL 'A'
             SET SD-POS-SECAO-ACAO     TO TRUE
             MOVE WS-QTD-MIX           TO SD-POS-ORDEM
             RELEASE SD-POSITIVACAO
           END-IF

           .
       2150-99-FIM.                    EXIT.

       2200-APURAR-MIX-CLIENTE         SECTION.

           MOVE ZEROS                  TO WS-QTD-MIX

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
                                       EQUAL BOOKPOSI-REG-ANO-MES
                   PERFORM 2210-APURAR-ITENS-PEDIDO
                 END-IF
                 PERFORM 1150-LER-ARQ-PEDHDR
               END-PERFORM
             END-IF
           END-IF

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
               IF FD-PED-COD-PRODUTO   GREATER ZEROS
                 IF WS-CAT-ATIVO (FD-PED-COD-PRODUTO)
                                       EQUAL 'S'
                   PERFORM 2220-MARCAR-PRODUTO
                 END-IF
               END-IF
               PERFORM 1155-LER-ARQ-PEDIDO
             END-PERFORM
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-MARCAR-PRODUTO             SECTION.

           MOVE 'N'                    TO WS-MIX-ACHOU

           PERFORM VARYING WS-IDX-MIX FROM 1 BY 1
                   UNTIL WS-IDX-MIX GREATER WS-QTD-MIX
                   OR WS-MIX-ACHOU EQUAL 'S'
             IF WS-MIX-COD-PRODUTO (WS-IDX-MIX)
                                       EQUAL FD-PED-COD-PRODUTO
               MOVE 'S'                TO WS-MIX-ACHOU
             END-IF
           END-PERFORM

           IF WS-MIX-ACHOU             EQUAL 'N' AND
              WS-QTD-MIX               LESS WS-MIX-MAXIMO
             ADD 1                     TO WS-QTD-MIX
             MOVE FD-PED-COD-PRODUTO   TO WS-MIX-COD-PRODUTO
                                       (WS-QTD-MIX)
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2300-LISTAR-POSITIVACAO         SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE ZEROS                  TO WS-QUEBRA-VENDEDOR
                                       WS-QUEBRA-PRODUTO
                                       WS-QTD-COMPRADORES

           RETURN WORK-POSITIVACAO     AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2310-LISTAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           IF WS-QTD-COMPRADORES       GREATER ZEROS
             PERFORM 2320-GRAVAR-PRODUTO
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-LISTAR-REGISTRO            SECTION.

           EVALUATE TRUE
             WHEN SD-POS-SECAO-CLIENTE
               IF WS-QTD-COMPRADORES   GREATER ZEROS
                 PERFORM 2320-GRAVAR-PRODUTO
               END-IF
               PERFORM 2330-GRAVAR-CLIENTE
             WHEN SD-POS-SECAO-ACAO
               IF SD-POS-COD-VENDEDOR  NOT EQUAL WS-QUEBRA-VENDEDOR
                 MOVE SD-POS-COD-VENDEDOR
                                       TO WS-QUEBRA-VENDEDOR
                 MOVE ZEROS            TO WS-QTD-ACAO-VENDEDOR
               END-IF
               IF WS-QTD-ACAO-VENDEDOR LESS BOOKPOSI-REG-QTD-ACAO
                 ADD 1                 TO WS-QTD-ACAO-VENDEDOR
                                       BOOKPOSI-REG-QTD-LISTA-ACAO
                 MOVE 'A'              TO WS-RCL-TIPO
                 PERFORM 2335-MONTAR-CLIENTE
               END-IF
             WHEN OTHER
               IF SD-POS-COD-VENDEDOR  NOT EQUAL WS-QUEBRA-VENDEDOR OR
                  SD-POS-COD-PRODUTO   NOT EQUAL WS-QUEBRA-PRODUTO
                 IF WS-QTD-COMPRADORES GREATER ZEROS
                   PERFORM 2320-GRAVAR-PRODUTO
                 END-IF
                 MOVE SD-POS-COD-VENDEDOR
                                       TO WS-QUEBRA-VENDEDOR
                 MOVE SD-POS-COD-PRODUTO
                                       TO WS-QUEBRA-PRODUTO
               END-IF
               ADD 1                   TO WS-QTD-COMPRADORES
           END-EVALUATE

           RETURN WORK-POSITIVACAO     AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-GRAVAR-PRODUTO             SECTION.

           MOVE WS-QUEBRA-VENDEDOR     TO WS-RPR-COD-VENDEDOR
           MOVE WS-QUEBRA-PRODUTO      TO WS-RPR-COD-PRODUTO
                                       FD-PROD-CODIGO
           MOVE SPACES                 TO WS-RPR-DESCRICAO

           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO
           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             MOVE FD-PROD-DESCRICAO    TO WS-RPR-DESCRICAO
           END-IF

           MOVE WS-QTD-COMPRADORES     TO WS-RPR-QTD-COMPRADORES
           MOVE WS-CAR-QTD (WS-QUEBRA-VENDEDOR)
                                       TO WS-RPR-QTD-CARTEIRA
           MOVE ZEROS                  TO WS-RPR-PCT-POSITIVACAO
           IF WS-RPR-QTD-CARTEIRA      GREATER ZEROS
             COMPUTE WS-RPR-PCT-POSITIVACAO ROUNDED
                                       = WS-QTD-COMPRADORES * 100
                                       / WS-RPR-QTD-CARTEIRA
           END-IF

           MOVE WS-RELAT-PRODUTO       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO WS-QTD-COMPRADORES
                                       WS-QUEBRA-VENDEDOR
                                       WS-QUEBRA-PRODUTO

           .
       2320-99-FIM.                    EXIT.

       2330-GRAVAR-CLIENTE             SECTION.

           MOVE 'C'                    TO WS-RCL-TIPO
           PERFORM 2335-MONTAR-CLIENTE

           .
       2330-99-FIM.                    EXIT.

       2335-MONTAR-CLIENTE             SECTION.

           MOVE SD-POS-COD-VENDEDOR    TO WS-RCL-COD-VENDEDOR
           MOVE SD-POS-COD-CLIENTE     TO WS-RCL-COD-CLIENTE
           MOVE SD-POS-RZ-SOCIAL       TO WS-RCL-RZ-SOCIAL
           MOVE SD-POS-CLASSE-ABC      TO WS-RCL-CLASSE-ABC
           MOVE SD-POS-QTD-MIX         TO WS-RCL-QTD-MIX
           MOVE BOOKPOSI-REG-QTD-CATALOGO
                                       TO WS-RCL-QTD-CATALOGO
           MOVE ZEROS                  TO WS-RCL-PCT-MIX
           IF BOOKPOSI-REG-QTD-CATALOGO
                                       GREATER ZEROS
             COMPUTE WS-RCL-PCT-MIX    ROUNDED
                                       = SD-POS-QTD-MIX * 100
                                       / BOOKPOSI-REG-QTD-CATALOGO
           END-IF

           MOVE WS-RELAT-CLIENTE       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2335-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CARTEIRA
                                       ARQ-CLIENTE
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-PRODUTO
                                       ARQ-RELAT-POSITIVACAO

           IF BOOKPOSI-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELPOSIT.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELPOSIT"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKPOSI-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKPOSI-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
