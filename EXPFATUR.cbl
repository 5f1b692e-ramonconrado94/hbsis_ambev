
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. EXPFATUR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

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

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-FATURAMENTO      ASSIGN TO DISK "FATURAR.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FATUR.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-FATURAMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-FATURAMENTO.
           05 FD-FAT-LINHA             PIC X(120).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FATUR             PIC X(002)          VALUE SPACES.

       77  WS-FIM-ITENS                PIC X(001)          VALUE 'N'.
       77  WS-DATA-ENVIO               PIC 9(008)          VALUE ZEROS.

       01  WS-FATURAMENTO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-SISTEMA           PIC X(008)          VALUE
                                                           'CARTEIRA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-FATURAMENTO-PEDIDO.
           05 WS-PED-TIPO              PIC X(001)          VALUE 'P'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-CNPJ              PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-FILIAL            PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-DATA-PEDIDO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-QTD-ITENS         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-PED-VALOR-TOTAL       PIC 9(011),9(002)   VALUE ZEROS.

       01  WS-FATURAMENTO-ITEM.
           05 WS-ITE-TIPO              PIC X(001)          VALUE 'I'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ITE-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ITE-SEQ-ITEM          PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ITE-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ITE-QUANTIDADE        PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-ITE-VALOR             PIC 9(009),9(002)   VALUE ZEROS.

       01  WS-FATURAMENTO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ITENS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-TOTAL       PIC 9(013),9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKEXFT.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-ENVIO

           PERFORM 1110-ABRIR-ARQ-PEDIDO
           PERFORM 1115-ABRIR-ARQ-PEDHDR
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-FATURAMENTO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN I-O ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-FATURAMENTO      SECTION.

           OPEN OUTPUT ARQ-FATURAMENTO

           IF WS-FS-ARQ-FATUR          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE FATURAMENTO"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA LEITURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1145-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL ZEROS OR
              FD-PED-NUM-PEDIDO        NOT EQUAL FD-PEH-NUM-PEDIDO
             MOVE 'S'                  TO WS-FIM-ITENS
           END-IF

           .
       1145-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-FATURAMENTO     SECTION.

           WRITE FD-FATURAMENTO        FROM FD-FAT-LINHA

           IF WS-FS-ARQ-FATUR          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE FATURAMENTO"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-REGRAVAR-ARQ-PEDHDR        SECTION.

           REWRITE FD-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKEXFT-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO CABECALHO DE PEDIDOS"
                                       TO BOOKEXFT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1160-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-PEDIDO
                                       ARQ-PEDHDR
                                       ARQ-CLIENTE
                                       ARQ-FATURAMENTO
           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE ZEROS                  TO BOOKEXFT-REG-QTD-PEDIDOS
                                       BOOKEXFT-REG-QTD-ITENS
                                       BOOKEXFT-REG-VALOR-TOTAL

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-FATURAMENTO-CABEC   TO FD-FAT-LINHA
           PERFORM 1150-GRAVAR-ARQ-FATURAMENTO

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             PERFORM 1140-LER-ARQ-PEDHDR
             PERFORM 2100-SELECIONAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       EQUAL '10'
           END-IF

           MOVE BOOKEXFT-REG-QTD-PEDIDOS
                                       TO WS-TRL-QTD-PEDIDOS
           MOVE BOOKEXFT-REG-QTD-ITENS TO WS-TRL-QTD-ITENS
           MOVE BOOKEXFT-REG-VALOR-TOTAL
                                       TO WS-TRL-VALOR-TOTAL
           MOVE BOOKEXFT-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-FATURAMENTO-TRAILER TO FD-FAT-LINHA
           PERFORM 1150-GRAVAR-ARQ-FATURAMENTO

           IF BOOKEXFT-REG-QTD-PEDIDOS EQUAL ZEROS
             MOVE 1                    TO BOOKEXFT-CTRL-COD
             MOVE "NENHUM PEDIDO CONFIRMADO A FATURAR"
                                       TO BOOKEXFT-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKEXFT-CTRL-COD
             MOVE "EXTRACAO DE FATURAMENTO GERADA COM SUCESSO"
                                       TO BOOKEXFT-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-PEDIDO          SECTION.

           IF FD-PEH-CONFIRMADO AND
              FD-PEH-DATA-ENVIO-FAT    EQUAL ZEROS
             PERFORM 2110-GRAVAR-PEDIDO
             PERFORM 2120-GRAVAR-ITENS

             MOVE WS-DATA-ENVIO        TO FD-PEH-DATA-ENVIO-FAT
             PERFORM 1155-REGRAVAR-ARQ-PEDHDR

             ADD 1                     TO BOOKEXFT-REG-QTD-PEDIDOS
             ADD FD-PEH-VALOR-TOTAL    TO BOOKEXFT-REG-VALOR-TOTAL
           END-IF

           PERFORM 1140-LER-ARQ-PEDHDR

           .
       2100-99-FIM.                    EXIT.

       2110-GRAVAR-PEDIDO              SECTION.

           MOVE ZEROS                  TO WS-PED-CNPJ
                                       WS-PED-FILIAL

           IF WS-FS-ARQ-CLIE           NOT EQUAL '35'
             MOVE FD-PEH-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         EQUAL ZEROS
               MOVE FD-CLI-CNPJ        TO WS-PED-CNPJ
               MOVE FD-CLI-FILIAL      TO WS-PED-FILIAL
             END-IF
           END-IF

           MOVE FD-PEH-NUM-PEDIDO      TO WS-PED-NUM-PEDIDO
           MOVE FD-PEH-COD-CLIENTE     TO WS-PED-COD-CLIENTE
           MOVE FD-PEH-COD-VENDEDOR    TO WS-PED-COD-VENDEDOR
           MOVE FD-PEH-DATA-PEDIDO     TO WS-PED-DATA-PEDIDO
           MOVE FD-PEH-QTD-ITENS       TO WS-PED-QTD-ITENS
           MOVE FD-PEH-VALOR-TOTAL     TO WS-PED-VALOR-TOTAL
           MOVE WS-FATURAMENTO-PEDIDO  TO FD-FAT-LINHA
           PERFORM 1150-GRAVAR-ARQ-FATURAMENTO

           .
       2110-99-FIM.                    EXIT.

       2120-GRAVAR-ITENS               SECTION.

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             MOVE 'N'                  TO WS-FIM-ITENS
             MOVE FD-PEH-NUM-PEDIDO    TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM

             START ARQ-PEDIDO          KEY IS NOT LESS FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 1145-LER-ARQ-PEDIDO
               PERFORM 2130-GRAVAR-ITEM
                                       UNTIL WS-FIM-ITENS EQUAL 'S'
             END-IF
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-GRAVAR-ITEM                SECTION.

           MOVE FD-PED-NUM-PEDIDO      TO WS-ITE-NUM-PEDIDO
           MOVE FD-PED-SEQ-ITEM        TO WS-ITE-SEQ-ITEM
           MOVE FD-PED-COD-PRODUTO     TO WS-ITE-COD-PRODUTO
           MOVE FD-PED-QUANTIDADE      TO WS-ITE-QUANTIDADE
           MOVE FD-PED-VALOR           TO WS-ITE-VALOR
           MOVE WS-FATURAMENTO-ITEM    TO FD-FAT-LINHA
           PERFORM 1150-GRAVAR-ARQ-FATURAMENTO

           ADD 1                       TO BOOKEXFT-REG-QTD-ITENS

           PERFORM 1145-LER-ARQ-PEDIDO

           .
       2130-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1160-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
