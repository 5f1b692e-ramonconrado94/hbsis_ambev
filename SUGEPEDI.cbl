
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. SUGEPEDI.
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

           SELECT OPTIONAL ARQ-SUGESTAO
                                       ASSIGN TO DISK "SUGESTAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUG-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SUGESTAO.


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

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SUGESTAO          PIC X(002)          VALUE SPACES.

       77  WS-QTD-PEDIDOS-PADRAO       PIC 9(002)          VALUE 06.
       77  WS-QTD-PEDIDOS-MAXIMO       PIC 9(002)          VALUE 12.
       77  WS-QTD-PED-SEL              PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-PED                  PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-MENOR                PIC 9(002)          VALUE ZEROS.

       77  WS-PRODUTOS-MAXIMO          PIC 9(003)          VALUE 300.
       77  WS-QTD-PRODUTOS             PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-PROD                 PIC 9(003)          VALUE ZEROS.
       77  WS-PROD-ACHOU               PIC X(001)          VALUE 'N'.

       77  WS-DATA-MAIS-ANTIGA         PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-MAIS-RECENTE        PIC 9(008)          VALUE ZEROS.
       77  WS-INTERVALO-MEDIO          PIC 9(004)          VALUE ZEROS.
       77  WS-DIAS-ULT-PEDIDO          PIC 9(004)          VALUE ZEROS.
       77  WS-QTD-MEDIA                PIC 9(005)V9(002)   VALUE ZEROS.
       77  WS-QTD-SUGERIDA             PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-LIMITE               PIC 9(007)          VALUE ZEROS.
       77  WS-SUGESTOES-CLIENTE        PIC 9(003)          VALUE ZEROS.

       01  WS-TAB-PEDIDOS.
           05 WS-TPD-PEDIDO            OCCURS 12 TIMES.
               10 WS-TPD-NUM-PEDIDO    PIC 9(007).
               10 WS-TPD-DATA-PEDIDO   PIC 9(008).

       01  WS-TAB-PRODUTOS.
           05 WS-TPS-PRODUTO           OCCURS 300 TIMES.
               10 WS-TPS-COD-PRODUTO   PIC 9(005).
               10 WS-TPS-QTD-TOTAL     PIC 9(007).
               10 WS-TPS-QTD-PEDIDOS   PIC 9(003).
               10 WS-TPS-ULT-PEDIDO    PIC 9(007).

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKSUGP.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKSUGP-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKSUGP-REG-DATA-REFERENCIA
           END-IF

           IF BOOKSUGP-REG-QTD-PEDIDOS-BASE
                                       EQUAL ZEROS
             MOVE WS-QTD-PEDIDOS-PADRAO
                                       TO BOOKSUGP-REG-QTD-PEDIDOS-BASE
           END-IF

           IF BOOKSUGP-REG-QTD-PEDIDOS-BASE
                                       GREATER WS-QTD-PEDIDOS-MAXIMO
             MOVE WS-QTD-PEDIDOS-MAXIMO
                                       TO BOOKSUGP-REG-QTD-PEDIDOS-BASE
           END-IF

           MOVE ZEROS                  TO BOOKSUGP-REG-QTD-CLIENTES
                                       BOOKSUGP-REG-QTD-SUGESTOES

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-PEDHDR
           PERFORM 1130-ABRIR-ARQ-PEDIDO
           PERFORM 1140-ABRIR-ARQ-PRODUTO
           PERFORM 1150-ABRIR-ARQ-SUGESTAO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKSUGP-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-SUGESTAO         SECTION.

           OPEN OUTPUT ARQ-SUGESTAO

           IF WS-FS-ARQ-SUGESTAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE SUGESTOES"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO CLIENTE"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1170-99-FIM.                    EXIT.

       1180-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       1180-99-FIM.                    EXIT.

       1190-GRAVAR-ARQ-SUGESTAO        SECTION.

           WRITE FD-SUGESTAO

           IF WS-FS-ARQ-SUGESTAO       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKSUGP-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE SUGESTOES"
                                       TO BOOKSUGP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1190-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS AND
              WS-FS-ARQ-PEDHDR         NOT EQUAL '35' AND
              WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-CLIENTE
             PERFORM 2100-PROCESSAR-CLIENTE
                                       UNTIL WS-FS-ARQ-CLIE
                                       EQUAL '10'
           END-IF

           IF BOOKSUGP-REG-QTD-SUGESTOES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKSUGP-CTRL-COD
             MOVE "NENHUMA SUGESTAO DE PEDIDO GERADA"
                                       TO BOOKSUGP-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKSUGP-CTRL-COD
             MOVE "SUGESTOES DE PEDIDO GERADAS"
                                       TO BOOKSUGP-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-PROCESSAR-CLIENTE          SECTION.

           IF FD-CLI-ATIVO
             PERFORM 2200-SELECIONAR-PEDIDOS

             IF WS-QTD-PED-SEL         GREATER ZEROS
               PERFORM 2300-ACUMULAR-ITENS
               PERFORM 2400-CALCULAR-INTERVALO

               MOVE ZEROS              TO WS-SUGESTOES-CLIENTE
               MOVE 1                  TO WS-IDX-PROD
               PERFORM 2500-GRAVAR-SUGESTAO
                                       UNTIL WS-IDX-PROD
                                       GREATER WS-QTD-PRODUTOS

               IF WS-SUGESTOES-CLIENTE GREATER ZEROS
                 ADD 1                 TO BOOKSUGP-REG-QTD-CLIENTES
               END-IF
             END-IF
           END-IF

           PERFORM 1160-LER-ARQ-CLIENTE

           .
       2100-99-FIM.                    EXIT.

       2200-SELECIONAR-PEDIDOS         SECTION.

           MOVE ZEROS                  TO WS-QTD-PED-SEL
           INITIALIZE                  WS-TAB-PEDIDOS

           MOVE FD-CLI-COD-CLIENTE     TO FD-PEH-COD-CLIENTE

           START ARQ-PEDHDR            KEY IS EQUAL
                                       FD-PEH-COD-CLIENTE

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS
             PERFORM 1170-LER-ARQ-PEDHDR
             PERFORM                   UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS OR
                                       FD-PEH-COD-CLIENTE NOT EQUAL
                                       FD-CLI-COD-CLIENTE
               IF NOT FD-PEH-CANCELADO AND
                  FD-PEH-DATA-PEDIDO   NOT GREATER
                                       BOOKSUGP-REG-DATA-REFERENCIA
                 PERFORM 2210-GUARDAR-PEDIDO
               END-IF
               PERFORM 1170-LER-ARQ-PEDHDR
             END-PERFORM
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2210-GUARDAR-PEDIDO             SECTION.

           IF WS-QTD-PED-SEL           LESS
                                       BOOKSUGP-REG-QTD-PEDIDOS-BASE
             ADD 1                     TO WS-QTD-PED-SEL
             MOVE FD-PEH-NUM-PEDIDO    TO WS-TPD-NUM-PEDIDO
                                       (WS-QTD-PED-SEL)
             MOVE FD-PEH-DATA-PEDIDO   TO WS-TPD-DATA-PEDIDO
                                       (WS-QTD-PED-SEL)
           ELSE
             MOVE 1                    TO WS-IDX-MENOR
             PERFORM VARYING WS-IDX-PED FROM 2 BY 1
                     UNTIL WS-IDX-PED GREATER WS-QTD-PED-SEL
               IF WS-TPD-DATA-PEDIDO (WS-IDX-PED)
                                       LESS WS-TPD-DATA-PEDIDO
                                       (WS-IDX-MENOR)
                 MOVE WS-IDX-PED       TO WS-IDX-MENOR
               END-IF
             END-PERFORM

             IF FD-PEH-DATA-PEDIDO     GREATER WS-TPD-DATA-PEDIDO
                                       (WS-IDX-MENOR)
               MOVE FD-PEH-NUM-PEDIDO  TO WS-TPD-NUM-PEDIDO
                                       (WS-IDX-MENOR)
               MOVE FD-PEH-DATA-PEDIDO TO WS-TPD-DATA-PEDIDO
                                       (WS-IDX-MENOR)
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2300-ACUMULAR-ITENS             SECTION.

           MOVE ZEROS                  TO WS-QTD-PRODUTOS
           INITIALIZE                  WS-TAB-PRODUTOS
           MOVE 99999999               TO WS-DATA-MAIS-ANTIGA
           MOVE ZEROS                  TO WS-DATA-MAIS-RECENTE

           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED GREATER WS-QTD-PED-SEL
             IF WS-TPD-DATA-PEDIDO (WS-IDX-PED)
                                       LESS WS-DATA-MAIS-ANTIGA
               MOVE WS-TPD-DATA-PEDIDO (WS-IDX-PED)
                                       TO WS-DATA-MAIS-ANTIGA
             END-IF
             IF WS-TPD-DATA-PEDIDO (WS-IDX-PED)
                                       GREATER WS-DATA-MAIS-RECENTE
               MOVE WS-TPD-DATA-PEDIDO (WS-IDX-PED)
                                       TO WS-DATA-MAIS-RECENTE
             END-IF

             MOVE WS-TPD-NUM-PEDIDO (WS-IDX-PED)
                                       TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM

             START ARQ-PEDIDO          KEY IS NOT LESS
                                       FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 1180-LER-ARQ-PEDIDO
               PERFORM                 UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       WS-TPD-NUM-PEDIDO (WS-IDX-PED)
                 PERFORM 2310-SOMAR-PRODUTO
                 PERFORM 1180-LER-ARQ-PEDIDO
               END-PERFORM
             END-IF
           END-PERFORM

           .
       2300-99-FIM.                    EXIT.

       2310-SOMAR-PRODUTO              SECTION.

           MOVE 'N'                    TO WS-PROD-ACHOU

           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD GREATER WS-QTD-PRODUTOS
                   OR WS-PROD-ACHOU EQUAL 'S'
             IF WS-TPS-COD-PRODUTO (WS-IDX-PROD)
                                       EQUAL FD-PED-COD-PRODUTO
               MOVE 'S'                TO WS-PROD-ACHOU
             END-IF
           END-PERFORM

           IF WS-PROD-ACHOU            EQUAL 'S'
             SUBTRACT 1                FROM WS-IDX-PROD
           ELSE
             IF WS-QTD-PRODUTOS        LESS WS-PRODUTOS-MAXIMO
               ADD 1                   TO WS-QTD-PRODUTOS
               MOVE WS-QTD-PRODUTOS    TO WS-IDX-PROD
               MOVE FD-PED-COD-PRODUTO TO WS-TPS-COD-PRODUTO
                                       (WS-IDX-PROD)
               MOVE 'S'                TO WS-PROD-ACHOU
             END-IF
           END-IF

           IF WS-PROD-ACHOU            EQUAL 'S'
             ADD FD-PED-QUANTIDADE     TO WS-TPS-QTD-TOTAL
                                       (WS-IDX-PROD)
             IF WS-TPS-ULT-PEDIDO (WS-IDX-PROD)
                                       NOT EQUAL FD-PED-NUM-PEDIDO
               ADD 1                   TO WS-TPS-QTD-PEDIDOS
                                       (WS-IDX-PROD)
               MOVE FD-PED-NUM-PEDIDO  TO WS-TPS-ULT-PEDIDO
                                       (WS-IDX-PROD)
             END-IF
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2400-CALCULAR-INTERVALO         SECTION.

           COMPUTE WS-DIAS-ULT-PEDIDO  = FUNCTION INTEGER-OF-DATE
                                       (BOOKSUGP-REG-DATA-REFERENCIA)
                                       - FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-MAIS-RECENTE)

           IF WS-QTD-PED-SEL           GREATER 1
             COMPUTE WS-INTERVALO-MEDIO ROUNDED
                                       = (FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-MAIS-RECENTE)
                                       - FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-MAIS-ANTIGA))
                                       / (WS-QTD-PED-SEL - 1)
             IF WS-INTERVALO-MEDIO     EQUAL ZEROS
               MOVE 1                  TO WS-INTERVALO-MEDIO
             END-IF
           ELSE
             MOVE ZEROS                TO WS-INTERVALO-MEDIO
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2500-GRAVAR-SUGESTAO            SECTION.

           MOVE WS-TPS-COD-PRODUTO (WS-IDX-PROD)
                                       TO FD-PROD-CODIGO
           MOVE 'A'                    TO FD-PROD-STATUS

           IF WS-FS-ARQ-PRODUTO        NOT EQUAL '35'
             READ ARQ-PRODUTO          RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO
             IF WS-FS-ARQ-PRODUTO      NOT EQUAL ZEROS
               MOVE 'I'                TO FD-PROD-STATUS
             END-IF
           END-IF

           IF FD-PROD-ATIVO
             COMPUTE WS-QTD-MEDIA ROUNDED
                                       = WS-TPS-QTD-TOTAL (WS-IDX-PROD)
                                       / WS-QTD-PED-SEL

             IF WS-INTERVALO-MEDIO     GREATER ZEROS
               COMPUTE WS-QTD-SUGERIDA ROUNDED
                                       = WS-QTD-MEDIA
                                       * WS-DIAS-ULT-PEDIDO
                                       / WS-INTERVALO-MEDIO
               COMPUTE WS-QTD-LIMITE   ROUNDED
                                       = WS-QTD-MEDIA * 2
               IF WS-QTD-SUGERIDA      GREATER WS-QTD-LIMITE
                 MOVE WS-QTD-LIMITE    TO WS-QTD-SUGERIDA
               END-IF
             ELSE
               COMPUTE WS-QTD-SUGERIDA ROUNDED
                                       = WS-QTD-MEDIA
             END-IF

             IF WS-QTD-SUGERIDA        GREATER 99999
               MOVE 99999              TO WS-QTD-SUGERIDA
             END-IF

             IF WS-QTD-SUGERIDA        GREATER ZEROS
               INITIALIZE              FD-SUGESTAO
               MOVE FD-CLI-COD-CLIENTE TO FD-SUG-COD-CLIENTE
               MOVE WS-TPS-COD-PRODUTO (WS-IDX-PROD)
                                       TO FD-SUG-COD-PRODUTO
               MOVE FD-CLI-COD-VENDEDOR
                                       TO FD-SUG-COD-VENDEDOR
               MOVE WS-QTD-SUGERIDA    TO FD-SUG-QTD-SUGERIDA
               COMPUTE FD-SUG-QTD-MEDIA ROUNDED
                                       = WS-QTD-MEDIA
               MOVE WS-INTERVALO-MEDIO TO FD-SUG-INTERVALO-MEDIO
               MOVE WS-DIAS-ULT-PEDIDO TO FD-SUG-DIAS-ULT-PEDIDO
               MOVE WS-DATA-MAIS-RECENTE
                                       TO FD-SUG-DATA-ULT-PEDIDO
               MOVE WS-TPS-QTD-PEDIDOS (WS-IDX-PROD)
                                       TO FD-SUG-QTD-PEDIDOS
               MOVE BOOKSUGP-REG-DATA-REFERENCIA
                                       TO FD-SUG-DATA-GERACAO
               PERFORM 1190-GRAVAR-ARQ-SUGESTAO

               ADD 1                   TO WS-SUGESTOES-CLIENTE
                                       BOOKSUGP-REG-QTD-SUGESTOES
             END-IF
           END-IF

           ADD 1                       TO WS-IDX-PROD

           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-PRODUTO
                                       ARQ-SUGESTAO

           GOBACK

           .
       3000-99-FIM.                    EXIT.
