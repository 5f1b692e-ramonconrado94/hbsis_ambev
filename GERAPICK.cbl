           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

       FD  ARQ-PEDHDR
           LABEL RECORD                IS STANDARD.
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

       FD  ARQ-PRODUTO
           LABEL RECORD                IS STANDARD.
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       FD  ARQ-PICKING
           LABEL RECORD                IS STANDARD.
       77  WS-QTD-PEDIDOS-DIA          PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-UNIDADES             PIC 9(009)          VALUE ZEROS.
       77  WS-NUM-PEDIDO-ANT           PIC 9(007)          VALUE ZEROS.
       77  WS-SEPARAR-PEDIDO           PIC X(001)          VALUE 'N'.

       77  WS-CRUDESTQ                 PIC X(008)          VALUE
                                                           'CRUDESTQ'.

       01  WS-LINK-CRUDESTQ.
           COPY 'BOOKESTQ.CPY'.

       01  WS-TAB-PICKING-PRODUTO.
           05 WS-PIC-PRODUTO           OCCURS 5000 TIMES.

       1115-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN I-O ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
                 ADD 1                 TO WS-QTD-PEDIDOS-DIA
                 MOVE FD-PED-NUM-PEDIDO
                                       TO WS-NUM-PEDIDO-ANT
                 PERFORM 2130-MARCAR-SEPARACAO
               END-IF

               IF WS-SEPARAR-PEDIDO    EQUAL 'S'
                 PERFORM 2140-SEPARAR-ESTOQUE
                 IF FD-PEH-FATURADO
                   PERFORM 2145-BAIXAR-ESTOQUE
                 END-IF
               END-IF

               ADD FD-PED-QUANTIDADE   TO WS-QTD-UNIDADES
           .
       2120-99-FIM.                    EXIT.

       2130-MARCAR-SEPARACAO           SECTION.

           MOVE 'N'                    TO WS-SEPARAR-PEDIDO

           IF FD-PEH-DATA-SEPARACAO    EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-PEH-DATA-SEPARACAO

             REWRITE FD-PEDHDR

             IF WS-FS-ARQ-PEDHDR       EQUAL ZEROS
               MOVE 'S'                TO WS-SEPARAR-PEDIDO
             ELSE
               MOVE 2                  TO BOOKPICK-CTRL-COD
               MOVE "ERRO NA ATUALIZACAO DO CABECALHO DE PEDIDOS"
                                       TO BOOKPICK-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2140-SEPARAR-ESTOQUE            SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'S'                    TO BOOKESTQ-REG-SERVICO
           MOVE FD-PED-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE FD-PED-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE FD-PED-NUM-PEDIDO      TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "SEPARACAO DO PEDIDO"  TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKPICK-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        EQUAL 2
             MOVE 2                    TO BOOKPICK-CTRL-COD
             MOVE BOOKESTQ-CTRL-MSG    TO BOOKPICK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2140-99-FIM.                    EXIT.

       2145-BAIXAR-ESTOQUE             SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'B'                    TO BOOKESTQ-REG-SERVICO
           MOVE FD-PED-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE FD-PED-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE FD-PED-NUM-PEDIDO      TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "EXPEDICAO DO PEDIDO FATURADO"
                                       TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKPICK-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        EQUAL 2
             MOVE 2                    TO BOOKPICK-CTRL-COD
             MOVE BOOKESTQ-CTRL-MSG    TO BOOKPICK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2145-99-FIM.                    EXIT.

       2200-GRAVAR-PRODUTO-PICKING     SECTION.

           MOVE WS-PIC-CODIGO (WS-IDX-PROD)
