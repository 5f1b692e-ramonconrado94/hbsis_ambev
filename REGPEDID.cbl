                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT OPTIONAL ARQ-TITULOS ASSIGN TO DISK "TITULOS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-TIT-CHAVE
                  ALTERNATE RECORD KEY IS FD-TIT-NUM-PEDIDO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-TITULOS.

           SELECT OPTIONAL ARQ-PROMOCAO
                                       ASSIGN TO DISK "PROMOCAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRM-CODIGO
                  ALTERNATE RECORD KEY IS FD-PRM-COD-PRODUTO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PROMOCAO.

           SELECT OPTIONAL ARQ-REDE    ASSIGN TO DISK "REDE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RED-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDE.

           SELECT ARQ-EXCECAO          ASSIGN TO "EXCECOES.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-PEDIDO
           LABEL RECORD                IS STANDARD.
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

       FD  ARQ-NUMERADOR
           LABEL RECORD                IS STANDARD.
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

       FD  ARQ-PRECO
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-TITULOS
           LABEL RECORD                IS STANDARD.
       01  FD-TITULOS.
           05 FD-TIT-CHAVE.
               10 FD-TIT-COD-CLIENTE   PIC 9(007).
               10 FD-TIT-NUM-TITULO    PIC X(015).
           05 FD-TIT-DATA-EMISSAO      PIC 9(008).
           05 FD-TIT-DATA-VENCIMENTO   PIC 9(008).
           05 FD-TIT-VALOR             PIC 9(009)V9(002).
           05 FD-TIT-VALOR-PAGO        PIC 9(009)V9(002).
           05 FD-TIT-NUM-PEDIDO        PIC 9(007).
           05 FD-TIT-DATA-IMPORTACAO   PIC 9(008).
           05 FD-TIT-DATA-BAIXA        PIC 9(008).
           05 FD-TIT-OPERADOR          PIC X(010).

       FD  ARQ-PROMOCAO
           LABEL RECORD                IS STANDARD.
       01  FD-PROMOCAO.
           05 FD-PRM-CODIGO            PIC 9(005).
           05 FD-PRM-DESCRICAO         PIC X(040).
           05 FD-PRM-TIPO              PIC X(001).
               88 FD-PRM-QUANTIDADE                        VALUE 'Q'.
               88 FD-PRM-MIX                               VALUE 'M'.
           05 FD-PRM-DATA-INICIO       PIC 9(008).
           05 FD-PRM-DATA-FIM          PIC 9(008).
           05 FD-PRM-REGIAO            PIC 9(003).
           05 FD-PRM-FILIAL            PIC 9(004).
           05 FD-PRM-COD-PRODUTO       PIC 9(005).
           05 FD-PRM-QTD-MINIMA        PIC 9(005).
           05 FD-PRM-PCT-DESCONTO      PIC 9(003)V9(002).
           05 FD-PRM-PRECO-FIXO        PIC 9(009)V9(002).
           05 FD-PRM-PRODUTO-MIX       PIC 9(005).
           05 FD-PRM-STATUS            PIC X(001).
               88 FD-PRM-ATIVA                             VALUE 'A'.
               88 FD-PRM-INATIVA                           VALUE 'I'.
           05 FD-PRM-OPERADOR          PIC X(010).

       FD  ARQ-REDE
           LABEL RECORD                IS STANDARD.
       01  FD-REDE.
           05 FD-RED-CODIGO            PIC 9(005).
           05 FD-RED-NOME              PIC X(040).
           05 FD-RED-GERENTE-CONTA     PIC X(040).
           05 FD-RED-LIMITE-CREDITO    PIC 9(011)V9(002).
           05 FD-RED-BLOQ-FINANCEIRO   PIC X(001).
               88 FD-RED-BLOQUEADA                         VALUE 'S'.
           05 FD-RED-STATUS            PIC X(001).
               88 FD-RED-ATIVA                             VALUE 'A'.
               88 FD-RED-INATIVA                           VALUE 'I'.
           05 FD-RED-OPERADOR          PIC X(010).

       FD  ARQ-EXCECAO
           LABEL RECORD                IS STANDARD.

       77  WS-FS-ARQ-PRECO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TITULOS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PROMOCAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REDE              PIC X(002)          VALUE SPACES.

       77  WS-TOTAL-EM-ABERTO          PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-DIAS-PEDIDO-A-FATURAR    PIC 9(003)          VALUE 030.
       77  WS-DATA-CORTE-PEDIDO        PIC 9(008)          VALUE ZEROS.
       77  WS-PEDIDO-COM-TITULO        PIC X(001)          VALUE 'N'.
       77  WS-COD-CLIENTE-APURACAO     PIC 9(007)          VALUE ZEROS.
       77  WS-COD-REDE-APURACAO        PIC 9(005)          VALUE ZEROS.
       77  WS-LIMITE-REDE              PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-REDE-BLOQUEIO            PIC X(001)          VALUE 'N'.
           88 WS-REDE-BLOQUEADA                            VALUE 'S'.

       77  WS-TOLERANCIA-PCT           PIC 9(003)V9(002)   VALUE 005,00.
       77  WS-PRECO-ACHOU              PIC X(001)          VALUE 'N'.
       77  WS-VALOR-TOLERADO           PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-VALOR-DIFERENCA          PIC S9(009)V9(002)  VALUE ZEROS.

       77  WS-ESTOQUE-RESERVADO        PIC X(001)          VALUE 'N'.
       77  WS-PEDIDO-NOVO              PIC X(001)          VALUE 'N'.

       77  WS-VALOR-REGULAR            PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-VALOR-PROMOCAO           PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-COD-PROMOCAO             PIC 9(005)          VALUE ZEROS.
       77  WS-DESCONTO-PROMOCAO        PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-MIX-NO-PEDIDO            PIC X(001)          VALUE 'N'.

       77  WS-CRUDESTQ                 PIC X(008)          VALUE
                                                           'CRUDESTQ'.
       77  WS-CRUDPERI                 PIC X(008)          VALUE
                                                           'CRUDPERI'.
       77  WS-DATA-PERIODO             PIC 9(008)          VALUE ZEROS.

       01  WS-LINK-CRUDESTQ.
           COPY 'BOOKESTQ.CPY'.

       01  WS-LINK-CRUDPERI.
           COPY 'BOOKPERI.CPY'.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPEDI.CPY'.
           PERFORM 1127-ABRIR-ARQ-PRECO
           PERFORM 1128-ABRIR-ARQ-CLIENTE
           PERFORM 1129-ABRIR-ARQ-EXCECAO
           PERFORM 1123-ABRIR-ARQ-TITULOS
           PERFORM 1135-ABRIR-ARQ-PROMOCAO
           PERFORM 1136-ABRIR-ARQ-REDE
           .
       1000-99-FIM.                    EXIT.

           .
       1128-99-FIM.                    EXIT.

       1123-ABRIR-ARQ-TITULOS          SECTION.

           OPEN INPUT ARQ-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPEDI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                                       TO BOOKPEDI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1123-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-PROMOCAO         SECTION.

           OPEN INPUT ARQ-PROMOCAO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPEDI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROMOCOES"
                                       TO BOOKPEDI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1136-ABRIR-ARQ-REDE             SECTION.

           OPEN INPUT ARQ-REDE

           IF WS-FS-ARQ-REDE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPEDI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE REDES"
                                       TO BOOKPEDI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1136-99-FIM.                    EXIT.

       1129-ABRIR-ARQ-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO
             MOVE 2                    TO BOOKPEDI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO CABECALHO DE PEDIDOS"
                                       TO BOOKPEDI-CTRL-MSG
           END-IF

           .
                                       ARQ-PRECO
                                       ARQ-CLIENTE
                                       ARQ-EXCECAO
                                       ARQ-TITULOS
                                       ARQ-PROMOCAO
                                       ARQ-REDE
           .
       1140-99-FIM.                    EXIT.


           EVALUATE BOOKPEDI-REG-SERVICO
             WHEN 'I'
               MOVE BOOKPEDI-REG-DATA-VISITA
                                       TO WS-DATA-PERIODO
               PERFORM 2050-VERIFICAR-PERIODO
               IF BOOKPEDI-CTRL-COD    EQUAL ZEROS
                 PERFORM 2100-INCLUIR
               END-IF
             WHEN 'C'
               PERFORM 2300-CANCELAR
             WHEN 'F'
           .
       2000-99-FIM.                    EXIT.

       2050-VERIFICAR-PERIODO          SECTION.

           IF WS-DATA-PERIODO          EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-PERIODO
           END-IF

           INITIALIZE                  WS-LINK-CRUDPERI

           SET BOOKPERI-VERIFICAR      TO TRUE
           MOVE WS-DATA-PERIODO        TO BOOKPERI-REG-DATA-REFERENCIA
           MOVE BOOKPEDI-REG-OPERADOR  TO BOOKPERI-REG-OPERADOR

           CALL WS-CRUDPERI            USING WS-LINK-CRUDPERI

           IF BOOKPERI-CTRL-COD        NOT EQUAL ZEROS
             MOVE BOOKPERI-CTRL-COD    TO BOOKPEDI-CTRL-COD
             MOVE BOOKPERI-CTRL-MSG    TO BOOKPEDI-CTRL-MSG

             IF BOOKPERI-PERIODO-FECHADO
               PERFORM 1131-REGISTRAR-EXCECAO
             END-IF
           ELSE
             MOVE ZEROS                TO BOOKPEDI-CTRL-COD
           END-IF

           .
       2050-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           IF BOOKPEDI-ORIGEM-PORTAL
             MOVE ZEROS                TO WS-FS-ARQ-VISITA
           ELSE
             MOVE BOOKPEDI-REG-COD-VEND
                                       TO FD-VIS-COD-VENDEDOR
             MOVE BOOKPEDI-REG-COD-CLIENTE
                                       TO FD-VIS-COD-CLIENTE
             MOVE BOOKPEDI-REG-DATA-VISITA
                                       TO FD-VIS-DATA-VISITA

             READ ARQ-VISITA           RECORD INTO FD-VISITA
                                       KEY IS FD-VIS-CHAVE
           END-IF

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPEDI-CTRL-COD
                 PERFORM 2152-VERIFICAR-CREDITO
               END-IF

               MOVE 'N'                TO WS-PEDIDO-NOVO
                                          WS-ESTOQUE-RESERVADO

               IF BOOKPEDI-CTRL-COD    EQUAL ZEROS
               IF BOOKPEDI-REG-NUM-PEDIDO
                                       EQUAL ZEROS
                 MOVE 'S'              TO WS-PEDIDO-NOVO
                 PERFORM 1126-OBTER-NUM-PEDIDO
                 MOVE WS-NUM-PEDIDO-NOVO
                                       TO BOOKPEDI-REG-NUM-PEDIDO
               ELSE
                 PERFORM 2170-LOCALIZAR-PEDIDO
               END-IF
               END-IF

               IF BOOKPEDI-CTRL-COD    EQUAL ZEROS
                 PERFORM 2165-RESERVAR-ESTOQUE
               END-IF

               IF BOOKPEDI-CTRL-COD    EQUAL ZEROS AND
                  WS-PEDIDO-NOVO       EQUAL 'S'
                 PERFORM 2160-ABRIR-NOVO-PEDIDO
               END-IF

               IF BOOKPEDI-CTRL-COD    EQUAL ZEROS
                 PERFORM 2180-GRAVAR-ITEM-PEDIDO
               END-IF

               IF BOOKPEDI-CTRL-COD    NOT EQUAL ZEROS AND
                  WS-ESTOQUE-RESERVADO EQUAL 'S'
                 PERFORM 2166-DESFAZER-RESERVA
               END-IF

               IF BOOKPEDI-CTRL-COD    NOT EQUAL ZEROS AND
                  WS-PEDIDO-NOVO       EQUAL 'S'
                 MOVE ZEROS            TO BOOKPEDI-REG-NUM-PEDIDO
               END-IF
             END-IF
             END-IF
           END-IF
                                       TO BOOKPEDI-CTRL-MSG
               PERFORM 1131-REGISTRAR-EXCECAO
             ELSE
               PERFORM 2164-LER-REDE-CLIENTE
               IF WS-REDE-BLOQUEADA
                 MOVE 1                TO BOOKPEDI-CTRL-COD
                 MOVE "REDE DO CLIENTE COM BLOQUEIO FINANCEIRO"
                                       TO BOOKPEDI-CTRL-MSG
                 PERFORM 1131-REGISTRAR-EXCECAO
               ELSE
                 IF FD-CLI-LIMITE-CREDITO
                                       GREATER ZEROS
                   PERFORM 2153-TOTALIZAR-EM-ABERTO

                   IF WS-TOTAL-EM-ABERTO
                                       GREATER FD-CLI-LIMITE-CREDITO
                     MOVE 1            TO BOOKPEDI-CTRL-COD
                     MOVE "LIMITE DE CREDITO DO CLIENTE EXCEDIDO"
                                       TO BOOKPEDI-CTRL-MSG
                     PERFORM 1131-REGISTRAR-EXCECAO
                   END-IF
                 END-IF

                 IF BOOKPEDI-CTRL-COD  EQUAL ZEROS AND
                    WS-LIMITE-REDE     GREATER ZEROS
                   PERFORM 2162-TOTALIZAR-EXPOSICAO-REDE

                   IF WS-TOTAL-EM-ABERTO
                                       GREATER WS-LIMITE-REDE
                     MOVE 1            TO BOOKPEDI-CTRL-COD
                     MOVE "LIMITE DE CREDITO DA REDE EXCEDIDO"
                                       TO BOOKPEDI-CTRL-MSG
                     PERFORM 1131-REGISTRAR-EXCECAO
                   END-IF
                 END-IF
               END-IF
             END-IF
       2153-TOTALIZAR-EM-ABERTO        SECTION.

           MOVE BOOKPEDI-REG-VALOR     TO WS-TOTAL-EM-ABERTO
           MOVE BOOKPEDI-REG-COD-CLIENTE
                                       TO WS-COD-CLIENTE-APURACAO

           PERFORM 2161-SOMAR-EXPOSICAO-CLIENTE

           .
       2153-99-FIM.                    EXIT.

       2161-SOMAR-EXPOSICAO-CLIENTE    SECTION.

           PERFORM 2167-SOMAR-TITULOS-ABERTOS

           COMPUTE WS-DATA-CORTE-PEDIDO
                                       = FUNCTION DATE-OF-INTEGER
                                       (FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                       (FUNCTION CURRENT-DATE (1:8)))
                                       - WS-DIAS-PEDIDO-A-FATURAR)

           IF WS-FS-ARQ-PEDHDR         EQUAL '35'
             CONTINUE
           ELSE
             MOVE WS-COD-CLIENTE-APURACAO
                                       TO FD-PEH-COD-CLIENTE

             START ARQ-PEDHDR          KEY IS EQUAL
               PERFORM                 UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS OR
                                       FD-PEH-COD-CLIENTE NOT EQUAL
                                       WS-COD-CLIENTE-APURACAO
                 IF NOT FD-PEH-CANCELADO AND
                   (FD-PEH-FATURADO OR
                    FD-PEH-DATA-PEDIDO NOT LESS WS-DATA-CORTE-PEDIDO)
                   PERFORM 2169-VERIFICAR-TITULO-PEDIDO
                   IF WS-PEDIDO-COM-TITULO
                                       EQUAL 'N'
                     ADD FD-PEH-VALOR-TOTAL
                                       TO WS-TOTAL-EM-ABERTO
                   END-IF
                 END-IF
                 PERFORM 2154-LER-PEDHDR-CLIENTE
               END-PERFORM
           END-IF

           .
       2161-99-FIM.                    EXIT.

       2162-TOTALIZAR-EXPOSICAO-REDE   SECTION.

           MOVE BOOKPEDI-REG-VALOR     TO WS-TOTAL-EM-ABERTO
           MOVE FD-CLI-COD-REDE        TO WS-COD-REDE-APURACAO

           START ARQ-CLIENTE           KEY IS EQUAL FD-CLI-COD-REDE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             PERFORM 2163-LER-CLIENTE-REDE
             PERFORM                   UNTIL WS-FS-ARQ-CLIE
                                       NOT EQUAL ZEROS OR
                                       FD-CLI-COD-REDE NOT EQUAL
                                       WS-COD-REDE-APURACAO
               MOVE FD-CLI-COD-CLIENTE TO WS-COD-CLIENTE-APURACAO
               PERFORM 2161-SOMAR-EXPOSICAO-CLIENTE
               PERFORM 2163-LER-CLIENTE-REDE
             END-PERFORM
           END-IF

           MOVE BOOKPEDI-REG-COD-CLIENTE
                                       TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           .
       2162-99-FIM.                    EXIT.

       2163-LER-CLIENTE-REDE           SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           .
       2163-99-FIM.                    EXIT.

       2164-LER-REDE-CLIENTE           SECTION.

           MOVE 'N'                    TO WS-REDE-BLOQUEIO
           MOVE ZEROS                  TO WS-LIMITE-REDE

           IF FD-CLI-COD-REDE          GREATER ZEROS AND
              WS-FS-ARQ-REDE           NOT EQUAL '35'
             MOVE FD-CLI-COD-REDE      TO FD-RED-CODIGO
             READ ARQ-REDE             RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO
             IF WS-FS-ARQ-REDE         EQUAL ZEROS AND
                FD-RED-ATIVA
               MOVE FD-RED-BLOQ-FINANCEIRO
                                       TO WS-REDE-BLOQUEIO
               MOVE FD-RED-LIMITE-CREDITO
                                       TO WS-LIMITE-REDE
             END-IF
           END-IF

           .
       2164-99-FIM.                    EXIT.

       2154-LER-PEDHDR-CLIENTE         SECTION.

           .
       2154-99-FIM.                    EXIT.

       2167-SOMAR-TITULOS-ABERTOS      SECTION.

           MOVE WS-COD-CLIENTE-APURACAO
                                       TO FD-TIT-COD-CLIENTE
           MOVE LOW-VALUES             TO FD-TIT-NUM-TITULO

           START ARQ-TITULOS           KEY IS NOT LESS FD-TIT-CHAVE

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             PERFORM 2168-LER-TITULO-CLIENTE
             PERFORM                   UNTIL WS-FS-ARQ-TITULOS
                                       NOT EQUAL ZEROS OR
                                       FD-TIT-COD-CLIENTE NOT EQUAL
                                       WS-COD-CLIENTE-APURACAO
               IF FD-TIT-VALOR-PAGO    LESS FD-TIT-VALOR
                 COMPUTE WS-TOTAL-EM-ABERTO
                                       = WS-TOTAL-EM-ABERTO
                                       + FD-TIT-VALOR
                                       - FD-TIT-VALOR-PAGO
               END-IF
               PERFORM 2168-LER-TITULO-CLIENTE
             END-PERFORM
           END-IF

           .
       2167-99-FIM.                    EXIT.

       2168-LER-TITULO-CLIENTE         SECTION.

           READ ARQ-TITULOS            NEXT RECORD

           .
       2168-99-FIM.                    EXIT.

       2169-VERIFICAR-TITULO-PEDIDO    SECTION.

           MOVE 'N'                    TO WS-PEDIDO-COM-TITULO
           MOVE FD-PEH-NUM-PEDIDO      TO FD-TIT-NUM-PEDIDO

           READ ARQ-TITULOS            RECORD
                                       KEY IS FD-TIT-NUM-PEDIDO

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR '02'
             MOVE 'S'                  TO WS-PEDIDO-COM-TITULO
           END-IF

           .
       2169-99-FIM.                    EXIT.

       2155-APURAR-PRECO               SECTION.

           MOVE 'N'                    TO WS-PRECO-ACHOU
           MOVE ZEROS                  TO WS-PRECO-VIGENTE
                                       WS-COD-PROMOCAO
                                       WS-DESCONTO-PROMOCAO

           IF WS-FS-ARQ-PRECO          NOT EQUAL '35'
             MOVE BOOKPEDI-REG-COD-PRODUTO
                                       * BOOKPEDI-REG-QUANTIDADE
                                       * (1 - WS-PCT-DESCONTO / 100)

             PERFORM 2190-APURAR-PROMOCAO

             IF BOOKPEDI-REG-VALOR     EQUAL ZEROS
               MOVE WS-VALOR-CALCULADO TO BOOKPEDI-REG-VALOR
             ELSE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS AND
              FD-CLI-REGIAO            GREATER ZEROS
             INITIALIZE                WS-LINK-CRUDPARM

             MOVE 'C'                  TO BOOKPARM-REG-SERVICO
             MOVE 'REGPEDID'           TO BOOKPARM-REG-PROGRAMA
             STRING 'DESC-REGIAO-'     FD-CLI-REGIAO
                    DELIMITED BY SIZE
                                       INTO BOOKPARM-REG-NOME

             CALL WS-CRUDPARM          USING WS-LINK-CRUDPARM

             IF BOOKPARM-CTRL-COD      EQUAL ZEROS
               MOVE BOOKPARM-REG-VALOR-NUM
                                       TO WS-PCT-DESCONTO
             END-IF
           END-IF

           .
       2158-99-FIM.                    EXIT.

       2160-ABRIR-NOVO-PEDIDO          SECTION.

           MOVE WS-NUM-PEDIDO-NOVO     TO FD-PEH-NUM-PEDIDO
           MOVE BOOKPEDI-REG-DATA-VISITA
                                       TO FD-PEH-DATA-PEDIDO
           MOVE ZEROS                  TO FD-PEH-VALOR-TOTAL
                                       FD-PEH-QTD-ITENS
                                       FD-PEH-DATA-CANCEL
                                       FD-PEH-DATA-SEPARACAO
                                       FD-PEH-DATA-CONFIRMACAO
                                       FD-PEH-DATA-ENVIO-FAT
                                       FD-PEH-NUM-NF
                                       FD-PEH-DATA-EMISSAO-NF
                                       FD-PEH-DATA-REJEICAO-FAT
                                       FD-PEH-DATA-ENTREGA
           SET  FD-PEH-CAPTADO         TO TRUE
           MOVE SPACES                 TO FD-PEH-MOTIVO-CANCEL
                                       FD-PEH-OPER-CANCEL
                                       FD-PEH-SERIE-NF
                                       FD-PEH-MOTIVO-REJEICAO
           MOVE BOOKPEDI-REG-OPERADOR  TO FD-PEH-OPERADOR

           PERFORM 1132-GRAVAR-ARQ-PEDHDR

           .
       2160-99-FIM.                    EXIT.

       2165-RESERVAR-ESTOQUE           SECTION.

           MOVE 'N'                    TO WS-ESTOQUE-RESERVADO

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'R'                    TO BOOKESTQ-REG-SERVICO
           MOVE BOOKPEDI-REG-COD-PRODUTO
                                       TO BOOKESTQ-REG-COD-PRODUTO
           MOVE BOOKPEDI-REG-QUANTIDADE
                                       TO BOOKESTQ-REG-QUANTIDADE
           MOVE BOOKPEDI-REG-NUM-PEDIDO
                                       TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "RESERVA NA CAPTACAO DO PEDIDO"
                                       TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKPEDI-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        EQUAL ZEROS
             MOVE 'S'                  TO WS-ESTOQUE-RESERVADO
           ELSE
             MOVE BOOKESTQ-CTRL-MSG    TO BOOKPEDI-CTRL-MSG
             IF BOOKESTQ-CTRL-COD      EQUAL 2
               MOVE 2                  TO BOOKPEDI-CTRL-COD
             ELSE
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               PERFORM 1131-REGISTRAR-EXCECAO
             END-IF
           END-IF

           .
       2165-99-FIM.                    EXIT.

       2166-DESFAZER-RESERVA           SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'L'                    TO BOOKESTQ-REG-SERVICO
           MOVE BOOKPEDI-REG-COD-PRODUTO
                                       TO BOOKESTQ-REG-COD-PRODUTO
           MOVE BOOKPEDI-REG-QUANTIDADE
                                       TO BOOKESTQ-REG-QUANTIDADE
           MOVE BOOKPEDI-REG-NUM-PEDIDO
                                       TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "ITEM NAO REGISTRADO NO PEDIDO"
                                       TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKPEDI-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           MOVE 'N'                    TO WS-ESTOQUE-RESERVADO

           .
       2166-99-FIM.                    EXIT.

       2170-LOCALIZAR-PEDIDO           SECTION.

           MOVE BOOKPEDI-REG-NUM-PEDIDO
               MOVE "PEDIDO CANCELADO NAO ACEITA ITENS"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
             IF FD-PEH-DATA-ENVIO-FAT  GREATER ZEROS
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO JA ENVIADO AO FATURAMENTO"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
             IF FD-PEH-DATA-SEPARACAO  GREATER ZEROS
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO JA SEPARADO NAO ACEITA ITENS"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
             IF FD-PEH-COD-CLIENTE     NOT EQUAL
                                       BOOKPEDI-REG-COD-CLIENTE OR
                FD-PEH-COD-VENDEDOR    NOT EQUAL
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO NAO PERTENCE AO CLIENTE/VENDEDOR"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
               MOVE FD-PEH-DATA-PEDIDO TO WS-DATA-PERIODO
               PERFORM 2050-VERIFICAR-PERIODO
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
                                       TO FD-PED-QUANTIDADE
           MOVE BOOKPEDI-REG-VALOR     TO FD-PED-VALOR
           MOVE BOOKPEDI-REG-OPERADOR  TO FD-PED-OPERADOR
           MOVE WS-COD-PROMOCAO        TO FD-PED-COD-PROMOCAO
                                       BOOKPEDI-REG-COD-PROMOCAO
           MOVE WS-DESCONTO-PROMOCAO   TO FD-PED-DESCONTO-PROMO
                                       BOOKPEDI-REG-DESCONTO-PROMO

           PERFORM 1130-GRAVAR-ARQ-PEDIDO

           .
       2180-99-FIM.                    EXIT.

       2190-APURAR-PROMOCAO            SECTION.

           MOVE WS-VALOR-CALCULADO     TO WS-VALOR-REGULAR

           IF WS-FS-ARQ-PROMOCAO       NOT EQUAL '35'
             MOVE BOOKPEDI-REG-COD-PRODUTO
                                       TO FD-PRM-COD-PRODUTO

             START ARQ-PROMOCAO        KEY IS EQUAL
                                       FD-PRM-COD-PRODUTO

             IF WS-FS-ARQ-PROMOCAO     EQUAL ZEROS
               PERFORM 2191-LER-ARQ-PROMOCAO
               PERFORM 2192-AVALIAR-PROMOCAO
                                       UNTIL WS-FS-ARQ-PROMOCAO
                                       NOT EQUAL ZEROS OR
                                       FD-PRM-COD-PRODUTO NOT EQUAL
                                       BOOKPEDI-REG-COD-PRODUTO
             END-IF
           END-IF

           IF WS-COD-PROMOCAO          GREATER ZEROS
             COMPUTE WS-DESCONTO-PROMOCAO
                                       = WS-VALOR-REGULAR
                                       - WS-VALOR-CALCULADO
           END-IF

           .
       2190-99-FIM.                    EXIT.

       2191-LER-ARQ-PROMOCAO           SECTION.

           READ ARQ-PROMOCAO           NEXT RECORD

           .
       2191-99-FIM.                    EXIT.

       2192-AVALIAR-PROMOCAO           SECTION.

           IF FD-PRM-ATIVA AND
              FD-PRM-DATA-INICIO       NOT GREATER
                                       BOOKPEDI-REG-DATA-VISITA AND
             (FD-PRM-DATA-FIM          EQUAL ZEROS OR
              FD-PRM-DATA-FIM          NOT LESS
                                       BOOKPEDI-REG-DATA-VISITA) AND
             (FD-PRM-REGIAO            EQUAL ZEROS OR
              FD-PRM-REGIAO            EQUAL FD-CLI-REGIAO) AND
             (FD-PRM-FILIAL            EQUAL ZEROS OR
              FD-PRM-FILIAL            EQUAL FD-CLI-FILIAL) AND
              BOOKPEDI-REG-QUANTIDADE  NOT LESS FD-PRM-QTD-MINIMA

             MOVE 'S'                  TO WS-MIX-NO-PEDIDO
             IF FD-PRM-MIX
               PERFORM 2193-VERIFICAR-MIX-PEDIDO
             END-IF

             IF WS-MIX-NO-PEDIDO       EQUAL 'S'
               IF FD-PRM-PRECO-FIXO    GREATER ZEROS
                 COMPUTE WS-VALOR-PROMOCAO
                                       = FD-PRM-PRECO-FIXO
                                       * BOOKPEDI-REG-QUANTIDADE
               ELSE
                 COMPUTE WS-VALOR-PROMOCAO
                                       = WS-PRECO-VIGENTE
                                       * BOOKPEDI-REG-QUANTIDADE
                                       * (1 - FD-PRM-PCT-DESCONTO / 100)
               END-IF

               IF WS-VALOR-PROMOCAO    LESS WS-VALOR-CALCULADO
                 MOVE WS-VALOR-PROMOCAO
                                       TO WS-VALOR-CALCULADO
                 MOVE FD-PRM-CODIGO    TO WS-COD-PROMOCAO
               END-IF
             END-IF
           END-IF

           PERFORM 2191-LER-ARQ-PROMOCAO

           .
       2192-99-FIM.                    EXIT.

       2193-VERIFICAR-MIX-PEDIDO       SECTION.

           MOVE 'N'                    TO WS-MIX-NO-PEDIDO

           IF BOOKPEDI-REG-NUM-PEDIDO  GREATER ZEROS AND
              WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             MOVE BOOKPEDI-REG-NUM-PEDIDO
                                       TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM

             START ARQ-PEDIDO          KEY IS NOT LESS FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 2194-LER-ITEM-MIX
               PERFORM                 UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       BOOKPEDI-REG-NUM-PEDIDO OR
                                       WS-MIX-NO-PEDIDO EQUAL 'S'
                 IF FD-PED-COD-PRODUTO EQUAL FD-PRM-PRODUTO-MIX
                   MOVE 'S'            TO WS-MIX-NO-PEDIDO
                 END-IF
                 PERFORM 2194-LER-ITEM-MIX
               END-PERFORM
             END-IF
           END-IF

           .
       2193-99-FIM.                    EXIT.

       2194-LER-ITEM-MIX               SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       2194-99-FIM.                    EXIT.

       2150-VALIDAR-PRODUTO            SECTION.

           MOVE BOOKPEDI-REG-COD-PRODUTO
               MOVE "PEDIDO JA CANCELADO"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
             IF FD-PEH-FATURADO OR
               (FD-PEH-DATA-ENVIO-FAT  GREATER ZEROS AND
                FD-PEH-DATA-REJEICAO-FAT
                                       EQUAL ZEROS)
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO EM FATURAMENTO NAO PODE CANCELAR"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
               MOVE FD-PEH-DATA-PEDIDO TO WS-DATA-PERIODO
               PERFORM 2050-VERIFICAR-PERIODO

               IF BOOKPEDI-CTRL-COD    NOT EQUAL ZEROS
                 CONTINUE
               ELSE
               IF BOOKPEDI-REG-MOTIVO-CANCEL
                                       EQUAL SPACES
                 MOVE 1                TO BOOKPEDI-CTRL-COD

                 PERFORM 1134-REGRAVAR-ARQ-PEDHDR

                 PERFORM 2310-LIBERAR-ESTOQUE-PEDIDO

                 MOVE ZEROS            TO BOOKPEDI-CTRL-COD
                 MOVE "PEDIDO CANCELADO COM SUCESSO"
                                       TO BOOKPEDI-CTRL-MSG
               END-IF
               END-IF
             END-IF
             END-IF
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2310-LIBERAR-ESTOQUE-PEDIDO     SECTION.

           MOVE FD-PEH-NUM-PEDIDO      TO FD-PED-NUM-PEDIDO
           MOVE ZEROS                  TO FD-PED-SEQ-ITEM

           START ARQ-PEDIDO            KEY IS NOT LESS FD-PED-CHAVE

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS
             PERFORM 2311-LER-ITEM-PEDIDO
             PERFORM 2312-LIBERAR-ITEM UNTIL WS-FS-ARQ-PEDIDO
                                       NOT EQUAL ZEROS OR
                                       FD-PED-NUM-PEDIDO NOT EQUAL
                                       FD-PEH-NUM-PEDIDO
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2311-LER-ITEM-PEDIDO            SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           .
       2311-99-FIM.                    EXIT.

       2312-LIBERAR-ITEM               SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'L'                    TO BOOKESTQ-REG-SERVICO
           MOVE FD-PED-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE FD-PED-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE FD-PED-NUM-PEDIDO      TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "CANCELAMENTO DO PEDIDO"
                                       TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKPEDI-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           IF FD-PEH-DATA-SEPARACAO    GREATER ZEROS
             MOVE 'S'                  TO BOOKESTQ-REG-JA-SEPARADO
           END-IF

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           PERFORM 2311-LER-ITEM-PEDIDO

           .
       2312-99-FIM.                    EXIT.

       2400-CONFIRMAR                  SECTION.

           MOVE BOOKPEDI-REG-NUM-PEDIDO
             MOVE "PEDIDO NAO ENCONTRADO"
                                       TO BOOKPEDI-CTRL-MSG
           ELSE
             IF FD-PEH-CONFIRMADO AND
                FD-PEH-DATA-REJEICAO-FAT
                                       GREATER ZEROS
               MOVE ZEROS              TO FD-PEH-DATA-ENVIO-FAT
                                       FD-PEH-DATA-REJEICAO-FAT
               MOVE SPACES             TO FD-PEH-MOTIVO-REJEICAO

               PERFORM 1134-REGRAVAR-ARQ-PEDHDR

               MOVE ZEROS              TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO REENVIADO PARA FATURAMENTO"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
             IF NOT FD-PEH-CAPTADO
               MOVE 1                  TO BOOKPEDI-CTRL-COD
               MOVE "PEDIDO NAO ESTA CAPTADO"
                                       TO BOOKPEDI-CTRL-MSG
             ELSE
               SET FD-PEH-CONFIRMADO   TO TRUE
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-PEH-DATA-CONFIRMACAO

               PERFORM 1134-REGRAVAR-ARQ-PEDHDR

               MOVE "PEDIDO CONFIRMADO COM SUCESSO"
                                       TO BOOKPEDI-CTRL-MSG
             END-IF
             END-IF
           END-IF
           .
       2400-99-FIM.                    EXIT.
