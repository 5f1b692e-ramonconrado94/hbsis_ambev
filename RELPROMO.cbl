
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELPROMO.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PROMOCAO
                                       ASSIGN TO DISK "PROMOCAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRM-CODIGO
                  ALTERNATE RECORD KEY IS FD-PRM-COD-PRODUTO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PROMOCAO.

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

           SELECT ARQ-RELAT-PROMOCAO   ASSIGN TO "RELPROMO.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-RELAT-PROMOCAO
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-PROMOCAO.
           05 FD-REL-LINHA             PIC X(160).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PROMOCAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-TAB-MAXIMO               PIC 9(005)          VALUE 02000.
       77  WS-QTD-PROMOCOES            PIC 9(005)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(005)          VALUE ZEROS.
       77  WS-ACHOU                    PIC X(001)          VALUE 'N'.

       77  WS-PEDIDO-ATUAL             PIC 9(007)          VALUE ZEROS.
       77  WS-PEDIDO-VALIDO            PIC X(001)          VALUE 'N'.
       77  WS-DATA-INICIO-MES          PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-FIM-MES             PIC 9(008)          VALUE ZEROS.

       01  WS-TAB-PROMOCAO.
           05 WS-TPR-PROMOCAO          OCCURS 2000 TIMES.
               10 WS-TPR-CODIGO        PIC 9(005).
               10 WS-TPR-DESCRICAO     PIC X(040).
               10 WS-TPR-TIPO          PIC X(001).
               10 WS-TPR-COD-PRODUTO   PIC 9(005).
               10 WS-TPR-VIGENTE       PIC X(001).
               10 WS-TPR-QTD-PEDIDOS   PIC 9(007).
               10 WS-TPR-QTD-UNIDADES  PIC 9(009).
               10 WS-TPR-VALOR-VENDIDO PIC 9(011)V9(002).
               10 WS-TPR-VALOR-DESCONTO
                                       PIC 9(011)V9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELPROMO'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-PROMOCAO      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-TIPO-PROMOCAO     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-UNIDADES      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-VENDIDO     PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-DESCONTO    PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PROMOCOES     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ITENS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-UNIDADES      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-VENDIDO     PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-DESCONTO    PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRPRM.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRPRM-REG-ANO-MES     EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO BOOKRPRM-REG-ANO-MES
           END-IF

           COMPUTE WS-DATA-INICIO-MES  = BOOKRPRM-REG-ANO-MES * 100
                                       + 1
           COMPUTE WS-DATA-FIM-MES     = BOOKRPRM-REG-ANO-MES * 100
                                       + 31

           MOVE ZEROS                  TO BOOKRPRM-REG-QTD-PROMOCOES
                                       BOOKRPRM-REG-QTD-ITENS
                                       BOOKRPRM-REG-VALOR-DESCONTO

           INITIALIZE                  WS-TAB-PROMOCAO

           PERFORM 1110-ABRIR-ARQ-PROMOCAO
           PERFORM 1120-ABRIR-ARQ-PEDIDO
           PERFORM 1125-ABRIR-ARQ-PEDHDR
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PROMOCAO         SECTION.

           OPEN INPUT ARQ-PROMOCAO

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROMOCOES"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-PROMOCAO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE PROMOCOES"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-PROMOCAO           SECTION.

           READ ARQ-PROMOCAO           NEXT RECORD

           IF WS-FS-ARQ-PROMOCAO       EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PROMOCOES"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-PROMOCAO     FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPRM-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE PROMOCOES"
                                       TO BOOKRPRM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRPRM-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-PROMOCAO       NOT EQUAL '35'
             PERFORM 1140-LER-ARQ-PROMOCAO
             PERFORM 2100-CARREGAR-PROMOCAO
                                       UNTIL WS-FS-ARQ-PROMOCAO
                                       EQUAL '10'
           END-IF

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PEDIDO
             PERFORM 2200-ACUMULAR-ITEM
                                       UNTIL WS-FS-ARQ-PEDIDO
                                       EQUAL '10'
           END-IF

           MOVE 1                      TO WS-IDX
           PERFORM 2300-GRAVAR-PROMOCAO
                                       UNTIL WS-IDX
                                       GREATER WS-QTD-PROMOCOES

           MOVE BOOKRPRM-REG-QTD-PROMOCOES
                                       TO WS-TRL-QTD-PROMOCOES
           MOVE BOOKRPRM-REG-QTD-ITENS TO WS-TRL-QTD-ITENS
           MOVE BOOKRPRM-REG-VALOR-DESCONTO
                                       TO WS-TRL-VALOR-DESCONTO
           MOVE BOOKRPRM-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF BOOKRPRM-REG-QTD-PROMOCOES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKRPRM-CTRL-COD
             MOVE "NENHUMA PROMOCAO NA COMPETENCIA"
                                       TO BOOKRPRM-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRPRM-CTRL-COD
             MOVE "RELATORIO DE PROMOCOES GERADO"
                                       TO BOOKRPRM-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-CARREGAR-PROMOCAO          SECTION.

           IF WS-QTD-PROMOCOES         LESS WS-TAB-MAXIMO
             ADD 1                     TO WS-QTD-PROMOCOES
             MOVE FD-PRM-CODIGO        TO WS-TPR-CODIGO
                                       (WS-QTD-PROMOCOES)
             MOVE FD-PRM-DESCRICAO     TO WS-TPR-DESCRICAO
                                       (WS-QTD-PROMOCOES)
             MOVE FD-PRM-TIPO          TO WS-TPR-TIPO
                                       (WS-QTD-PROMOCOES)
             MOVE FD-PRM-COD-PRODUTO   TO WS-TPR-COD-PRODUTO
                                       (WS-QTD-PROMOCOES)

             IF FD-PRM-DATA-INICIO     NOT GREATER WS-DATA-FIM-MES AND
               (FD-PRM-DATA-FIM        EQUAL ZEROS OR
                FD-PRM-DATA-FIM        NOT LESS WS-DATA-INICIO-MES)
               MOVE 'S'                TO WS-TPR-VIGENTE
                                       (WS-QTD-PROMOCOES)
             ELSE
               MOVE 'N'                TO WS-TPR-VIGENTE
                                       (WS-QTD-PROMOCOES)
             END-IF
           END-IF

           PERFORM 1140-LER-ARQ-PROMOCAO

           .
       2100-99-FIM.                    EXIT.

       2200-ACUMULAR-ITEM              SECTION.

           IF FD-PED-COD-PROMOCAO      GREATER ZEROS AND
              FD-PED-DATA-VISITA (1:6) EQUAL BOOKRPRM-REG-ANO-MES
             PERFORM 2210-VERIFICAR-PEDIDO

             IF WS-PEDIDO-VALIDO       EQUAL 'S'
               PERFORM 2220-LOCALIZAR-PROMOCAO

               IF WS-ACHOU             EQUAL 'S'
                 ADD 1                 TO WS-TPR-QTD-PEDIDOS (WS-IDX)
                 ADD FD-PED-QUANTIDADE TO WS-TPR-QTD-UNIDADES (WS-IDX)
                 ADD FD-PED-VALOR      TO WS-TPR-VALOR-VENDIDO
                                       (WS-IDX)
                 ADD FD-PED-DESCONTO-PROMO
                                       TO WS-TPR-VALOR-DESCONTO
                                       (WS-IDX)
               END-IF
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-PEDIDO

           .
       2200-99-FIM.                    EXIT.

       2210-VERIFICAR-PEDIDO           SECTION.

           IF FD-PED-NUM-PEDIDO        NOT EQUAL WS-PEDIDO-ATUAL
             MOVE FD-PED-NUM-PEDIDO    TO WS-PEDIDO-ATUAL
                                       FD-PEH-NUM-PEDIDO
             MOVE 'N'                  TO WS-PEDIDO-VALIDO

             IF WS-FS-ARQ-PEDHDR       NOT EQUAL '35'
               READ ARQ-PEDHDR         RECORD INTO FD-PEDHDR
                                       KEY IS FD-PEH-NUM-PEDIDO

               IF WS-FS-ARQ-PEDHDR     EQUAL ZEROS AND
                  NOT FD-PEH-CANCELADO
                 MOVE 'S'              TO WS-PEDIDO-VALIDO
               END-IF
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-LOCALIZAR-PROMOCAO         SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX
                                       GREATER WS-QTD-PROMOCOES OR
                                       WS-ACHOU EQUAL 'S'
             IF WS-TPR-CODIGO (WS-IDX) EQUAL FD-PED-COD-PROMOCAO
               MOVE 'S'                TO WS-ACHOU
             ELSE
               ADD 1                   TO WS-IDX
             END-IF
           END-PERFORM

           .
       2220-99-FIM.                    EXIT.

       2300-GRAVAR-PROMOCAO            SECTION.

           IF WS-TPR-VIGENTE (WS-IDX)  EQUAL 'S' OR
              WS-TPR-QTD-PEDIDOS (WS-IDX)
                                       GREATER ZEROS
             MOVE WS-TPR-CODIGO (WS-IDX)
                                       TO WS-DET-COD-PROMOCAO
             MOVE WS-TPR-DESCRICAO (WS-IDX)
                                       TO WS-DET-DESCRICAO
             MOVE WS-TPR-TIPO (WS-IDX) TO WS-DET-TIPO-PROMOCAO
             MOVE WS-TPR-COD-PRODUTO (WS-IDX)
                                       TO WS-DET-COD-PRODUTO
             MOVE WS-TPR-QTD-PEDIDOS (WS-IDX)
                                       TO WS-DET-QTD-PEDIDOS
             MOVE WS-TPR-QTD-UNIDADES (WS-IDX)
                                       TO WS-DET-QTD-UNIDADES
             MOVE WS-TPR-VALOR-VENDIDO (WS-IDX)
                                       TO WS-DET-VALOR-VENDIDO
             MOVE WS-TPR-VALOR-DESCONTO (WS-IDX)
                                       TO WS-DET-VALOR-DESCONTO
             MOVE WS-RELAT-DET         TO FD-REL-LINHA
             PERFORM 1160-GRAVAR-ARQ-RELAT

             ADD 1                     TO BOOKRPRM-REG-QTD-PROMOCOES
             ADD WS-TPR-QTD-PEDIDOS (WS-IDX)
                                       TO BOOKRPRM-REG-QTD-ITENS
             ADD WS-TPR-QTD-UNIDADES (WS-IDX)
                                       TO WS-TRL-QTD-UNIDADES
             ADD WS-TPR-VALOR-VENDIDO (WS-IDX)
                                       TO WS-TRL-VALOR-VENDIDO
             ADD WS-TPR-VALOR-DESCONTO (WS-IDX)
                                       TO BOOKRPRM-REG-VALOR-DESCONTO
           END-IF

           ADD 1                       TO WS-IDX

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PROMOCAO
                                       ARQ-PEDIDO
                                       ARQ-PEDHDR
                                       ARQ-RELAT-PROMOCAO

           IF BOOKRPRM-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELPROMO.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELPROMO"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRPRM-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRPRM-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
