       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELESTOQ.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-ESTOQUE          ASSIGN TO DISK "ESTOQUE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-EST-COD-PRODUTO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ESTOQUE.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT ARQ-MOVTO-ESTOQUE    ASSIGN TO DISK "ESTMOVTO.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-MOVTO.

           SELECT ARQ-RELAT-ESTOQUE    ASSIGN TO DISK "RELESTOQ.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-ESTOQUE
           LABEL RECORD                IS STANDARD.
       01  FD-ESTOQUE.
           05 FD-EST-COD-PRODUTO       PIC 9(005).
           05 FD-EST-QTD-DISPONIVEL    PIC 9(009).
           05 FD-EST-QTD-RESERVADA     PIC 9(009).
           05 FD-EST-QTD-SEPARADA      PIC 9(009).
           05 FD-EST-DATA-ULT-MOVTO    PIC 9(008).
           05 FD-EST-OPERADOR          PIC X(010).

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

       FD  ARQ-MOVTO-ESTOQUE
           LABEL RECORD                IS STANDARD.
       01  FD-MOVTO-ESTOQUE.
           05 FD-MOV-TIPO              PIC X(001).
               88 FD-MOV-ENTRADA                           VALUE 'E'.
               88 FD-MOV-AJUSTE                            VALUE 'A'.
               88 FD-MOV-RESERVA                           VALUE 'R'.
               88 FD-MOV-LIBERACAO                         VALUE 'L'.
               88 FD-MOV-SEPARACAO                         VALUE 'S'.
               88 FD-MOV-BAIXA                             VALUE 'B'.
           05 FILLER                   PIC X(001).
           05 FD-MOV-DATA-HORA.
               10 FD-MOV-DATA          PIC 9(008).
               10 FD-MOV-HORA          PIC 9(006).
           05 FILLER                   PIC X(001).
           05 FD-MOV-COD-PRODUTO       PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-MOV-SINAL             PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-MOV-QUANTIDADE        PIC 9(009).
           05 FILLER                   PIC X(001).
           05 FD-MOV-NUM-PEDIDO        PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-MOV-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-MOV-OPERADOR          PIC X(010).

       FD  ARQ-RELAT-ESTOQUE
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-ESTOQUE.
           05 FD-REL-LINHA             PIC X(120).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-ESTOQUE           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-MOVTO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-PROD-MAXIMO              PIC 9(005)          VALUE 05000.
       77  WS-QTD-PRODUTOS             PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-PROD                 PIC 9(005)          VALUE ZEROS.
       77  WS-PROD-ACHOU               PIC X(001)          VALUE 'N'.

       77  WS-TOT-DISPONIVEL           PIC 9(011)          VALUE ZEROS.
       77  WS-TOT-RESERVADA            PIC 9(011)          VALUE ZEROS.
       77  WS-TOT-SEPARADA             PIC 9(011)          VALUE ZEROS.

       01  WS-TAB-MOVTO-PRODUTO.
           05 WS-MVP-PRODUTO           OCCURS 5000 TIMES.
               10 WS-MVP-CODIGO        PIC 9(005).
               10 WS-MVP-ENTRADAS      PIC 9(009).
               10 WS-MVP-AJUSTE-MAIS   PIC 9(009).
               10 WS-MVP-AJUSTE-MENOS  PIC 9(009).
               10 WS-MVP-RESERVAS      PIC 9(009).
               10 WS-MVP-LIBERACOES    PIC 9(009).
               10 WS-MVP-SEPARACOES    PIC 9(009).
               10 WS-MVP-BAIXAS        PIC 9(009).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELESTOQ'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-MOVTO        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-POSICAO.
           05 WS-POS-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-UNIDADE           PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-DISPONIVEL        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-RESERVADA         PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-SEPARADA          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-POS-SITUACAO          PIC X(001)          VALUE SPACES.

       01  WS-RELAT-MOVIMENTO.
           05 WS-MOV-TIPO              PIC X(001)          VALUE 'M'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-ENTRADAS          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-AJUSTE-MAIS       PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-AJUSTE-MENOS      PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-RESERVAS          PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-LIBERACOES        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-SEPARACOES        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MOV-BAIXAS            PIC 9(009)          VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PRODUTOS      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SEM-SALDO     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-TOT-DISPONIVEL    PIC 9(011)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-TOT-RESERVADA     PIC 9(011)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-TOT-SEPARADA      PIC 9(011)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-MOVIMENTOS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKESTR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKESTR-REG-DATA-MOVTO  EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKESTR-REG-DATA-MOVTO
           END-IF

           MOVE ZEROS                  TO BOOKESTR-REG-QTD-PRODUTOS
                                       BOOKESTR-REG-QTD-SEM-SALDO
                                       BOOKESTR-REG-QTD-MOVIMENTOS

           PERFORM 1110-ABRIR-ARQ-ESTOQUE
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           PERFORM 1130-ABRIR-ARQ-MOVTO
           PERFORM 1140-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-ESTOQUE          SECTION.

           OPEN INPUT ARQ-ESTOQUE

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 1                    TO BOOKESTR-CTRL-COD
             MOVE "ARQUIVO DE ESTOQUE NAO ENCONTRADO"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-MOVTO            SECTION.

           OPEN INPUT ARQ-MOVTO-ESTOQUE

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO MOVIMENTO DE ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-ESTOQUE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-ESTOQUE            SECTION.

           READ ARQ-ESTOQUE            NEXT RECORD

           IF WS-FS-ARQ-ESTOQUE        EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-MOVTO              SECTION.

           READ ARQ-MOVTO-ESTOQUE

           IF WS-FS-ARQ-MOVTO          EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA LEITURA DO MOVIMENTO DE ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-ESTOQUE      FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKESTR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-ESTOQUE
                                       ARQ-PRODUTO
                                       ARQ-MOVTO-ESTOQUE
                                       ARQ-RELAT-ESTOQUE
           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-FS-ARQ-MOVTO          NOT EQUAL '35'
             PERFORM 1155-LER-ARQ-MOVTO
             PERFORM 2100-ACUMULAR-MOVIMENTO
                                       UNTIL WS-FS-ARQ-MOVTO
                                       EQUAL '10'
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE BOOKESTR-REG-DATA-MOVTO
                                       TO WS-CAB-DATA-MOVTO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           PERFORM 1150-LER-ARQ-ESTOQUE
           PERFORM 2200-GRAVAR-POSICAO UNTIL WS-FS-ARQ-ESTOQUE
                                       EQUAL '10'

           MOVE BOOKESTR-REG-QTD-PRODUTOS
                                       TO WS-TRL-QTD-PRODUTOS
           MOVE BOOKESTR-REG-QTD-SEM-SALDO
                                       TO WS-TRL-QTD-SEM-SALDO
           MOVE WS-TOT-DISPONIVEL      TO WS-TRL-TOT-DISPONIVEL
           MOVE WS-TOT-RESERVADA       TO WS-TRL-TOT-RESERVADA
           MOVE WS-TOT-SEPARADA        TO WS-TRL-TOT-SEPARADA
           MOVE BOOKESTR-REG-QTD-MOVIMENTOS
                                       TO WS-TRL-QTD-MOVIMENTOS
           MOVE BOOKESTR-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF BOOKESTR-REG-QTD-PRODUTOS
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKESTR-CTRL-COD
             MOVE "NENHUM PRODUTO COM SALDO EM ESTOQUE"
                                       TO BOOKESTR-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKESTR-CTRL-COD
             MOVE "POSICAO DE ESTOQUE GERADA COM SUCESSO"
                                       TO BOOKESTR-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-ACUMULAR-MOVIMENTO         SECTION.

           IF FD-MOV-DATA              EQUAL BOOKESTR-REG-DATA-MOVTO
             ADD 1                     TO BOOKESTR-REG-QTD-MOVIMENTOS

             PERFORM 2110-LOCALIZAR-PRODUTO

             IF WS-PROD-ACHOU          EQUAL 'S'
               EVALUATE TRUE
                 WHEN FD-MOV-ENTRADA
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-ENTRADAS (WS-IDX-PROD)
                 WHEN FD-MOV-AJUSTE AND FD-MOV-SINAL EQUAL '-'
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-AJUSTE-MENOS
                                       (WS-IDX-PROD)
                 WHEN FD-MOV-AJUSTE
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-AJUSTE-MAIS
                                       (WS-IDX-PROD)
                 WHEN FD-MOV-RESERVA
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-RESERVAS (WS-IDX-PROD)
                 WHEN FD-MOV-LIBERACAO
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-LIBERACOES
                                       (WS-IDX-PROD)
                 WHEN FD-MOV-SEPARACAO
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-SEPARACOES
                                       (WS-IDX-PROD)
                 WHEN FD-MOV-BAIXA
                   ADD FD-MOV-QUANTIDADE
                                       TO WS-MVP-BAIXAS (WS-IDX-PROD)
               END-EVALUATE
             END-IF
           END-IF

           PERFORM 1155-LER-ARQ-MOVTO

           .
       2100-99-FIM.                    EXIT.

       2110-LOCALIZAR-PRODUTO          SECTION.

           MOVE 'N'                    TO WS-PROD-ACHOU
           MOVE 1                      TO WS-IDX-PROD

           PERFORM                     UNTIL WS-IDX-PROD
                                       GREATER WS-QTD-PRODUTOS OR
                                       WS-PROD-ACHOU EQUAL 'S'
             IF WS-MVP-CODIGO (WS-IDX-PROD)
                                       EQUAL FD-MOV-COD-PRODUTO
               MOVE 'S'                TO WS-PROD-ACHOU
             ELSE
               ADD 1                   TO WS-IDX-PROD
             END-IF
           END-PERFORM

           IF WS-PROD-ACHOU            EQUAL 'N' AND
              WS-QTD-PRODUTOS          LESS WS-PROD-MAXIMO
             ADD 1                     TO WS-QTD-PRODUTOS
             MOVE WS-QTD-PRODUTOS      TO WS-IDX-PROD
             MOVE FD-MOV-COD-PRODUTO   TO WS-MVP-CODIGO (WS-IDX-PROD)
             MOVE ZEROS                TO WS-MVP-ENTRADAS (WS-IDX-PROD)
                                       WS-MVP-AJUSTE-MAIS (WS-IDX-PROD)
                                       WS-MVP-AJUSTE-MENOS
                                       (WS-IDX-PROD)
                                       WS-MVP-RESERVAS (WS-IDX-PROD)
                                       WS-MVP-LIBERACOES (WS-IDX-PROD)
                                       WS-MVP-SEPARACOES (WS-IDX-PROD)
                                       WS-MVP-BAIXAS (WS-IDX-PROD)
             MOVE 'S'                  TO WS-PROD-ACHOU
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2200-GRAVAR-POSICAO             SECTION.

           ADD 1                       TO BOOKESTR-REG-QTD-PRODUTOS

           MOVE FD-EST-COD-PRODUTO     TO WS-POS-COD-PRODUTO
                                       FD-PROD-CODIGO
           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             MOVE FD-PROD-DESCRICAO    TO WS-POS-DESCRICAO
             MOVE FD-PROD-UNIDADE      TO WS-POS-UNIDADE
           ELSE
             MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-POS-DESCRICAO
             MOVE SPACES               TO WS-POS-UNIDADE
           END-IF

           MOVE FD-EST-QTD-DISPONIVEL  TO WS-POS-DISPONIVEL
           MOVE FD-EST-QTD-RESERVADA   TO WS-POS-RESERVADA
           MOVE FD-EST-QTD-SEPARADA    TO WS-POS-SEPARADA

           IF FD-EST-QTD-DISPONIVEL    EQUAL ZEROS
             MOVE 'Z'                  TO WS-POS-SITUACAO
             ADD 1                     TO BOOKESTR-REG-QTD-SEM-SALDO
           ELSE
             MOVE SPACES               TO WS-POS-SITUACAO
           END-IF

           ADD FD-EST-QTD-DISPONIVEL   TO WS-TOT-DISPONIVEL
           ADD FD-EST-QTD-RESERVADA    TO WS-TOT-RESERVADA
           ADD FD-EST-QTD-SEPARADA     TO WS-TOT-SEPARADA

           MOVE WS-RELAT-POSICAO       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           PERFORM 2210-GRAVAR-MOVIMENTO-DIA

           PERFORM 1150-LER-ARQ-ESTOQUE

           .
       2200-99-FIM.                    EXIT.

       2210-GRAVAR-MOVIMENTO-DIA       SECTION.

           MOVE 'N'                    TO WS-PROD-ACHOU
           MOVE 1                      TO WS-IDX-PROD

           PERFORM                     UNTIL WS-IDX-PROD
                                       GREATER WS-QTD-PRODUTOS OR
                                       WS-PROD-ACHOU EQUAL 'S'
             IF WS-MVP-CODIGO (WS-IDX-PROD)
                                       EQUAL FD-EST-COD-PRODUTO
               MOVE 'S'                TO WS-PROD-ACHOU
             ELSE
               ADD 1                   TO WS-IDX-PROD
             END-IF
           END-PERFORM

           IF WS-PROD-ACHOU            EQUAL 'S'
             MOVE FD-EST-COD-PRODUTO   TO WS-MOV-COD-PRODUTO
             MOVE WS-MVP-ENTRADAS (WS-IDX-PROD)
                                       TO WS-MOV-ENTRADAS
             MOVE WS-MVP-AJUSTE-MAIS (WS-IDX-PROD)
                                       TO WS-MOV-AJUSTE-MAIS
             MOVE WS-MVP-AJUSTE-MENOS (WS-IDX-PROD)
                                       TO WS-MOV-AJUSTE-MENOS
             MOVE WS-MVP-RESERVAS (WS-IDX-PROD)
                                       TO WS-MOV-RESERVAS
             MOVE WS-MVP-LIBERACOES (WS-IDX-PROD)
                                       TO WS-MOV-LIBERACOES
             MOVE WS-MVP-SEPARACOES (WS-IDX-PROD)
                                       TO WS-MOV-SEPARACOES
             MOVE WS-MVP-BAIXAS (WS-IDX-PROD)
                                       TO WS-MOV-BAIXAS
             MOVE WS-RELAT-MOVIMENTO   TO FD-REL-LINHA
             PERFORM 1160-GRAVAR-ARQ-RELAT
           END-IF

           .
       2210-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKESTR-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELESTOQ.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELESTOQ"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKESTR-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKESTR-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
