       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. REAJPREC.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PRECO   ASSIGN TO DISK "PRECO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRE-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRECO.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

           SELECT OPTIONAL ARQ-REAJUSTE
                                       ASSIGN TO DISK "REAJUSTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-REJ-NUM-LOTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REAJUSTE.

           SELECT OPTIONAL ARQ-REAJ-ITEM
                                       ASSIGN TO DISK "REAJITEM.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RJI-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REAJ-ITEM.

           SELECT ARQ-NUMERADOR        ASSIGN TO DISK "REAJNUM.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-NUMERADOR.

           SELECT ARQ-RELAT-REAJUSTE   ASSIGN TO "REAJPREC.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PRECO
           LABEL RECORD                IS STANDARD.
       01  FD-PRECO.
           05 FD-PRE-CHAVE.
               10 FD-PRE-COD-PRODUTO   PIC 9(005).
               10 FD-PRE-DATA-INICIO   PIC 9(008).
           05 FD-PRE-DATA-FIM          PIC 9(008).
           05 FD-PRE-VALOR-UNITARIO    PIC 9(009)V9(002).
           05 FD-PRE-OPERADOR          PIC X(010).

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

       FD  ARQ-REAJUSTE
           LABEL RECORD                IS STANDARD.
       01  FD-REAJUSTE.
           05 FD-REJ-NUM-LOTE          PIC 9(005).
           05 FD-REJ-TIPO              PIC X(001).
           05 FD-REJ-PCT-REAJUSTE      PIC 9(003)V9(002).
           05 FD-REJ-VALOR-REAJUSTE    PIC 9(007)V9(002).
           05 FD-REJ-DATA-VIGENCIA     PIC 9(008).
           05 FD-REJ-ESCOPO            PIC X(001).
           05 FD-REJ-COD-CATEGORIA     PIC 9(003).
           05 FD-REJ-LISTA-PRODUTOS    PIC X(050).
           05 FD-REJ-ARREDONDAMENTO    PIC 9(001)V9(002).
           05 FD-REJ-SITUACAO          PIC X(001).
               88 FD-REJ-PENDENTE                          VALUE 'P'.
               88 FD-REJ-APLICADO                          VALUE 'A'.
               88 FD-REJ-DESFEITO                          VALUE 'D'.
               88 FD-REJ-CANCELADO                         VALUE 'C'.
           05 FD-REJ-QTD-PRODUTOS      PIC 9(005).
           05 FD-REJ-QTD-IGNORADOS     PIC 9(005).
           05 FD-REJ-OPER-SIMULACAO    PIC X(010).
           05 FD-REJ-DH-SIMULACAO      PIC 9(014).
           05 FD-REJ-OPER-APROVACAO    PIC X(010).
           05 FD-REJ-DH-APROVACAO      PIC 9(014).
           05 FD-REJ-OPER-DESFAZER     PIC X(010).
           05 FD-REJ-DH-DESFAZER       PIC 9(014).

       FD  ARQ-REAJ-ITEM
           LABEL RECORD                IS STANDARD.
       01  FD-REAJ-ITEM.
           05 FD-RJI-CHAVE.
               10 FD-RJI-NUM-LOTE      PIC 9(005).
               10 FD-RJI-COD-PRODUTO   PIC 9(005).
           05 FD-RJI-DATA-INICIO-ANT   PIC 9(008).
           05 FD-RJI-DATA-FIM-ANT      PIC 9(008).
           05 FD-RJI-VALOR-ANTERIOR    PIC 9(009)V9(002).
           05 FD-RJI-VALOR-CALCULADO   PIC 9(009)V9(004).
           05 FD-RJI-VALOR-NOVO        PIC 9(009)V9(002).
           05 FD-RJI-SITUACAO          PIC X(001).
               88 FD-RJI-PREVISTO                          VALUE 'P'.
               88 FD-RJI-SEM-PRECO                         VALUE 'S'.
               88 FD-RJI-PERIODO-FUTURO                    VALUE 'J'.
               88 FD-RJI-APLICADO                          VALUE 'A'.
               88 FD-RJI-REJEITADO                         VALUE 'R'.
               88 FD-RJI-DESFEITO                          VALUE 'D'.
               88 FD-RJI-MANTIDO                           VALUE 'M'.

       FD  ARQ-NUMERADOR
           LABEL RECORD                IS STANDARD.
       01  FD-NUMERADOR.
           05 FD-NUM-ULTIMO-LOTE       PIC 9(005).

       FD  ARQ-RELAT-REAJUSTE
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-REAJUSTE.
           05 FD-REL-LINHA             PIC X(200).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PRECO             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REAJUSTE          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REAJ-ITEM         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-NUMERADOR         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-RELAT-ABERTO             PIC X(001)          VALUE 'N'.

       77  WS-DH-ATUAL                 PIC 9(014)          VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-FIM-ANTERIOR        PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-VIGENCIA            PIC 9(007)          VALUE ZEROS.
       77  WS-NUM-LOTE-NOVO            PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-LISTA                PIC 9(002)          VALUE ZEROS.
       77  WS-ARREDONDAMENTO-PADRAO    PIC 9(001)V9(002)   VALUE 0,01.

       77  WS-PRODUTO-NO-ESCOPO        PIC X(001)          VALUE 'N'.
       77  WS-PRECO-ENCONTRADO         PIC X(001)          VALUE 'N'.
       77  WS-PERIODO-FUTURO           PIC X(001)          VALUE 'N'.
       77  WS-ITEM-VALIDO              PIC X(001)          VALUE 'N'.

       77  WS-VALOR-CALCULADO          PIC 9(009)V9(004)   VALUE ZEROS.
       77  WS-QTD-UNIDADES             PIC 9(013)          VALUE ZEROS.
       77  WS-VALOR-NOVO               PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-DIFERENCA-ARREDONDA      PIC S9(009)V9(004)  VALUE ZEROS.

       01  WS-DATA-VALIDACAO           PIC 9(008)          VALUE ZEROS.

       01  WS-PRECO-ATUAL.
           05 WS-ATU-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 WS-ATU-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 WS-ATU-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'REAJPREC'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-SERVICO           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-NUM-LOTE          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-TIPO-REAJUSTE     PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-PCT-REAJUSTE      PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-VALOR-REAJUSTE    PIC 9(007)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-VIGENCIA     PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ESCOPO            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-CATEGORIA     PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ARREDONDAMENTO    PIC 9(001)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DATA-INICIO-ANT   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-ANTERIOR    PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-CALCULADO   PIC 9(009)V9(004)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-NOVO        PIC 9(009)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ARREDONDAMENTO    PIC -ZZZZ9,9999     VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO          PIC X(001)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PRODUTOS      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-IGNORADOS     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-SITUACAO          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.
       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKREAJ.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DH-ATUAL
           MOVE WS-DH-ATUAL (1:8)      TO WS-DATA-HOJE

           PERFORM 1110-ABRIR-ARQ-PRECO
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           PERFORM 1130-ABRIR-ARQ-REAJUSTE
           PERFORM 1140-ABRIR-ARQ-REAJ-ITEM
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PRECO            SECTION.

           OPEN I-O ARQ-PRECO

           IF WS-FS-ARQ-PRECO          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ABERTURA DA TABELA DE PRECOS"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-REAJUSTE         SECTION.

           OPEN I-O ARQ-REAJUSTE

           IF WS-FS-ARQ-REAJUSTE       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-REAJ-ITEM        SECTION.

           OPEN I-O ARQ-REAJ-ITEM

           IF WS-FS-ARQ-REAJ-ITEM      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ABERTURA DOS ITENS DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-REAJUSTE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             MOVE 'S'                  TO WS-RELAT-ABERTO
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-OBTER-NUM-LOTE             SECTION.

           MOVE ZEROS                  TO WS-NUM-LOTE-NOVO

           OPEN INPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             READ ARQ-NUMERADOR        INTO FD-NUMERADOR
             IF WS-FS-ARQ-NUMERADOR    EQUAL ZEROS
               MOVE FD-NUM-ULTIMO-LOTE TO WS-NUM-LOTE-NOVO
             END-IF
             CLOSE ARQ-NUMERADOR
           END-IF

           ADD 1                       TO WS-NUM-LOTE-NOVO

           OPEN OUTPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             MOVE WS-NUM-LOTE-NOVO     TO FD-NUM-ULTIMO-LOTE
             WRITE FD-NUMERADOR
             CLOSE ARQ-NUMERADOR
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO NUMERADOR DE LOTES"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-REAJUSTE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1175-GRAVAR-ARQ-REAJ-ITEM       SECTION.

           WRITE FD-REAJ-ITEM

           IF WS-FS-ARQ-REAJ-ITEM      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA GRAVACAO DOS ITENS DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1175-99-FIM.                    EXIT.

       1177-REGRAVAR-ARQ-REAJ-ITEM     SECTION.

           REWRITE FD-REAJ-ITEM

           IF WS-FS-ARQ-REAJ-ITEM      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DOS ITENS DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1177-99-FIM.                    EXIT.

       1180-REGRAVAR-ARQ-REAJUSTE      SECTION.

           REWRITE FD-REAJUSTE

           IF WS-FS-ARQ-REAJUSTE       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREAJ-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1180-99-FIM.                    EXIT.

       1185-LER-ARQ-REAJ-ITEM          SECTION.

           READ ARQ-REAJ-ITEM          NEXT RECORD

           .
       1185-99-FIM.                    EXIT.

       1190-LER-ARQ-PRECO              SECTION.

           READ ARQ-PRECO              NEXT RECORD

           .
       1190-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE TRUE
             WHEN BOOKREAJ-SIMULAR
               PERFORM 2100-SIMULAR
             WHEN BOOKREAJ-APLICAR
               PERFORM 2300-APLICAR
             WHEN BOOKREAJ-DESFAZER
               PERFORM 2500-DESFAZER
             WHEN BOOKREAJ-CANCELAR
               PERFORM 2700-CANCELAR
             WHEN BOOKREAJ-PESQUISAR
               PERFORM 2800-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKREAJ-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKREAJ-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-SIMULAR                    SECTION.

           PERFORM 2110-VALIDAR-PARAMETROS

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             IF BOOKREAJ-REG-ARREDONDAMENTO
                                       EQUAL ZEROS
               MOVE WS-ARREDONDAMENTO-PADRAO
                                       TO BOOKREAJ-REG-ARREDONDAMENTO
             END-IF

             PERFORM 1160-OBTER-NUM-LOTE
             PERFORM 1150-ABRIR-ARQ-RELAT

             INITIALIZE                FD-REAJUSTE
             MOVE WS-NUM-LOTE-NOVO     TO FD-REJ-NUM-LOTE
                                       BOOKREAJ-REG-NUM-LOTE
             MOVE BOOKREAJ-REG-TIPO    TO FD-REJ-TIPO
             MOVE BOOKREAJ-REG-PCT-REAJUSTE
                                       TO FD-REJ-PCT-REAJUSTE
             MOVE BOOKREAJ-REG-VALOR-REAJUSTE
                                       TO FD-REJ-VALOR-REAJUSTE
             MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO FD-REJ-DATA-VIGENCIA
             MOVE BOOKREAJ-REG-ESCOPO  TO FD-REJ-ESCOPO
             MOVE BOOKREAJ-REG-COD-CATEGORIA
                                       TO FD-REJ-COD-CATEGORIA
             MOVE BOOKREAJ-REG-LISTA-PRODUTOS
                                       TO FD-REJ-LISTA-PRODUTOS
             MOVE BOOKREAJ-REG-ARREDONDAMENTO
                                       TO FD-REJ-ARREDONDAMENTO
             SET FD-REJ-PENDENTE       TO TRUE
             MOVE BOOKREAJ-REG-OPERADOR
                                       TO FD-REJ-OPER-SIMULACAO
             MOVE WS-DH-ATUAL          TO FD-REJ-DH-SIMULACAO

             WRITE FD-REAJUSTE

             IF WS-FS-ARQ-REAJUSTE     NOT EQUAL ZEROS
               MOVE 2                  TO BOOKREAJ-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE REAJUSTE"
                                       TO BOOKREAJ-CTRL-MSG
               PERFORM 3000-FINALIZAR
             END-IF

             PERFORM 2900-GRAVAR-CABECALHO

             MOVE ZEROS                TO BOOKREAJ-REG-QTD-PRODUTOS
                                       BOOKREAJ-REG-QTD-IGNORADOS
             MOVE LOW-VALUES           TO FD-PROD-CODIGO

             START ARQ-PRODUTO         KEY IS NOT LESS FD-PROD-CODIGO

             IF WS-FS-ARQ-PRODUTO      EQUAL ZEROS
               READ ARQ-PRODUTO        NEXT RECORD
               PERFORM 2120-AVALIAR-PRODUTO
                                       UNTIL WS-FS-ARQ-PRODUTO
                                       NOT EQUAL ZEROS
             END-IF

             MOVE BOOKREAJ-REG-QTD-PRODUTOS
                                       TO FD-REJ-QTD-PRODUTOS
             MOVE BOOKREAJ-REG-QTD-IGNORADOS
                                       TO FD-REJ-QTD-IGNORADOS
             PERFORM 1180-REGRAVAR-ARQ-REAJUSTE
             MOVE FD-REJ-SITUACAO      TO BOOKREAJ-REG-SITUACAO

             PERFORM 2910-GRAVAR-TRAILER

             IF BOOKREAJ-REG-QTD-PRODUTOS
                                       EQUAL ZEROS
               MOVE 3                  TO BOOKREAJ-CTRL-COD
               MOVE "NENHUM PRODUTO A REAJUSTAR NO ESCOPO"
                                       TO BOOKREAJ-CTRL-MSG
             ELSE
               MOVE ZEROS              TO BOOKREAJ-CTRL-COD
               MOVE "PREVIA DO REAJUSTE GERADA"
                                       TO BOOKREAJ-CTRL-MSG
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2110-VALIDAR-PARAMETROS         SECTION.

           INITIALIZE                  WS-LINK-VALIDATA
           MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO BOOKVDAT-REG-DATA
           MOVE 'S'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "DATA DE VIGENCIA INVALIDA"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF BOOKREAJ-REG-DATA-VIGENCIA
                                       LESS WS-DATA-HOJE
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "DATA DE VIGENCIA ANTERIOR A HOJE"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF NOT BOOKREAJ-TIPO-PERCENTUAL AND
                   NOT BOOKREAJ-TIPO-VALOR
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "TIPO DE REAJUSTE INVALIDO (P/V)"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF BOOKREAJ-TIPO-PERCENTUAL AND
                   BOOKREAJ-REG-PCT-REAJUSTE
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "PERCENTUAL DE REAJUSTE OBRIGATORIO"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF BOOKREAJ-TIPO-VALOR AND
                   BOOKREAJ-REG-VALOR-REAJUSTE
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "VALOR DE REAJUSTE OBRIGATORIO"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF NOT BOOKREAJ-ESCOPO-TODOS AND
                   NOT BOOKREAJ-ESCOPO-LISTA AND
                   NOT BOOKREAJ-ESCOPO-CATEGORIA
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "ESCOPO INVALIDO (T/L/C)"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF BOOKREAJ-ESCOPO-CATEGORIA AND
                   BOOKREAJ-REG-COD-CATEGORIA
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "CATEGORIA OBRIGATORIA PARA O ESCOPO"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE IF BOOKREAJ-ESCOPO-LISTA AND
                   BOOKREAJ-REG-LISTA-PRODUTOS
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "LISTA DE PRODUTOS OBRIGATORIA"
                                       TO BOOKREAJ-CTRL-MSG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       2110-99-FIM.                    EXIT.

       2120-AVALIAR-PRODUTO            SECTION.

           MOVE 'N'                    TO WS-PRODUTO-NO-ESCOPO

           IF FD-PROD-ATIVO
             EVALUATE TRUE
               WHEN BOOKREAJ-ESCOPO-TODOS
                 MOVE 'S'              TO WS-PRODUTO-NO-ESCOPO
               WHEN BOOKREAJ-ESCOPO-CATEGORIA
                 IF FD-PROD-COD-CATEGORIA
                                       EQUAL BOOKREAJ-REG-COD-CATEGORIA
                   MOVE 'S'            TO WS-PRODUTO-NO-ESCOPO
                 END-IF
               WHEN BOOKREAJ-ESCOPO-LISTA
                 PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                         UNTIL WS-IDX-LISTA GREATER 10
                   IF BOOKREAJ-REG-COD-PRODUTO (WS-IDX-LISTA)
                                       EQUAL FD-PROD-CODIGO
                     MOVE 'S'          TO WS-PRODUTO-NO-ESCOPO
                   END-IF
                 END-PERFORM
             END-EVALUATE
           END-IF

           IF WS-PRODUTO-NO-ESCOPO     EQUAL 'S'
             PERFORM 2130-LOCALIZAR-PRECO-ATUAL
             PERFORM 2140-REGISTRAR-ITEM
           END-IF

           READ ARQ-PRODUTO            NEXT RECORD

           .
       2120-99-FIM.                    EXIT.

       2130-LOCALIZAR-PRECO-ATUAL      SECTION.

           MOVE 'N'                    TO WS-PRECO-ENCONTRADO
                                       WS-PERIODO-FUTURO
           INITIALIZE                  WS-PRECO-ATUAL

           IF WS-FS-ARQ-PRECO          NOT EQUAL '35'
             MOVE FD-PROD-CODIGO       TO FD-PRE-COD-PRODUTO
             MOVE ZEROS                TO FD-PRE-DATA-INICIO

             START ARQ-PRECO           KEY IS NOT LESS FD-PRE-CHAVE

             IF WS-FS-ARQ-PRECO        EQUAL ZEROS
               PERFORM 1190-LER-ARQ-PRECO
               PERFORM 2135-AVALIAR-PERIODO
                                       UNTIL WS-FS-ARQ-PRECO
                                       NOT EQUAL ZEROS OR
                                       FD-PRE-COD-PRODUTO NOT EQUAL
                                       FD-PROD-CODIGO
             END-IF
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2135-AVALIAR-PERIODO            SECTION.

           IF FD-PRE-DATA-INICIO       NOT LESS
                                       BOOKREAJ-REG-DATA-VIGENCIA
             MOVE 'S'                  TO WS-PERIODO-FUTURO
           ELSE
             IF FD-PRE-DATA-FIM        EQUAL ZEROS OR
                FD-PRE-DATA-FIM        NOT LESS
                                       BOOKREAJ-REG-DATA-VIGENCIA
               MOVE 'S'                TO WS-PRECO-ENCONTRADO
               MOVE FD-PRE-DATA-INICIO TO WS-ATU-DATA-INICIO
               MOVE FD-PRE-DATA-FIM    TO WS-ATU-DATA-FIM
               MOVE FD-PRE-VALOR-UNITARIO
                                       TO WS-ATU-VALOR
             END-IF
           END-IF

           PERFORM 1190-LER-ARQ-PRECO

           .
       2135-99-FIM.                    EXIT.

       2140-REGISTRAR-ITEM             SECTION.

           INITIALIZE                  FD-REAJ-ITEM
           MOVE BOOKREAJ-REG-NUM-LOTE  TO FD-RJI-NUM-LOTE
           MOVE FD-PROD-CODIGO         TO FD-RJI-COD-PRODUTO
           MOVE WS-ATU-DATA-INICIO     TO FD-RJI-DATA-INICIO-ANT
           MOVE WS-ATU-DATA-FIM        TO FD-RJI-DATA-FIM-ANT
           MOVE WS-ATU-VALOR           TO FD-RJI-VALOR-ANTERIOR

           IF WS-PERIODO-FUTURO        EQUAL 'S'
             SET FD-RJI-PERIODO-FUTURO TO TRUE
             ADD 1                     TO BOOKREAJ-REG-QTD-IGNORADOS
           ELSE IF WS-PRECO-ENCONTRADO EQUAL 'N'
             SET FD-RJI-SEM-PRECO      TO TRUE
             ADD 1                     TO BOOKREAJ-REG-QTD-IGNORADOS
           ELSE
             PERFORM 2150-CALCULAR-PRECO-NOVO
             MOVE WS-VALOR-CALCULADO   TO FD-RJI-VALOR-CALCULADO
             MOVE WS-VALOR-NOVO        TO FD-RJI-VALOR-NOVO
             SET FD-RJI-PREVISTO       TO TRUE
             ADD 1                     TO BOOKREAJ-REG-QTD-PRODUTOS
           END-IF
           END-IF

           PERFORM 1175-GRAVAR-ARQ-REAJ-ITEM
           PERFORM 2920-GRAVAR-DETALHE

           .
       2140-99-FIM.                    EXIT.

       2150-CALCULAR-PRECO-NOVO        SECTION.

           IF BOOKREAJ-TIPO-PERCENTUAL
             COMPUTE WS-VALOR-CALCULADO
                                       ROUNDED
                                       = WS-ATU-VALOR
                                       * (1 + BOOKREAJ-REG-PCT-REAJUSTE
                                       / 100)
           ELSE
             COMPUTE WS-VALOR-CALCULADO
                                       = WS-ATU-VALOR
                                       + BOOKREAJ-REG-VALOR-REAJUSTE
           END-IF

           COMPUTE WS-QTD-UNIDADES     ROUNDED = WS-VALOR-CALCULADO
                                       / BOOKREAJ-REG-ARREDONDAMENTO
           COMPUTE WS-VALOR-NOVO       = WS-QTD-UNIDADES
                                       * BOOKREAJ-REG-ARREDONDAMENTO

           .
       2150-99-FIM.                    EXIT.

       2300-APLICAR                    SECTION.

           PERFORM 2310-LER-LOTE

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             IF NOT FD-REJ-PENDENTE
               MOVE 1                  TO BOOKREAJ-CTRL-COD
               MOVE "LOTE NAO ESTA PENDENTE DE APROVACAO"
                                       TO BOOKREAJ-CTRL-MSG
             ELSE IF FD-REJ-DATA-VIGENCIA
                                       LESS WS-DATA-HOJE
               MOVE 1                  TO BOOKREAJ-CTRL-COD
               MOVE "DATA DE VIGENCIA DO LOTE JA PASSOU"
                                       TO BOOKREAJ-CTRL-MSG
             ELSE
               PERFORM 2320-EXECUTAR-APLICACAO
             END-IF
             END-IF
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2310-LER-LOTE                   SECTION.

           MOVE BOOKREAJ-REG-NUM-LOTE  TO FD-REJ-NUM-LOTE

           IF WS-FS-ARQ-REAJUSTE       NOT EQUAL '35'
             READ ARQ-REAJUSTE         RECORD INTO FD-REAJUSTE
                                       KEY IS FD-REJ-NUM-LOTE
           END-IF

           IF WS-FS-ARQ-REAJUSTE       EQUAL ZEROS
             PERFORM 2315-DEVOLVER-LOTE
           ELSE
             MOVE 1                    TO BOOKREAJ-CTRL-COD
             MOVE "LOTE DE REAJUSTE NAO ENCONTRADO"
                                       TO BOOKREAJ-CTRL-MSG
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2315-DEVOLVER-LOTE              SECTION.

           MOVE FD-REJ-TIPO            TO BOOKREAJ-REG-TIPO
           MOVE FD-REJ-PCT-REAJUSTE    TO BOOKREAJ-REG-PCT-REAJUSTE
           MOVE FD-REJ-VALOR-REAJUSTE  TO BOOKREAJ-REG-VALOR-REAJUSTE
           MOVE FD-REJ-DATA-VIGENCIA   TO BOOKREAJ-REG-DATA-VIGENCIA
           MOVE FD-REJ-ESCOPO          TO BOOKREAJ-REG-ESCOPO
           MOVE FD-REJ-COD-CATEGORIA   TO BOOKREAJ-REG-COD-CATEGORIA
           MOVE FD-REJ-LISTA-PRODUTOS  TO BOOKREAJ-REG-LISTA-PRODUTOS
           MOVE FD-REJ-ARREDONDAMENTO  TO BOOKREAJ-REG-ARREDONDAMENTO
           MOVE FD-REJ-SITUACAO        TO BOOKREAJ-REG-SITUACAO
           MOVE FD-REJ-QTD-PRODUTOS    TO BOOKREAJ-REG-QTD-PRODUTOS
           MOVE FD-REJ-QTD-IGNORADOS   TO BOOKREAJ-REG-QTD-IGNORADOS

           .
       2315-99-FIM.                    EXIT.

       2320-EXECUTAR-APLICACAO         SECTION.

           COMPUTE WS-DIAS-VIGENCIA    = FUNCTION INTEGER-OF-DATE
                                       (FD-REJ-DATA-VIGENCIA) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-VIGENCIA)
                                       TO WS-DATA-FIM-ANTERIOR

           PERFORM 1150-ABRIR-ARQ-RELAT
           PERFORM 2900-GRAVAR-CABECALHO

           MOVE ZEROS                  TO BOOKREAJ-REG-QTD-PRODUTOS
                                       BOOKREAJ-REG-QTD-IGNORADOS
           MOVE FD-REJ-NUM-LOTE        TO FD-RJI-NUM-LOTE
           MOVE ZEROS                  TO FD-RJI-COD-PRODUTO

           START ARQ-REAJ-ITEM         KEY IS NOT LESS FD-RJI-CHAVE

           IF WS-FS-ARQ-REAJ-ITEM      EQUAL ZEROS
             PERFORM 1185-LER-ARQ-REAJ-ITEM
             PERFORM 2330-APLICAR-ITEM UNTIL WS-FS-ARQ-REAJ-ITEM
                                       NOT EQUAL ZEROS OR
                                       FD-RJI-NUM-LOTE NOT EQUAL
                                       BOOKREAJ-REG-NUM-LOTE
           END-IF

           MOVE BOOKREAJ-REG-NUM-LOTE  TO FD-REJ-NUM-LOTE
           READ ARQ-REAJUSTE           RECORD INTO FD-REAJUSTE
                                       KEY IS FD-REJ-NUM-LOTE
           SET FD-REJ-APLICADO         TO TRUE
           MOVE BOOKREAJ-REG-QTD-PRODUTOS
                                       TO FD-REJ-QTD-PRODUTOS
           MOVE BOOKREAJ-REG-QTD-IGNORADOS
                                       TO FD-REJ-QTD-IGNORADOS
           MOVE BOOKREAJ-REG-OPERADOR  TO FD-REJ-OPER-APROVACAO
           MOVE WS-DH-ATUAL            TO FD-REJ-DH-APROVACAO
           PERFORM 1180-REGRAVAR-ARQ-REAJUSTE
           MOVE FD-REJ-SITUACAO        TO BOOKREAJ-REG-SITUACAO

           PERFORM 2910-GRAVAR-TRAILER

           MOVE ZEROS                  TO BOOKREAJ-CTRL-COD
           MOVE "REAJUSTE APROVADO E APLICADO"
                                       TO BOOKREAJ-CTRL-MSG

           .
       2320-99-FIM.                    EXIT.

       2330-APLICAR-ITEM               SECTION.

           IF FD-RJI-PREVISTO
             PERFORM 2340-VALIDAR-ITEM

             IF WS-ITEM-VALIDO         EQUAL 'S'
               MOVE FD-RJI-COD-PRODUTO TO FD-PRE-COD-PRODUTO
               MOVE FD-RJI-DATA-INICIO-ANT
                                       TO FD-PRE-DATA-INICIO
               READ ARQ-PRECO          RECORD INTO FD-PRECO
                                       KEY IS FD-PRE-CHAVE
               MOVE WS-DATA-FIM-ANTERIOR
                                       TO FD-PRE-DATA-FIM
               MOVE BOOKREAJ-REG-OPERADOR
                                       TO FD-PRE-OPERADOR
               REWRITE FD-PRECO

               IF WS-FS-ARQ-PRECO      NOT EQUAL ZEROS
                 MOVE 2                TO BOOKREAJ-CTRL-COD
                 MOVE "ERRO NA ATUALIZACAO DA TABELA DE PRECOS"
                                       TO BOOKREAJ-CTRL-MSG
                 PERFORM 3000-FINALIZAR
               END-IF

               MOVE FD-RJI-COD-PRODUTO TO FD-PRE-COD-PRODUTO
               MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO FD-PRE-DATA-INICIO
               MOVE FD-RJI-DATA-FIM-ANT
                                       TO FD-PRE-DATA-FIM
               MOVE FD-RJI-VALOR-NOVO  TO FD-PRE-VALOR-UNITARIO
               MOVE BOOKREAJ-REG-OPERADOR
                                       TO FD-PRE-OPERADOR
               WRITE FD-PRECO

               IF WS-FS-ARQ-PRECO      NOT EQUAL ZEROS
                 MOVE 2                TO BOOKREAJ-CTRL-COD
                 MOVE "ERRO NA GRAVACAO DA TABELA DE PRECOS"
                                       TO BOOKREAJ-CTRL-MSG
                 PERFORM 3000-FINALIZAR
               END-IF

               SET FD-RJI-APLICADO     TO TRUE
               ADD 1                   TO BOOKREAJ-REG-QTD-PRODUTOS
             ELSE
               SET FD-RJI-REJEITADO    TO TRUE
               ADD 1                   TO BOOKREAJ-REG-QTD-IGNORADOS
             END-IF

             PERFORM 1177-REGRAVAR-ARQ-REAJ-ITEM
           ELSE
             ADD 1                     TO BOOKREAJ-REG-QTD-IGNORADOS
           END-IF

           PERFORM 2920-GRAVAR-DETALHE
           PERFORM 1185-LER-ARQ-REAJ-ITEM

           .
       2330-99-FIM.                    EXIT.

       2340-VALIDAR-ITEM               SECTION.

           MOVE 'N'                    TO WS-ITEM-VALIDO

           MOVE FD-RJI-COD-PRODUTO     TO FD-PRE-COD-PRODUTO
           MOVE FD-RJI-DATA-INICIO-ANT TO FD-PRE-DATA-INICIO
           READ ARQ-PRECO              RECORD INTO FD-PRECO
                                       KEY IS FD-PRE-CHAVE

           IF WS-FS-ARQ-PRECO          EQUAL ZEROS AND
              FD-PRE-DATA-FIM          EQUAL FD-RJI-DATA-FIM-ANT AND
              FD-PRE-VALOR-UNITARIO    EQUAL FD-RJI-VALOR-ANTERIOR
             MOVE FD-RJI-COD-PRODUTO   TO FD-PRE-COD-PRODUTO
             MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO FD-PRE-DATA-INICIO
             READ ARQ-PRECO            RECORD INTO FD-PRECO
                                       KEY IS FD-PRE-CHAVE
             IF WS-FS-ARQ-PRECO        EQUAL '23'
               MOVE 'S'                TO WS-ITEM-VALIDO
             END-IF
           END-IF

           .
       2340-99-FIM.                    EXIT.

       2500-DESFAZER                   SECTION.

           PERFORM 2310-LER-LOTE

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             IF NOT FD-REJ-APLICADO
               MOVE 1                  TO BOOKREAJ-CTRL-COD
               MOVE "SOMENTE LOTE APLICADO PODE SER DESFEITO"
                                       TO BOOKREAJ-CTRL-MSG
             ELSE
               PERFORM 2510-EXECUTAR-DESFAZER
             END-IF
           END-IF
           .
       2500-99-FIM.                    EXIT.

       2510-EXECUTAR-DESFAZER          SECTION.

           PERFORM 1150-ABRIR-ARQ-RELAT
           PERFORM 2900-GRAVAR-CABECALHO

           MOVE ZEROS                  TO BOOKREAJ-REG-QTD-PRODUTOS
                                       BOOKREAJ-REG-QTD-IGNORADOS
           MOVE FD-REJ-NUM-LOTE        TO FD-RJI-NUM-LOTE
           MOVE ZEROS                  TO FD-RJI-COD-PRODUTO

           START ARQ-REAJ-ITEM         KEY IS NOT LESS FD-RJI-CHAVE

           IF WS-FS-ARQ-REAJ-ITEM      EQUAL ZEROS
             PERFORM 1185-LER-ARQ-REAJ-ITEM
             PERFORM 2520-DESFAZER-ITEM
                                       UNTIL WS-FS-ARQ-REAJ-ITEM
                                       NOT EQUAL ZEROS OR
                                       FD-RJI-NUM-LOTE NOT EQUAL
                                       BOOKREAJ-REG-NUM-LOTE
           END-IF

           MOVE BOOKREAJ-REG-NUM-LOTE  TO FD-REJ-NUM-LOTE
           READ ARQ-REAJUSTE           RECORD INTO FD-REAJUSTE
                                       KEY IS FD-REJ-NUM-LOTE
           SET FD-REJ-DESFEITO         TO TRUE
           MOVE BOOKREAJ-REG-OPERADOR  TO FD-REJ-OPER-DESFAZER
           MOVE WS-DH-ATUAL            TO FD-REJ-DH-DESFAZER
           PERFORM 1180-REGRAVAR-ARQ-REAJUSTE
           MOVE FD-REJ-SITUACAO        TO BOOKREAJ-REG-SITUACAO

           PERFORM 2910-GRAVAR-TRAILER

           IF BOOKREAJ-REG-QTD-IGNORADOS
                                       EQUAL ZEROS
             MOVE ZEROS                TO BOOKREAJ-CTRL-COD
             MOVE "REAJUSTE DESFEITO COM SUCESSO"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKREAJ-CTRL-COD
             MOVE "REAJUSTE DESFEITO - VER ITENS MANTIDOS"
                                       TO BOOKREAJ-CTRL-MSG
           END-IF

           .
       2510-99-FIM.                    EXIT.

       2520-DESFAZER-ITEM              SECTION.

           IF FD-RJI-APLICADO
             MOVE FD-RJI-COD-PRODUTO   TO FD-PRE-COD-PRODUTO
             MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO FD-PRE-DATA-INICIO
             READ ARQ-PRECO            RECORD INTO FD-PRECO
                                       KEY IS FD-PRE-CHAVE

             IF WS-FS-ARQ-PRECO        EQUAL ZEROS AND
                FD-PRE-VALOR-UNITARIO  EQUAL FD-RJI-VALOR-NOVO
               DELETE ARQ-PRECO        RECORD

               IF WS-FS-ARQ-PRECO      NOT EQUAL ZEROS
                 MOVE 2                TO BOOKREAJ-CTRL-COD
                 MOVE "ERRO NA EXCLUSAO DA TABELA DE PRECOS"
                                       TO BOOKREAJ-CTRL-MSG
                 PERFORM 3000-FINALIZAR
               END-IF

               MOVE FD-RJI-COD-PRODUTO TO FD-PRE-COD-PRODUTO
               MOVE FD-RJI-DATA-INICIO-ANT
                                       TO FD-PRE-DATA-INICIO
               READ ARQ-PRECO          RECORD INTO FD-PRECO
                                       KEY IS FD-PRE-CHAVE
               IF WS-FS-ARQ-PRECO      EQUAL ZEROS
                 MOVE FD-RJI-DATA-FIM-ANT
                                       TO FD-PRE-DATA-FIM
                 MOVE BOOKREAJ-REG-OPERADOR
                                       TO FD-PRE-OPERADOR
                 REWRITE FD-PRECO
                 IF WS-FS-ARQ-PRECO    NOT EQUAL ZEROS
                   MOVE 2              TO BOOKREAJ-CTRL-COD
                   MOVE "ERRO NA ATUALIZACAO DA TABELA DE PRECOS"
                                       TO BOOKREAJ-CTRL-MSG
                   PERFORM 3000-FINALIZAR
                 END-IF
               END-IF

               SET FD-RJI-DESFEITO     TO TRUE
               ADD 1                   TO BOOKREAJ-REG-QTD-PRODUTOS
             ELSE
               SET FD-RJI-MANTIDO      TO TRUE
               ADD 1                   TO BOOKREAJ-REG-QTD-IGNORADOS
             END-IF

             PERFORM 1177-REGRAVAR-ARQ-REAJ-ITEM
             PERFORM 2920-GRAVAR-DETALHE
           END-IF

           PERFORM 1185-LER-ARQ-REAJ-ITEM

           .
       2520-99-FIM.                    EXIT.

       2700-CANCELAR                   SECTION.

           PERFORM 2310-LER-LOTE

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             IF NOT FD-REJ-PENDENTE
               MOVE 1                  TO BOOKREAJ-CTRL-COD
               MOVE "LOTE NAO ESTA PENDENTE DE APROVACAO"
                                       TO BOOKREAJ-CTRL-MSG
             ELSE
               SET FD-REJ-CANCELADO    TO TRUE
               MOVE BOOKREAJ-REG-OPERADOR
                                       TO FD-REJ-OPER-APROVACAO
               MOVE WS-DH-ATUAL        TO FD-REJ-DH-APROVACAO
               PERFORM 1180-REGRAVAR-ARQ-REAJUSTE
               MOVE FD-REJ-SITUACAO    TO BOOKREAJ-REG-SITUACAO
               MOVE ZEROS              TO BOOKREAJ-CTRL-COD
               MOVE "LOTE DE REAJUSTE CANCELADO"
                                       TO BOOKREAJ-CTRL-MSG
             END-IF
           END-IF
           .
       2700-99-FIM.                    EXIT.

       2800-PESQUISAR                  SECTION.

           PERFORM 2310-LER-LOTE

           IF BOOKREAJ-CTRL-COD        EQUAL ZEROS
             MOVE "LOTE DE REAJUSTE ENCONTRADO"
                                       TO BOOKREAJ-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKREAJ-CTRL-COD
           END-IF
           .
       2800-99-FIM.                    EXIT.

       2900-GRAVAR-CABECALHO           SECTION.

           MOVE BOOKREAJ-REG-SERVICO   TO WS-CAB-SERVICO
           MOVE BOOKREAJ-REG-NUM-LOTE  TO WS-CAB-NUM-LOTE
           MOVE BOOKREAJ-REG-TIPO      TO WS-CAB-TIPO-REAJUSTE
           MOVE BOOKREAJ-REG-PCT-REAJUSTE
                                       TO WS-CAB-PCT-REAJUSTE
           MOVE BOOKREAJ-REG-VALOR-REAJUSTE
                                       TO WS-CAB-VALOR-REAJUSTE
           MOVE BOOKREAJ-REG-DATA-VIGENCIA
                                       TO WS-CAB-DATA-VIGENCIA
           MOVE BOOKREAJ-REG-ESCOPO    TO WS-CAB-ESCOPO
           MOVE BOOKREAJ-REG-COD-CATEGORIA
                                       TO WS-CAB-COD-CATEGORIA
           MOVE BOOKREAJ-REG-ARREDONDAMENTO
                                       TO WS-CAB-ARREDONDAMENTO
           MOVE WS-DH-ATUAL            TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2900-99-FIM.                    EXIT.

       2910-GRAVAR-TRAILER             SECTION.

           MOVE BOOKREAJ-REG-QTD-PRODUTOS
                                       TO WS-TRL-QTD-PRODUTOS
           MOVE BOOKREAJ-REG-QTD-IGNORADOS
                                       TO WS-TRL-QTD-IGNORADOS
           MOVE BOOKREAJ-REG-SITUACAO  TO WS-TRL-SITUACAO
           MOVE BOOKREAJ-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2910-99-FIM.                    EXIT.

       2920-GRAVAR-DETALHE             SECTION.

           INITIALIZE                  WS-RELAT-DET
           MOVE 'D'                    TO WS-DET-TIPO
           MOVE FD-RJI-COD-PRODUTO     TO WS-DET-COD-PRODUTO
           MOVE FD-RJI-DATA-INICIO-ANT TO WS-DET-DATA-INICIO-ANT
           MOVE FD-RJI-VALOR-ANTERIOR  TO WS-DET-VALOR-ANTERIOR
           MOVE FD-RJI-VALOR-CALCULADO TO WS-DET-VALOR-CALCULADO
           MOVE FD-RJI-VALOR-NOVO      TO WS-DET-VALOR-NOVO
           MOVE FD-RJI-SITUACAO        TO WS-DET-SITUACAO

           IF FD-RJI-VALOR-NOVO        GREATER ZEROS
             COMPUTE WS-DIFERENCA-ARREDONDA
                                       = FD-RJI-VALOR-NOVO
                                       - FD-RJI-VALOR-CALCULADO
             MOVE WS-DIFERENCA-ARREDONDA
                                       TO WS-DET-ARREDONDAMENTO
           END-IF

           MOVE FD-RJI-COD-PRODUTO     TO FD-PROD-CODIGO
           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO
           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             MOVE FD-PROD-DESCRICAO    TO WS-DET-DESCRICAO
           END-IF

           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2920-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PRECO
                                       ARQ-PRODUTO
                                       ARQ-REAJUSTE
                                       ARQ-REAJ-ITEM

           IF WS-RELAT-ABERTO          EQUAL 'S'
             CLOSE ARQ-RELAT-REAJUSTE
             IF BOOKREAJ-CTRL-COD      EQUAL ZEROS
               PERFORM 3100-ARQUIVAR-RELATORIO
             END-IF
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "REAJPREC.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "REAJPREC"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKREAJ-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKREAJ-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
