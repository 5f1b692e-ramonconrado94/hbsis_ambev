
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELCAIXA.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-RECEBIMENTO
                                       ASSIGN TO DISK "RECEBIM.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RCB-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RECEBIMENTO.

           SELECT OPTIONAL ARQ-CAIXA   ASSIGN TO DISK "CAIXADEC.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CXD-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CAIXA.

           SELECT ARQ-VENDEDOR         ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-VEND-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-VEND-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT ARQ-RELAT-CAIXA      ASSIGN TO DISK "RELCAIXA.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-RECEBIMENTO
           LABEL RECORD                IS STANDARD.
       01  FD-RECEBIMENTO.
           05 FD-RCB-CHAVE.
               10 FD-RCB-COD-VENDEDOR  PIC 9(005).
               10 FD-RCB-COD-CLIENTE   PIC 9(007).
               10 FD-RCB-DATA-VISITA   PIC 9(008).
               10 FD-RCB-SEQ-RECEB     PIC 9(003).
           05 FD-RCB-FORMA-PAGTO       PIC X(001).
               88 FD-RCB-DINHEIRO                          VALUE 'D'.
               88 FD-RCB-CHEQUE                            VALUE 'C'.
               88 FD-RCB-PIX                               VALUE 'P'.
           05 FD-RCB-VALOR             PIC 9(009)V9(002).
           05 FD-RCB-NUM-DOCUMENTO     PIC X(015).
           05 FD-RCB-TITULO            OCCURS 3 TIMES.
               10 FD-RCB-NUM-TITULO    PIC X(015).
               10 FD-RCB-VALOR-APLICADO
                                       PIC 9(009)V9(002).
           05 FD-RCB-VALOR-SEM-TITULO  PIC 9(009)V9(002).
           05 FD-RCB-SITUACAO          PIC X(001).
               88 FD-RCB-CONCILIADO                        VALUE 'C'.
               88 FD-RCB-DIVERGENTE                        VALUE 'D'.
           05 FD-RCB-DATA-HORA         PIC 9(014).
           05 FD-RCB-OPERADOR          PIC X(010).

       FD  ARQ-CAIXA
           LABEL RECORD                IS STANDARD.
       01  FD-CAIXA.
           05 FD-CXD-CHAVE.
               10 FD-CXD-COD-VENDEDOR  PIC 9(005).
               10 FD-CXD-DATA-CAIXA    PIC 9(008).
           05 FD-CXD-VALOR-DINHEIRO    PIC 9(009)V9(002).
           05 FD-CXD-VALOR-CHEQUE      PIC 9(009)V9(002).
           05 FD-CXD-VALOR-PIX         PIC 9(009)V9(002).
           05 FD-CXD-DATA-HORA         PIC 9(014).
           05 FD-CXD-OPERADOR          PIC X(010).

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

       FD  ARQ-RELAT-CAIXA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-CAIXA.
           05 FD-REL-LINHA             PIC X(150).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-RECEBIMENTO       PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CAIXA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-TAB-MAXIMO               PIC 9(005)          VALUE 05000.
       77  WS-QTD-VENDEDORES           PIC 9(005)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-FORMA                PIC 9(001)          VALUE ZEROS.
       77  WS-ACHOU                    PIC X(001)          VALUE 'N'.
       77  WS-VEND-PROCURADO           PIC 9(005)          VALUE ZEROS.
       77  WS-VEND-DIVERGENTE          PIC X(001)          VALUE 'N'.

       01  WS-FORMAS-PAGTO             PIC X(003)          VALUE 'DCP'.
       01  WS-FORMAS-PAGTO-R           REDEFINES WS-FORMAS-PAGTO.
           05 WS-FORMA-PAGTO           PIC X(001)
                                       OCCURS 3 TIMES.

       01  WS-TAB-ACUM-VENDEDOR.
           05 WS-ACV-VENDEDOR          OCCURS 5000 TIMES.
               10 WS-ACV-CODIGO        PIC 9(005).
               10 WS-ACV-DECLAROU      PIC X(001).
               10 WS-ACV-FORMA         OCCURS 3 TIMES.
                   15 WS-ACV-QTD-RECEB PIC 9(005).
                   15 WS-ACV-ESPERADO  PIC 9(011)V9(002).
                   15 WS-ACV-DECLARADO PIC 9(011)V9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELCAIXA'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-CAIXA        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DETALHE.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-FORMA-PAGTO       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-RECEB         PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ESPERADO          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DECLARADO         PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DIFERENCA         PIC +9(011),9(002)  VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO          PIC X(013)          VALUE SPACES.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DIVERGENTES   PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ESPERADO          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-DECLARADO         PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRCXA.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRCXA-REG-DATA-CAIXA  EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKRCXA-REG-DATA-CAIXA
           END-IF

           MOVE ZEROS                  TO BOOKRCXA-REG-QTD-VENDEDORES
                                       BOOKRCXA-REG-QTD-DIVERGENTES
                                       BOOKRCXA-REG-VALOR-ESPERADO
                                       BOOKRCXA-REG-VALOR-DECLARADO

           PERFORM 1110-ABRIR-ARQ-RECEBIMENTO
           PERFORM 1115-ABRIR-ARQ-CAIXA
           PERFORM 1125-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-RECEBIMENTO      SECTION.

           OPEN INPUT ARQ-RECEBIMENTO

           IF WS-FS-ARQ-RECEBIMENTO    EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECEBIMENTOS"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-CAIXA            SECTION.

           OPEN INPUT ARQ-CAIXA

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE CAIXA"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-CAIXA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE CAIXA"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-LER-ARQ-RECEBIMENTO        SECTION.

           READ ARQ-RECEBIMENTO        NEXT RECORD

           IF WS-FS-ARQ-RECEBIMENTO    EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE RECEBIMENTOS"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-LER-ARQ-CAIXA              SECTION.

           READ ARQ-CAIXA              NEXT RECORD

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE CAIXA"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1155-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-CAIXA        FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCXA-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE CAIXA"
                                       TO BOOKRCXA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRCXA-REG-DATA-CAIXA
                                       TO WS-CAB-DATA-CAIXA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-RECEBIMENTO    EQUAL ZEROS
             PERFORM 1150-LER-ARQ-RECEBIMENTO
             PERFORM 2100-ACUMULAR-RECEBIMENTO
                                       UNTIL WS-FS-ARQ-RECEBIMENTO
                                       EQUAL '10'
           END-IF

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS
             PERFORM 1155-LER-ARQ-CAIXA
             PERFORM 2200-ACUMULAR-DECLARACAO
                                       UNTIL WS-FS-ARQ-CAIXA
                                       EQUAL '10'
           END-IF

           MOVE 1                      TO WS-IDX
           PERFORM 2400-GRAVAR-VENDEDOR
                                       UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES

           MOVE WS-QTD-VENDEDORES      TO BOOKRCXA-REG-QTD-VENDEDORES
           MOVE BOOKRCXA-REG-QTD-VENDEDORES
                                       TO WS-TRL-QTD-VENDEDORES
           MOVE BOOKRCXA-REG-QTD-DIVERGENTES
                                       TO WS-TRL-QTD-DIVERGENTES
           MOVE BOOKRCXA-REG-VALOR-ESPERADO
                                       TO WS-TRL-ESPERADO
           MOVE BOOKRCXA-REG-VALOR-DECLARADO
                                       TO WS-TRL-DECLARADO
           MOVE BOOKRCXA-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-QTD-VENDEDORES        EQUAL ZEROS
             MOVE 1                    TO BOOKRCXA-CTRL-COD
             MOVE "NENHUM RECEBIMENTO OU DECLARACAO NA DATA"
                                       TO BOOKRCXA-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRCXA-CTRL-COD
             MOVE "FECHAMENTO DE CAIXA GERADO"
                                       TO BOOKRCXA-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-ACUMULAR-RECEBIMENTO       SECTION.

           IF FD-RCB-DATA-VISITA       EQUAL BOOKRCXA-REG-DATA-CAIXA
             MOVE FD-RCB-COD-VENDEDOR  TO WS-VEND-PROCURADO
             PERFORM 2300-LOCALIZAR-VENDEDOR

             IF WS-ACHOU               EQUAL 'S'
               EVALUATE TRUE
                 WHEN FD-RCB-DINHEIRO
                   MOVE 1              TO WS-IDX-FORMA
                 WHEN FD-RCB-CHEQUE
                   MOVE 2              TO WS-IDX-FORMA
                 WHEN OTHER
                   MOVE 3              TO WS-IDX-FORMA
               END-EVALUATE

               ADD 1                   TO WS-ACV-QTD-RECEB
                                       (WS-IDX WS-IDX-FORMA)
               ADD FD-RCB-VALOR        TO WS-ACV-ESPERADO
                                       (WS-IDX WS-IDX-FORMA)
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-RECEBIMENTO

           .
       2100-99-FIM.                    EXIT.

       2200-ACUMULAR-DECLARACAO        SECTION.

           IF FD-CXD-DATA-CAIXA        EQUAL BOOKRCXA-REG-DATA-CAIXA
             MOVE FD-CXD-COD-VENDEDOR  TO WS-VEND-PROCURADO
             PERFORM 2300-LOCALIZAR-VENDEDOR

             IF WS-ACHOU               EQUAL 'S'
               MOVE 'S'                TO WS-ACV-DECLAROU (WS-IDX)
               MOVE FD-CXD-VALOR-DINHEIRO
                                       TO WS-ACV-DECLARADO (WS-IDX 1)
               MOVE FD-CXD-VALOR-CHEQUE
                                       TO WS-ACV-DECLARADO (WS-IDX 2)
               MOVE FD-CXD-VALOR-PIX   TO WS-ACV-DECLARADO (WS-IDX 3)
             END-IF
           END-IF

           PERFORM 1155-LER-ARQ-CAIXA

           .
       2200-99-FIM.                    EXIT.

       2300-LOCALIZAR-VENDEDOR         SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES OR
                                       WS-ACHOU EQUAL 'S'
             IF WS-ACV-CODIGO (WS-IDX) EQUAL WS-VEND-PROCURADO
               MOVE 'S'                TO WS-ACHOU
             ELSE
               ADD 1                   TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-ACHOU                 EQUAL 'N' AND
              WS-QTD-VENDEDORES        LESS WS-TAB-MAXIMO
             ADD 1                     TO WS-QTD-VENDEDORES
             MOVE WS-QTD-VENDEDORES    TO WS-IDX
             INITIALIZE                WS-ACV-VENDEDOR (WS-IDX)
             MOVE WS-VEND-PROCURADO    TO WS-ACV-CODIGO (WS-IDX)
             MOVE 'N'                  TO WS-ACV-DECLAROU (WS-IDX)
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2400-GRAVAR-VENDEDOR            SECTION.

           MOVE WS-ACV-CODIGO (WS-IDX) TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS
             MOVE SPACES               TO FD-VEND-NOME
           END-IF

           MOVE 'N'                    TO WS-VEND-DIVERGENTE
           MOVE 1                      TO WS-IDX-FORMA

           PERFORM 2410-GRAVAR-FORMA   UNTIL WS-IDX-FORMA GREATER 3

           IF WS-VEND-DIVERGENTE       EQUAL 'S'
             ADD 1                     TO BOOKRCXA-REG-QTD-DIVERGENTES
           END-IF

           ADD 1                       TO WS-IDX

           .
       2400-99-FIM.                    EXIT.

       2410-GRAVAR-FORMA               SECTION.

           MOVE WS-ACV-CODIGO (WS-IDX) TO WS-DET-COD-VENDEDOR
           MOVE FD-VEND-NOME           TO WS-DET-NOME
           MOVE WS-FORMA-PAGTO (WS-IDX-FORMA)
                                       TO WS-DET-FORMA-PAGTO
           MOVE WS-ACV-QTD-RECEB (WS-IDX WS-IDX-FORMA)
                                       TO WS-DET-QTD-RECEB
           MOVE WS-ACV-ESPERADO (WS-IDX WS-IDX-FORMA)
                                       TO WS-DET-ESPERADO
           MOVE WS-ACV-DECLARADO (WS-IDX WS-IDX-FORMA)
                                       TO WS-DET-DECLARADO
           COMPUTE WS-DET-DIFERENCA    = WS-ACV-DECLARADO
                                       (WS-IDX WS-IDX-FORMA)
                                       - WS-ACV-ESPERADO
                                       (WS-IDX WS-IDX-FORMA)

           EVALUATE TRUE
             WHEN WS-ACV-DECLAROU (WS-IDX)
                                       EQUAL 'N'
               MOVE "NAO DECLARADO"    TO WS-DET-SITUACAO
               MOVE 'S'                TO WS-VEND-DIVERGENTE
             WHEN WS-ACV-DECLARADO (WS-IDX WS-IDX-FORMA)
                                       NOT EQUAL
                  WS-ACV-ESPERADO (WS-IDX WS-IDX-FORMA)
               MOVE "DIVERGENTE"       TO WS-DET-SITUACAO
               MOVE 'S'                TO WS-VEND-DIVERGENTE
             WHEN OTHER
               MOVE "CONFERIDO"        TO WS-DET-SITUACAO
           END-EVALUATE

           MOVE WS-RELAT-DETALHE       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD WS-ACV-ESPERADO (WS-IDX WS-IDX-FORMA)
                                       TO BOOKRCXA-REG-VALOR-ESPERADO
           ADD WS-ACV-DECLARADO (WS-IDX WS-IDX-FORMA)
                                       TO BOOKRCXA-REG-VALOR-DECLARADO

           ADD 1                       TO WS-IDX-FORMA

           .
       2410-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-RECEBIMENTO
                                       ARQ-CAIXA
                                       ARQ-VENDEDOR
                                       ARQ-RELAT-CAIXA

           IF BOOKRCXA-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELCAIXA.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELCAIXA"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRCXA-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRCXA-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
