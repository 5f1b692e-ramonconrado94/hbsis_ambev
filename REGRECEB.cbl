
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. REGRECEB.
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

           SELECT OPTIONAL ARQ-VISITA  ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT OPTIONAL ARQ-TITULOS ASSIGN TO DISK "TITULOS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-TIT-CHAVE
                  ALTERNATE RECORD KEY IS FD-TIT-NUM-PEDIDO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-TITULOS.

           SELECT ARQ-EXCECAO          ASSIGN TO "EXCECOES.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-EXCECAO.


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

       FD  ARQ-EXCECAO
           LABEL RECORD                IS STANDARD.
       01  FD-EXCECAO.
           05 FD-EXC-ORIGEM            PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-COD-REGISTRO      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CPF               PIC 9(011).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-RECEBIMENTO       PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CAIXA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TITULOS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.

       77  WS-ULTIMA-SEQ-RECEB         PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-TITULO               PIC 9(001)          VALUE ZEROS.
       77  WS-SALDO-A-APLICAR          PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC 9(009)V9(002)   VALUE ZEROS.
       77  WS-MOTIVO-EXCECAO           PIC X(040)          VALUE SPACES.

       01  WS-TITULOS-INFORMADOS.
           05 WS-TIT-INFORMADO         OCCURS 3 TIMES
                                       PIC X(015).

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRECB.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           PERFORM 1110-ABRIR-ARQ-RECEBIMENTO
           PERFORM 1115-ABRIR-ARQ-CAIXA
           PERFORM 1120-ABRIR-ARQ-VISITA
           PERFORM 1125-ABRIR-ARQ-TITULOS
           PERFORM 1129-ABRIR-ARQ-EXCECAO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-RECEBIMENTO      SECTION.

           OPEN I-O ARQ-RECEBIMENTO

           IF WS-FS-ARQ-RECEBIMENTO    EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECEBIMENTOS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-CAIXA            SECTION.

           OPEN I-O ARQ-CAIXA

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE CAIXA"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-TITULOS          SECTION.

           OPEN I-O ARQ-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1126-REGRAVAR-ARQ-TITULOS       SECTION.

           REWRITE FD-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE TITULOS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1126-99-FIM.                    EXIT.

       1129-ABRIR-ARQ-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO

           IF WS-FS-ARQ-EXCECAO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXCECOES"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1129-99-FIM.                    EXIT.

       1130-GRAVAR-ARQ-RECEBIMENTO     SECTION.

           WRITE FD-RECEBIMENTO

           IF WS-FS-ARQ-RECEBIMENTO    EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RECEBIMENTOS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1131-REGISTRAR-EXCECAO          SECTION.

           INITIALIZE                  FD-EXCECAO
           MOVE 'R'                    TO FD-EXC-ORIGEM
           MOVE BOOKRECB-REG-SERVICO   TO FD-EXC-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-EXC-DATA-HORA
           MOVE BOOKRECB-REG-COD-CLIENTE
                                       TO FD-EXC-COD-REGISTRO
           MOVE WS-MOTIVO-EXCECAO      TO FD-EXC-MOTIVO
           MOVE BOOKRECB-REG-OPERADOR  TO FD-EXC-OPERADOR

           WRITE FD-EXCECAO

           IF WS-FS-ARQ-EXCECAO        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXCECOES"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1131-99-FIM.                    EXIT.

       1135-LER-ARQ-RECEBIMENTO        SECTION.

           READ ARQ-RECEBIMENTO        NEXT RECORD

           .
       1135-99-FIM.                    EXIT.

       1140-GRAVAR-ARQ-CAIXA           SECTION.

           WRITE FD-CAIXA

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CAIXA"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1141-REGRAVAR-ARQ-CAIXA         SECTION.

           REWRITE FD-CAIXA

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRECB-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE CAIXA"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1141-99-FIM.                    EXIT.

       1150-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-RECEBIMENTO
                                       ARQ-CAIXA
                                       ARQ-VISITA
                                       ARQ-TITULOS
                                       ARQ-EXCECAO
           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKRECB-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'D'
               PERFORM 2200-DECLARAR-CAIXA
             WHEN OTHER
               MOVE 1                  TO BOOKRECB-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKRECB-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           PERFORM 2110-VALIDAR-DADOS

           IF BOOKRECB-CTRL-COD        EQUAL ZEROS
             PERFORM 2120-LOCALIZAR-VISITA
           END-IF

           IF BOOKRECB-CTRL-COD        EQUAL ZEROS
             PERFORM 2130-OBTER-SEQUENCIA
             PERFORM 2140-APLICAR-TITULOS
             PERFORM 2160-GRAVAR-RECEBIMENTO
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2110-VALIDAR-DADOS              SECTION.

           IF BOOKRECB-REG-COD-VEND    EQUAL ZEROS OR
              BOOKRECB-REG-COD-CLIENTE EQUAL ZEROS OR
              BOOKRECB-REG-DATA-VISITA EQUAL ZEROS
             MOVE 1                    TO BOOKRECB-CTRL-COD
             MOVE "VENDEDOR, CLIENTE E DATA OBRIGATORIOS"
                                       TO BOOKRECB-CTRL-MSG
           ELSE
             IF NOT BOOKRECB-FORMA-VALIDA
               MOVE 1                  TO BOOKRECB-CTRL-COD
               MOVE "FORMA DE PAGAMENTO INVALIDA"
                                       TO BOOKRECB-CTRL-MSG
             ELSE
               IF BOOKRECB-REG-VALOR   EQUAL ZEROS
                 MOVE 1                TO BOOKRECB-CTRL-COD
                 MOVE "VALOR DO RECEBIMENTO INVALIDO"
                                       TO BOOKRECB-CTRL-MSG
               ELSE
                 IF BOOKRECB-FORMA-CHEQUE AND
                    BOOKRECB-REG-NUM-DOCUMENTO
                                       EQUAL SPACES
                   MOVE 1              TO BOOKRECB-CTRL-COD
                   MOVE "NUMERO DO CHEQUE OBRIGATORIO"
                                       TO BOOKRECB-CTRL-MSG
                 END-IF
               END-IF
             END-IF
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2120-LOCALIZAR-VISITA           SECTION.

           MOVE BOOKRECB-REG-COD-VEND  TO FD-VIS-COD-VENDEDOR
           MOVE BOOKRECB-REG-COD-CLIENTE
                                       TO FD-VIS-COD-CLIENTE
           MOVE BOOKRECB-REG-DATA-VISITA
                                       TO FD-VIS-DATA-VISITA
           READ ARQ-VISITA             RECORD INTO FD-VISITA
                                       KEY IS FD-VIS-CHAVE

           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS
             MOVE 1                    TO BOOKRECB-CTRL-COD
             MOVE "VISITA NAO ENCONTRADA PARA O RECEBIMENTO"
                                       TO BOOKRECB-CTRL-MSG
           ELSE
             IF FD-VIS-RESULTADO       EQUAL 'C'
               MOVE 1                  TO BOOKRECB-CTRL-COD
               MOVE "VISITA CANCELADA NAO ACEITA RECEBIMENTO"
                                       TO BOOKRECB-CTRL-MSG
             END-IF
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-OBTER-SEQUENCIA            SECTION.

           MOVE ZEROS                  TO WS-ULTIMA-SEQ-RECEB

           IF WS-FS-ARQ-RECEBIMENTO    NOT EQUAL '05'
             MOVE BOOKRECB-REG-COD-VEND
                                       TO FD-RCB-COD-VENDEDOR
             MOVE BOOKRECB-REG-COD-CLIENTE
                                       TO FD-RCB-COD-CLIENTE
             MOVE BOOKRECB-REG-DATA-VISITA
                                       TO FD-RCB-DATA-VISITA
             MOVE ZEROS                TO FD-RCB-SEQ-RECEB

             START ARQ-RECEBIMENTO     KEY IS NOT LESS FD-RCB-CHAVE

             IF WS-FS-ARQ-RECEBIMENTO  EQUAL ZEROS
               PERFORM 1135-LER-ARQ-RECEBIMENTO
               PERFORM                 UNTIL WS-FS-ARQ-RECEBIMENTO
                                       NOT EQUAL ZEROS OR
                                       FD-RCB-COD-VENDEDOR NOT EQUAL
                                       BOOKRECB-REG-COD-VEND OR
                                       FD-RCB-COD-CLIENTE NOT EQUAL
                                       BOOKRECB-REG-COD-CLIENTE OR
                                       FD-RCB-DATA-VISITA NOT EQUAL
                                       BOOKRECB-REG-DATA-VISITA
                 MOVE FD-RCB-SEQ-RECEB TO WS-ULTIMA-SEQ-RECEB
                 PERFORM 1135-LER-ARQ-RECEBIMENTO
               END-PERFORM
             END-IF
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2140-APLICAR-TITULOS            SECTION.

           INITIALIZE                  FD-RECEBIMENTO

           MOVE BOOKRECB-REG-TITULO-1  TO WS-TIT-INFORMADO (1)
           MOVE BOOKRECB-REG-TITULO-2  TO WS-TIT-INFORMADO (2)
           MOVE BOOKRECB-REG-TITULO-3  TO WS-TIT-INFORMADO (3)

           MOVE BOOKRECB-REG-VALOR     TO WS-SALDO-A-APLICAR

           PERFORM VARYING WS-IDX-TITULO FROM 1 BY 1
                   UNTIL WS-IDX-TITULO GREATER 3
             IF WS-TIT-INFORMADO (WS-IDX-TITULO)
                                       NOT EQUAL SPACES
               PERFORM 2150-APLICAR-TITULO
             END-IF
           END-PERFORM

           MOVE WS-SALDO-A-APLICAR     TO FD-RCB-VALOR-SEM-TITULO

           IF WS-SALDO-A-APLICAR       GREATER ZEROS
             SET FD-RCB-DIVERGENTE     TO TRUE
             IF WS-TITULOS-INFORMADOS  EQUAL SPACES
               MOVE "RECEBIMENTO SEM TITULO INFORMADO"
                                       TO WS-MOTIVO-EXCECAO
             ELSE
               MOVE "RECEBIMENTO ACIMA DO SALDO DOS TITULOS"
                                       TO WS-MOTIVO-EXCECAO
             END-IF
             PERFORM 1131-REGISTRAR-EXCECAO
           END-IF

           IF NOT FD-RCB-DIVERGENTE
             SET FD-RCB-CONCILIADO     TO TRUE
           END-IF

           .
       2140-99-FIM.                    EXIT.

       2150-APLICAR-TITULO             SECTION.

           MOVE WS-TIT-INFORMADO (WS-IDX-TITULO)
                                       TO FD-RCB-NUM-TITULO
                                       (WS-IDX-TITULO)
           MOVE ZEROS                  TO WS-SALDO-TITULO

           MOVE BOOKRECB-REG-COD-CLIENTE
                                       TO FD-TIT-COD-CLIENTE
           MOVE WS-TIT-INFORMADO (WS-IDX-TITULO)
                                       TO FD-TIT-NUM-TITULO
           READ ARQ-TITULOS            RECORD INTO FD-TITULOS
                                       KEY IS FD-TIT-CHAVE

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS AND
              FD-TIT-VALOR-PAGO        LESS FD-TIT-VALOR
             COMPUTE WS-SALDO-TITULO   = FD-TIT-VALOR
                                       - FD-TIT-VALOR-PAGO
           END-IF

           IF WS-SALDO-TITULO          EQUAL ZEROS
             SET FD-RCB-DIVERGENTE     TO TRUE
             MOVE SPACES               TO WS-MOTIVO-EXCECAO
             STRING "TIT "             DELIMITED BY SIZE
                    WS-TIT-INFORMADO (WS-IDX-TITULO)
                                       DELIMITED BY SIZE
                    " SEM SALDO EM ABERTO"
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO-EXCECAO
             PERFORM 1131-REGISTRAR-EXCECAO
           ELSE
             IF WS-SALDO-A-APLICAR     LESS WS-SALDO-TITULO
               MOVE WS-SALDO-A-APLICAR TO FD-RCB-VALOR-APLICADO
                                       (WS-IDX-TITULO)
             ELSE
               MOVE WS-SALDO-TITULO    TO FD-RCB-VALOR-APLICADO
                                       (WS-IDX-TITULO)
             END-IF
             SUBTRACT FD-RCB-VALOR-APLICADO (WS-IDX-TITULO)
                                       FROM WS-SALDO-A-APLICAR

             ADD FD-RCB-VALOR-APLICADO (WS-IDX-TITULO)
                                       TO FD-TIT-VALOR-PAGO
             IF FD-TIT-VALOR-PAGO      NOT LESS FD-TIT-VALOR
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-TIT-DATA-BAIXA
             END-IF
             MOVE BOOKRECB-REG-OPERADOR
                                       TO FD-TIT-OPERADOR
             PERFORM 1126-REGRAVAR-ARQ-TITULOS
           END-IF

           .
       2150-99-FIM.                    EXIT.

       2160-GRAVAR-RECEBIMENTO         SECTION.

           MOVE BOOKRECB-REG-COD-VEND  TO FD-RCB-COD-VENDEDOR
           MOVE BOOKRECB-REG-COD-CLIENTE
                                       TO FD-RCB-COD-CLIENTE
           MOVE BOOKRECB-REG-DATA-VISITA
                                       TO FD-RCB-DATA-VISITA
           COMPUTE FD-RCB-SEQ-RECEB    = WS-ULTIMA-SEQ-RECEB + 1
           MOVE BOOKRECB-REG-FORMA-PAGTO
                                       TO FD-RCB-FORMA-PAGTO
           MOVE BOOKRECB-REG-VALOR     TO FD-RCB-VALOR
           MOVE BOOKRECB-REG-NUM-DOCUMENTO
                                       TO FD-RCB-NUM-DOCUMENTO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-RCB-DATA-HORA
           MOVE BOOKRECB-REG-OPERADOR  TO FD-RCB-OPERADOR

           PERFORM 1130-GRAVAR-ARQ-RECEBIMENTO

           MOVE FD-RCB-SEQ-RECEB       TO BOOKRECB-REG-SEQ-RECEB
           COMPUTE BOOKRECB-REG-VALOR-APLICADO
                                       = FD-RCB-VALOR
                                       - FD-RCB-VALOR-SEM-TITULO
           MOVE FD-RCB-VALOR-SEM-TITULO
                                       TO BOOKRECB-REG-VALOR-SEM-TITULO
           MOVE FD-RCB-SITUACAO        TO BOOKRECB-REG-SITUACAO

           MOVE ZEROS                  TO BOOKRECB-CTRL-COD
           IF FD-RCB-CONCILIADO
             MOVE "RECEBIMENTO REGISTRADO COM SUCESSO"
                                       TO BOOKRECB-CTRL-MSG
           ELSE
             MOVE "RECEBIMENTO REGISTRADO COM DIVERGENCIA"
                                       TO BOOKRECB-CTRL-MSG
           END-IF

           .
       2160-99-FIM.                    EXIT.

       2200-DECLARAR-CAIXA             SECTION.

           IF BOOKRECB-REG-COD-VEND    EQUAL ZEROS OR
              BOOKRECB-REG-DATA-VISITA EQUAL ZEROS
             MOVE 1                    TO BOOKRECB-CTRL-COD
             MOVE "VENDEDOR E DATA DO CAIXA OBRIGATORIOS"
                                       TO BOOKRECB-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE BOOKRECB-REG-COD-VEND  TO FD-CXD-COD-VENDEDOR
           MOVE BOOKRECB-REG-DATA-VISITA
                                       TO FD-CXD-DATA-CAIXA
           READ ARQ-CAIXA              RECORD INTO FD-CAIXA
                                       KEY IS FD-CXD-CHAVE

           MOVE BOOKRECB-REG-DECL-DINHEIRO
                                       TO FD-CXD-VALOR-DINHEIRO
           MOVE BOOKRECB-REG-DECL-CHEQUE
                                       TO FD-CXD-VALOR-CHEQUE
           MOVE BOOKRECB-REG-DECL-PIX  TO FD-CXD-VALOR-PIX
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-CXD-DATA-HORA
           MOVE BOOKRECB-REG-OPERADOR  TO FD-CXD-OPERADOR

           IF WS-FS-ARQ-CAIXA          EQUAL ZEROS
             PERFORM 1141-REGRAVAR-ARQ-CAIXA
           ELSE
             MOVE BOOKRECB-REG-COD-VEND
                                       TO FD-CXD-COD-VENDEDOR
             MOVE BOOKRECB-REG-DATA-VISITA
                                       TO FD-CXD-DATA-CAIXA
             PERFORM 1140-GRAVAR-ARQ-CAIXA
           END-IF

           MOVE ZEROS                  TO BOOKRECB-CTRL-COD
           MOVE "FECHAMENTO DE CAIXA DECLARADO"
                                       TO BOOKRECB-CTRL-MSG

           .
       2200-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1150-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
