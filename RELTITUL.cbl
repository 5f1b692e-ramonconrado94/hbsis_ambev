
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELTITUL.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-TITULOS ASSIGN TO DISK "TITULOS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-TIT-CHAVE
                  ALTERNATE RECORD KEY IS FD-TIT-NUM-PEDIDO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-TITULOS.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

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

           SELECT ARQ-RELAT-TITULOS    ASSIGN TO DISK "RELTITUL.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-RELAT-TITULOS
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-TITULOS.
           05 FD-REL-LINHA             PIC X(150).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-TITULOS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-TAB-MAXIMO               PIC 9(005)          VALUE 05000.
       77  WS-QTD-VENDEDORES           PIC 9(005)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-FAIXA                PIC 9(001)          VALUE ZEROS.
       77  WS-ACHOU                    PIC X(001)          VALUE 'N'.

       77  WS-CLIENTE-ATUAL            PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-REFERENCIA          PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-ATRASO              PIC S9(007)         VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC 9(009)V9(002)   VALUE ZEROS.

       01  WS-ACUM-CLIENTE.
           05 WS-ACC-FAIXA             PIC 9(011)V9(002)
                                       OCCURS 5 TIMES.
           05 WS-ACC-TOTAL             PIC 9(011)V9(002).

       01  WS-ACUM-GERAL.
           05 WS-ACG-FAIXA             PIC 9(011)V9(002)
                                       OCCURS 5 TIMES.
           05 WS-ACG-TOTAL             PIC 9(011)V9(002).

       01  WS-TAB-ACUM-VENDEDOR.
           05 WS-ACV-VENDEDOR          OCCURS 5000 TIMES.
               10 WS-ACV-CODIGO        PIC 9(005).
               10 WS-ACV-QTD-CLIENTES  PIC 9(007).
               10 WS-ACV-FAIXA         PIC 9(011)V9(002)
                                       OCCURS 5 TIMES.
               10 WS-ACV-TOTAL         PIC 9(011)V9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELTITUL'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-CLIENTE.
           05 WS-RCL-TIPO              PIC X(001)          VALUE 'C'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-A-VENCER          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-ATE-30            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-ATE-60            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-ATE-90            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-ACIMA-90          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RCL-TOTAL             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-VENDEDOR.
           05 WS-RVE-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-A-VENCER          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-ATE-30            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-ATE-60            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-ATE-90            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-ACIMA-90          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-TOTAL             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-A-VENCER          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ATE-30            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ATE-60            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ATE-90            PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ACIMA-90          PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-TOTAL             PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRTIT.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRTIT-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKRTIT-REG-DATA-REFERENCIA
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (BOOKRTIT-REG-DATA-REFERENCIA)

           MOVE ZEROS                  TO BOOKRTIT-REG-QTD-CLIENTES
                                       BOOKRTIT-REG-VALOR-ABERTO
                                       BOOKRTIT-REG-VALOR-VENCIDO

           INITIALIZE                  WS-ACUM-CLIENTE
                                       WS-ACUM-GERAL

           PERFORM 1110-ABRIR-ARQ-TITULOS
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1125-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-TITULOS          SECTION.

           OPEN INPUT ARQ-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-TITULOS

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE TITULOS"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-LER-ARQ-TITULOS            SECTION.

           READ ARQ-TITULOS            NEXT RECORD

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-TITULOS      FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRTIT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE TITULOS"
                                       TO BOOKRTIT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRTIT-REG-DATA-REFERENCIA
                                       TO WS-CAB-DATA-REFERENCIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             PERFORM 1150-LER-ARQ-TITULOS
             PERFORM 2100-ACUMULAR-TITULO
                                       UNTIL WS-FS-ARQ-TITULOS
                                       EQUAL '10'
           END-IF

           IF WS-CLIENTE-ATUAL         GREATER ZEROS
             PERFORM 2200-FECHAR-CLIENTE
           END-IF

           MOVE 1                      TO WS-IDX
           PERFORM 2400-GRAVAR-VENDEDOR
                                       UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES

           MOVE BOOKRTIT-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE WS-ACG-FAIXA (1)       TO WS-TRL-A-VENCER
           MOVE WS-ACG-FAIXA (2)       TO WS-TRL-ATE-30
           MOVE WS-ACG-FAIXA (3)       TO WS-TRL-ATE-60
           MOVE WS-ACG-FAIXA (4)       TO WS-TRL-ATE-90
           MOVE WS-ACG-FAIXA (5)       TO WS-TRL-ACIMA-90
           MOVE WS-ACG-TOTAL           TO WS-TRL-TOTAL
           MOVE BOOKRTIT-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE WS-ACG-TOTAL           TO BOOKRTIT-REG-VALOR-ABERTO
           COMPUTE BOOKRTIT-REG-VALOR-VENCIDO
                                       = WS-ACG-TOTAL
                                       - WS-ACG-FAIXA (1)

           IF BOOKRTIT-REG-QTD-CLIENTES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKRTIT-CTRL-COD
             MOVE "NENHUM TITULO EM ABERTO"
                                       TO BOOKRTIT-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRTIT-CTRL-COD
             MOVE "RELATORIO DE TITULOS GERADO"
                                       TO BOOKRTIT-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-ACUMULAR-TITULO            SECTION.

           IF FD-TIT-COD-CLIENTE       NOT EQUAL WS-CLIENTE-ATUAL
             IF WS-CLIENTE-ATUAL       GREATER ZEROS
               PERFORM 2200-FECHAR-CLIENTE
             END-IF
             MOVE FD-TIT-COD-CLIENTE   TO WS-CLIENTE-ATUAL
             INITIALIZE                WS-ACUM-CLIENTE
           END-IF

           IF FD-TIT-VALOR-PAGO        LESS FD-TIT-VALOR
             COMPUTE WS-SALDO-TITULO   = FD-TIT-VALOR
                                       - FD-TIT-VALOR-PAGO
             COMPUTE WS-DIAS-ATRASO    = WS-DIAS-REFERENCIA
                                       - FUNCTION INTEGER-OF-DATE
                                       (FD-TIT-DATA-VENCIMENTO)

             EVALUATE TRUE
               WHEN WS-DIAS-ATRASO     NOT GREATER ZEROS
                 MOVE 1                TO WS-IDX-FAIXA
               WHEN WS-DIAS-ATRASO     NOT GREATER 30
                 MOVE 2                TO WS-IDX-FAIXA
               WHEN WS-DIAS-ATRASO     NOT GREATER 60
                 MOVE 3                TO WS-IDX-FAIXA
               WHEN WS-DIAS-ATRASO     NOT GREATER 90
                 MOVE 4                TO WS-IDX-FAIXA
               WHEN OTHER
                 MOVE 5                TO WS-IDX-FAIXA
             END-EVALUATE

             ADD WS-SALDO-TITULO       TO WS-ACC-FAIXA (WS-IDX-FAIXA)
                                       WS-ACC-TOTAL
           END-IF

           PERFORM 1150-LER-ARQ-TITULOS

           .
       2100-99-FIM.                    EXIT.

       2200-FECHAR-CLIENTE             SECTION.

           IF WS-ACC-TOTAL             GREATER ZEROS
             MOVE WS-CLIENTE-ATUAL     TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         NOT EQUAL ZEROS
               MOVE SPACES             TO FD-CLI-RZ-SOCIAL
               MOVE ZEROS              TO FD-CLI-COD-VENDEDOR
             END-IF

             ADD 1                     TO BOOKRTIT-REG-QTD-CLIENTES

             MOVE WS-CLIENTE-ATUAL     TO WS-RCL-COD-CLIENTE
             MOVE FD-CLI-RZ-SOCIAL     TO WS-RCL-RZ-SOCIAL
             MOVE FD-CLI-COD-VENDEDOR  TO WS-RCL-COD-VENDEDOR
             MOVE WS-ACC-FAIXA (1)     TO WS-RCL-A-VENCER
             MOVE WS-ACC-FAIXA (2)     TO WS-RCL-ATE-30
             MOVE WS-ACC-FAIXA (3)     TO WS-RCL-ATE-60
             MOVE WS-ACC-FAIXA (4)     TO WS-RCL-ATE-90
             MOVE WS-ACC-FAIXA (5)     TO WS-RCL-ACIMA-90
             MOVE WS-ACC-TOTAL         TO WS-RCL-TOTAL
             MOVE WS-RELAT-CLIENTE     TO FD-REL-LINHA
             PERFORM 1160-GRAVAR-ARQ-RELAT

             MOVE 1                    TO WS-IDX-FAIXA
             PERFORM                   UNTIL WS-IDX-FAIXA GREATER 5
               ADD WS-ACC-FAIXA (WS-IDX-FAIXA)
                                       TO WS-ACG-FAIXA (WS-IDX-FAIXA)
               ADD 1                   TO WS-IDX-FAIXA
             END-PERFORM
             ADD WS-ACC-TOTAL          TO WS-ACG-TOTAL

             PERFORM 2300-ACUMULAR-VENDEDOR
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2300-ACUMULAR-VENDEDOR          SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES OR
                                       WS-ACHOU EQUAL 'S'
             IF WS-ACV-CODIGO (WS-IDX) EQUAL FD-CLI-COD-VENDEDOR
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
             MOVE FD-CLI-COD-VENDEDOR  TO WS-ACV-CODIGO (WS-IDX)
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           IF WS-ACHOU                 EQUAL 'S'
             ADD 1                     TO WS-ACV-QTD-CLIENTES (WS-IDX)
             MOVE 1                    TO WS-IDX-FAIXA
             PERFORM                   UNTIL WS-IDX-FAIXA GREATER 5
               ADD WS-ACC-FAIXA (WS-IDX-FAIXA)
                                       TO WS-ACV-FAIXA
                                       (WS-IDX WS-IDX-FAIXA)
               ADD 1                   TO WS-IDX-FAIXA
             END-PERFORM
             ADD WS-ACC-TOTAL          TO WS-ACV-TOTAL (WS-IDX)
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

           MOVE WS-ACV-CODIGO (WS-IDX) TO WS-RVE-COD-VENDEDOR
           MOVE FD-VEND-NOME           TO WS-RVE-NOME
           MOVE WS-ACV-QTD-CLIENTES (WS-IDX)
                                       TO WS-RVE-QTD-CLIENTES
           MOVE WS-ACV-FAIXA (WS-IDX 1)
                                       TO WS-RVE-A-VENCER
           MOVE WS-ACV-FAIXA (WS-IDX 2)
                                       TO WS-RVE-ATE-30
           MOVE WS-ACV-FAIXA (WS-IDX 3)
                                       TO WS-RVE-ATE-60
           MOVE WS-ACV-FAIXA (WS-IDX 4)
                                       TO WS-RVE-ATE-90
           MOVE WS-ACV-FAIXA (WS-IDX 5)
                                       TO WS-RVE-ACIMA-90
           MOVE WS-ACV-TOTAL (WS-IDX)  TO WS-RVE-TOTAL
           MOVE WS-RELAT-VENDEDOR      TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO WS-IDX

           .
       2400-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-TITULOS
                                       ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-RELAT-TITULOS

           IF BOOKRTIT-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELTITUL.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELTITUL"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRTIT-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRTIT-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
