
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. BLOQFIN.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-CLIENTE          ASSIGN TO "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
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

           SELECT ARQ-HIST-CLIENTE     ASSIGN TO "HISTCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "BLOQFIN.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELATORIO.


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

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-CLIENTE.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-CLIENTE      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-CNPJ             PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-RZ-SOCIAL        PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       01  FD-RELATORIO.
           05 FD-REL-LINHA             PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TITULOS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.

       77  WS-DIAS-TOLERANCIA-PADRAO   PIC 9(003)          VALUE 005.
       77  WS-DIAS-REFERENCIA          PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-ATRASO              PIC S9(007)         VALUE ZEROS.
       77  WS-MAIOR-ATRASO             PIC 9(005)          VALUE ZEROS.
       77  WS-VALOR-VENCIDO            PIC 9(011)V9(002)   VALUE ZEROS.
       77  WS-HIST-DESCRICAO           PIC X(040)          VALUE SPACES.

       01  WS-RELATORIO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'BLOQFIN'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DIAS-TOLERANCIA   PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-HORA         PIC 9(014)          VALUE ZEROS.

       01  WS-RELATORIO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ACAO              PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-VENCIDO     PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-MAIOR-ATRASO      PIC 9(005)          VALUE ZEROS.

       01  WS-RELATORIO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-BLOQUEADOS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DESBLOQUEADOS PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKBLQF.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKBLQF-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKBLQF-REG-DATA-REFERENCIA
           END-IF

           IF BOOKBLQF-REG-DIAS-TOLERANCIA
                                       EQUAL ZEROS
             MOVE WS-DIAS-TOLERANCIA-PADRAO
                                       TO BOOKBLQF-REG-DIAS-TOLERANCIA
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (BOOKBLQF-REG-DATA-REFERENCIA)

           MOVE ZEROS                  TO BOOKBLQF-REG-QTD-CLIENTES
                                       BOOKBLQF-REG-QTD-BLOQUEADOS
                                       BOOKBLQF-REG-QTD-DESBLOQUEADOS

           PERFORM 1110-ABRIR-ARQUIVOS
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQUIVOS             SECTION.

           OPEN I-O ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN EXTEND ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE CLIENTE"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO BLOQFIN"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO CLIENTE"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-LER-ARQ-TITULOS            SECTION.

           READ ARQ-TITULOS            NEXT RECORD

           .
       1125-99-FIM.                    EXIT.

       1130-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-RELATORIO          FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO BLOQFIN"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-REGISTRAR-HISTORICO        SECTION.

           INITIALIZE                  FD-HIST-CLIENTE
           MOVE 'F'                    TO FD-HIST-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-HIST-DATA-HORA
           MOVE FD-CLI-COD-CLIENTE     TO FD-HIST-COD-CLIENTE
           MOVE FD-CLI-CNPJ            TO FD-HIST-CNPJ
           MOVE WS-HIST-DESCRICAO      TO FD-HIST-RZ-SOCIAL
           MOVE FD-CLI-LATITUDE        TO FD-HIST-LATITUDE
           MOVE FD-CLI-LONGITUDE       TO FD-HIST-LONGITUDE
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKBLQF-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE CLIENTE"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-REGRAVAR-ARQ-CLIENTE       SECTION.

           REWRITE FD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKBLQF-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO CLIENTE"
                                       TO BOOKBLQF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKBLQF-REG-DATA-REFERENCIA
                                       TO WS-CAB-DATA-REFERENCIA
           MOVE BOOKBLQF-REG-DIAS-TOLERANCIA
                                       TO WS-CAB-DIAS-TOLERANCIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-HORA
           MOVE WS-RELATORIO-CABEC     TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           PERFORM 1120-LER-ARQ-CLIENTE

           PERFORM 2100-AVALIAR-CLIENTE
                                       UNTIL WS-FS-ARQ-CLIE
                                       EQUAL '10'

           MOVE BOOKBLQF-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKBLQF-REG-QTD-BLOQUEADOS
                                       TO WS-TRL-QTD-BLOQUEADOS
           MOVE BOOKBLQF-REG-QTD-DESBLOQUEADOS
                                       TO WS-TRL-QTD-DESBLOQUEADOS
           MOVE BOOKBLQF-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELATORIO-TRAILER   TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           MOVE ZEROS                  TO BOOKBLQF-CTRL-COD
           MOVE "BLOQUEIO FINANCEIRO PROCESSADO"
                                       TO BOOKBLQF-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-AVALIAR-CLIENTE            SECTION.

           ADD 1                       TO BOOKBLQF-REG-QTD-CLIENTES

           PERFORM 2200-APURAR-VENCIDOS

           IF WS-VALOR-VENCIDO         GREATER ZEROS
             IF NOT FD-CLI-BLOQUEADO
               PERFORM 2300-BLOQUEAR-CLIENTE
             END-IF
           ELSE
             IF FD-CLI-BLOQUEADO AND
                FD-CLI-BLOQ-AUTOMATICO
               PERFORM 2400-DESBLOQUEAR-CLIENTE
             END-IF
           END-IF

           PERFORM 1120-LER-ARQ-CLIENTE

           .
       2100-99-FIM.                    EXIT.

       2200-APURAR-VENCIDOS            SECTION.

           MOVE ZEROS                  TO WS-VALOR-VENCIDO
                                       WS-MAIOR-ATRASO

           IF WS-FS-ARQ-TITULOS        NOT EQUAL '35'
             MOVE FD-CLI-COD-CLIENTE   TO FD-TIT-COD-CLIENTE
             MOVE LOW-VALUES           TO FD-TIT-NUM-TITULO

             START ARQ-TITULOS         KEY IS NOT LESS FD-TIT-CHAVE

             IF WS-FS-ARQ-TITULOS      EQUAL ZEROS
               PERFORM 1125-LER-ARQ-TITULOS
               PERFORM 2210-AVALIAR-TITULO
                                       UNTIL WS-FS-ARQ-TITULOS
                                       NOT EQUAL ZEROS OR
                                       FD-TIT-COD-CLIENTE NOT EQUAL
                                       FD-CLI-COD-CLIENTE
             END-IF
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2210-AVALIAR-TITULO             SECTION.

           IF FD-TIT-VALOR-PAGO        LESS FD-TIT-VALOR
             COMPUTE WS-DIAS-ATRASO    = WS-DIAS-REFERENCIA
                                       - FUNCTION INTEGER-OF-DATE
                                       (FD-TIT-DATA-VENCIMENTO)

             IF WS-DIAS-ATRASO         GREATER
                                       BOOKBLQF-REG-DIAS-TOLERANCIA
               COMPUTE WS-VALOR-VENCIDO
                                       = WS-VALOR-VENCIDO
                                       + FD-TIT-VALOR
                                       - FD-TIT-VALOR-PAGO
               IF WS-DIAS-ATRASO       GREATER WS-MAIOR-ATRASO
                 MOVE WS-DIAS-ATRASO   TO WS-MAIOR-ATRASO
               END-IF
             END-IF
           END-IF

           PERFORM 1125-LER-ARQ-TITULOS

           .
       2210-99-FIM.                    EXIT.

       2300-BLOQUEAR-CLIENTE           SECTION.

           MOVE 'S'                    TO FD-CLI-BLOQ-FINANCEIRO
           SET FD-CLI-BLOQ-AUTOMATICO  TO TRUE
           PERFORM 1150-REGRAVAR-ARQ-CLIENTE

           MOVE "BLOQUEIO FINANCEIRO - TITULO VENCIDO"
                                       TO WS-HIST-DESCRICAO
           PERFORM 1140-REGISTRAR-HISTORICO

           ADD 1                       TO BOOKBLQF-REG-QTD-BLOQUEADOS
           MOVE 'B'                    TO WS-DET-ACAO
           PERFORM 2500-GRAVAR-DETALHE

           .
       2300-99-FIM.                    EXIT.

       2400-DESBLOQUEAR-CLIENTE        SECTION.

           MOVE 'N'                    TO FD-CLI-BLOQ-FINANCEIRO
           MOVE SPACES                 TO FD-CLI-ORIGEM-BLOQUEIO
           PERFORM 1150-REGRAVAR-ARQ-CLIENTE

           MOVE "DESBLOQUEIO FINANCEIRO - TITULOS PAGOS"
                                       TO WS-HIST-DESCRICAO
           PERFORM 1140-REGISTRAR-HISTORICO

           ADD 1                       TO BOOKBLQF-REG-QTD-DESBLOQUEADOS
           MOVE 'L'                    TO WS-DET-ACAO
           PERFORM 2500-GRAVAR-DETALHE

           .
       2400-99-FIM.                    EXIT.

       2500-GRAVAR-DETALHE             SECTION.

           MOVE FD-CLI-COD-CLIENTE     TO WS-DET-COD-CLIENTE
           MOVE FD-CLI-RZ-SOCIAL       TO WS-DET-RZ-SOCIAL
           MOVE WS-VALOR-VENCIDO       TO WS-DET-VALOR-VENCIDO
           MOVE WS-MAIOR-ATRASO        TO WS-DET-MAIOR-ATRASO
           MOVE WS-RELATORIO-DET       TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-TITULOS
                                       ARQ-HIST-CLIENTE
                                       ARQ-RELATORIO

           IF BOOKBLQF-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "BLOQFIN.RPT"          TO BOOKARQR-REG-ARQUIVO
           MOVE "BLOQFIN"              TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKBLQF-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKBLQF-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
