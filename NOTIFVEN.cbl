       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. NOTIFVEN.
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

           SELECT OPTIONAL ARQ-CARTEIRA
                                       ASSIGN TO DISK "CARTEIRA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CART-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

           SELECT OPTIONAL ARQ-HIST-CLIENTE
                                       ASSIGN TO "HISTCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.

           SELECT OPTIONAL ARQ-BASE-NOTIF
                                       ASSIGN TO DISK "NOTIFBAS.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-NTB-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-BASE.

           SELECT ARQ-NOTIFICACAO      ASSIGN TO DISK "NOTIFCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-NOTIF.

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "NOTIFVEN.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELATORIO.

           SELECT WORK-EVENTO          ASSIGN TO "WNOTIF.TMP".


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

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
       01  FD-CARTEIRA.
           05 FD-CART-COD-CLIENTE      PIC 9(007).
           05 FD-CART-COD-VENDEDOR     PIC 9(005).
           05 FD-CART-DISTANCIA        PIC 9(010)V9(008).
           05 FD-CART-DATA-ATRIB       PIC 9(008).

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-CLIENTE.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HIST-COD-CLIENTE      PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-HIST-CNPJ             PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HIST-RZ-SOCIAL        PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-HIST-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HIST-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001).
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-BASE-NOTIF
           LABEL RECORD                IS STANDARD.
       01  FD-BASE-NOTIF.
           05 FD-NTB-COD-CLIENTE       PIC 9(007).
           05 FD-NTB-COD-VENDEDOR      PIC 9(005).
           05 FD-NTB-VEND-ANTERIOR     PIC 9(005).
           05 FD-NTB-DATA-REFERENCIA   PIC 9(008).

       FD  ARQ-NOTIFICACAO
           LABEL RECORD                IS STANDARD.
       01  FD-NOTIFICACAO.
           05 FD-NOT-LINHA             PIC X(250).

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       01  FD-RELATORIO.
           05 FD-REL-LINHA             PIC X(100).

       SD  WORK-EVENTO.
       01  SD-EVENTO.
           05 SD-EVT-COD-CLIENTE       PIC 9(007).
           05 SD-EVT-DATA-HORA         PIC 9(014).
           05 SD-EVT-TIPO              PIC X(001).
               88 SD-EVT-ANTERIOR                          VALUE 'A'.
               88 SD-EVT-HISTORICO                         VALUE 'H'.
               88 SD-EVT-CARTEIRA                          VALUE 'C'.
           05 SD-EVT-COD-VENDEDOR      PIC 9(005).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-BASE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-NOTIF             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.

       77  WS-FIM-ARQUIVO              PIC X(001)          VALUE 'N'.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.
       77  WS-BASE-ACHOU               PIC X(001)          VALUE 'N'.

       77  WS-DATA-EVENTO              PIC 9(008)          VALUE ZEROS.

       77  WS-GRP-COD-CLIENTE          PIC 9(007)          VALUE ZEROS.
       77  WS-GRP-VEND-ANTERIOR        PIC 9(005)          VALUE ZEROS.
       77  WS-GRP-QTD-EVENTOS          PIC 9(005)          VALUE ZEROS.

       77  WS-VEND-ANTERIOR            PIC 9(005)          VALUE ZEROS.
       77  WS-VEND-NOVO                PIC 9(005)          VALUE ZEROS.
       77  WS-COD-MOTIVO               PIC 9(002)          VALUE ZEROS.

       77  WS-QTD-MOTIVOS              PIC 9(002)          VALUE 10.
       77  WS-IDX-MOTIVO               PIC 9(002)          VALUE ZEROS.

       01  WS-TAB-MOTIVOS-VALORES.
           05 FILLER                   PIC X(040)          VALUE
                           'DUPLICADO NO DIA'.
           05 FILLER                   PIC X(040)          VALUE
                           'VENDEDOR NAO ALTERADO'.
           05 FILLER                   PIC X(040)          VALUE
                           'SEM VENDEDOR ANTERIOR CONHECIDO'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE PROTEGIDO LGPD'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE ANONIMIZADO LGPD'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE NAO CADASTRADO'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE INATIVO'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE SEM EMAIL E SEM TELEFONE'.
           05 FILLER                   PIC X(040)          VALUE
                           'VENDEDOR NOVO NAO CADASTRADO'.
           05 FILLER                   PIC X(040)          VALUE
                           'CLIENTE SEM VENDEDOR ATRIBUIDO'.
       01  WS-TAB-MOTIVOS              REDEFINES
                                       WS-TAB-MOTIVOS-VALORES.
           05 WS-MOT-DESCRICAO         PIC X(040)
                                       OCCURS 10 TIMES.

       01  WS-TAB-CONTAGEM.
           05 WS-MOT-QTD               PIC 9(007)
                                       OCCURS 10 TIMES.

       01  WS-NOTIFICACAO-CABEC.
           05 FILLER                   PIC X(011)          VALUE
                                                         'H;NOTIFCLI;'.
           05 WS-NCB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NCB-DATA-HORA         PIC 9(014)          VALUE ZEROS.

       01  WS-NOTIFICACAO-DET.
           05 WS-NDT-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-EMAIL             PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-TELEFONE          PIC X(015)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-CONTATO           PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-VEND-ANTERIOR     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-VEND-NOVO         PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-NOME-VEND-NOVO    PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NDT-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.

       01  WS-NOTIFICACAO-TRAILER.
           05 WS-NTR-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-NTR-QTD-ENVIADAS      PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-CABEC.
           05 FILLER                   PIC X(009)          VALUE
                                                           'NOTIFVEN;'.
           05 WS-CAB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RELATORIO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VEND-ANTERIOR     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VEND-NOVO         PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-MOTIVO        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.

       01  WS-RELATORIO-MOTIVO.
           05 WS-MTV-TIPO              PIC X(001)          VALUE 'M'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MTV-COD-MOTIVO        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MTV-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-MTV-QTD               PIC 9(007)          VALUE ZEROS.

       01  WS-RELATORIO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EVENTOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ENVIADAS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PULADAS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKNOTF.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKNOTF-CTRL-COD
                                       BOOKNOTF-REG-QTD-EVENTOS
                                       BOOKNOTF-REG-QTD-CLIENTES
                                       BOOKNOTF-REG-QTD-ENVIADAS
                                       BOOKNOTF-REG-QTD-PULADAS
           MOVE SPACES                 TO BOOKNOTF-CTRL-MSG

           INITIALIZE                  WS-TAB-CONTAGEM

           IF BOOKNOTF-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKNOTF-REG-DATA-REFERENCIA
           END-IF

           PERFORM 1110-ABRIR-ARQUIVOS
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQUIVOS             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CARTEIRA"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN INPUT ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE CLIENTES"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN I-O ARQ-BASE-NOTIF

           IF WS-FS-ARQ-BASE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DA BASE DE NOTIFICACOES"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-NOTIFICACAO

           IF WS-FS-ARQ-NOTIF          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO EXTRATO NOTIFCLI.TXT"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-RELATORIO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE CONTROLE"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-GRAVAR-ARQ-NOTIFICACAO     SECTION.

           WRITE FD-NOTIFICACAO        FROM FD-NOT-LINHA

           IF WS-FS-ARQ-NOTIF          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO EXTRATO NOTIFCLI.TXT"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-RELATORIO          FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE CONTROLE"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-BASE-NOTIF             SECTION.

           MOVE 'N'                    TO WS-BASE-ACHOU
           MOVE WS-GRP-COD-CLIENTE     TO FD-NTB-COD-CLIENTE

           READ ARQ-BASE-NOTIF         RECORD INTO FD-BASE-NOTIF
                                       KEY IS FD-NTB-COD-CLIENTE

           IF WS-FS-ARQ-BASE           EQUAL ZEROS
             MOVE 'S'                  TO WS-BASE-ACHOU
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-BASE-NOTIF          SECTION.

           IF WS-BASE-ACHOU            EQUAL 'S'
             IF FD-NTB-DATA-REFERENCIA NOT EQUAL
                                       BOOKNOTF-REG-DATA-REFERENCIA
               MOVE WS-VEND-ANTERIOR   TO FD-NTB-VEND-ANTERIOR
             END-IF
             MOVE WS-VEND-NOVO         TO FD-NTB-COD-VENDEDOR
             MOVE BOOKNOTF-REG-DATA-REFERENCIA
                                       TO FD-NTB-DATA-REFERENCIA
             REWRITE FD-BASE-NOTIF
           ELSE
             MOVE WS-GRP-COD-CLIENTE   TO FD-NTB-COD-CLIENTE
             MOVE WS-VEND-NOVO         TO FD-NTB-COD-VENDEDOR
             MOVE WS-VEND-ANTERIOR     TO FD-NTB-VEND-ANTERIOR
             MOVE BOOKNOTF-REG-DATA-REFERENCIA
                                       TO FD-NTB-DATA-REFERENCIA
             WRITE FD-BASE-NOTIF
           END-IF

           IF WS-FS-ARQ-BASE           EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKNOTF-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA BASE DE NOTIFICACOES"
                                       TO BOOKNOTF-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKNOTF-REG-DATA-REFERENCIA
                                       TO WS-NCB-DATA-REFERENCIA
                                       WS-CAB-DATA-REFERENCIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-NCB-DATA-HORA
                                       WS-CAB-DATA-HORA
           MOVE BOOKNOTF-REG-OPERADOR  TO WS-CAB-OPERADOR

           MOVE WS-NOTIFICACAO-CABEC   TO FD-NOT-LINHA
           PERFORM 1120-GRAVAR-ARQ-NOTIFICACAO

           MOVE WS-RELATORIO-CABEC     TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           SORT WORK-EVENTO
                ON ASCENDING KEY SD-EVT-COD-CLIENTE
                                 SD-EVT-DATA-HORA
                INPUT PROCEDURE 2100-SELECIONAR-EVENTOS
                OUTPUT PROCEDURE 2300-APURAR-TROCAS

           PERFORM 2500-EMITIR-RESUMO

           MOVE BOOKNOTF-REG-QTD-ENVIADAS
                                       TO WS-NTR-QTD-ENVIADAS
           MOVE WS-NOTIFICACAO-TRAILER TO FD-NOT-LINHA
           PERFORM 1120-GRAVAR-ARQ-NOTIFICACAO

           MOVE ZEROS                  TO BOOKNOTF-CTRL-COD

           IF BOOKNOTF-REG-QTD-CLIENTES
                                       EQUAL ZEROS
             MOVE "NENHUMA TROCA DE VENDEDOR NA DATA"
                                       TO BOOKNOTF-CTRL-MSG
           ELSE
             MOVE "NOTIFICACOES GERADAS - VER NOTIFVEN.RPT"
                                       TO BOOKNOTF-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-EVENTOS         SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2110-LER-ARQ-HIST

           PERFORM 2120-LIBERAR-HISTORICO
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2130-LER-ARQ-CARTEIRA

           PERFORM 2140-LIBERAR-CARTEIRA
                                       UNTIL WS-FIM-ARQUIVO EQUAL 'S'

           .
       2100-99-FIM.                    EXIT.

       2110-LER-ARQ-HIST               SECTION.

           READ ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2120-LIBERAR-HISTORICO          SECTION.

           MOVE FD-HIST-DATA-HORA (1:8)
                                       TO WS-DATA-EVENTO

           IF WS-DATA-EVENTO           NOT GREATER
                                       BOOKNOTF-REG-DATA-REFERENCIA
             MOVE FD-HIST-COD-CLIENTE  TO SD-EVT-COD-CLIENTE
             MOVE FD-HIST-DATA-HORA    TO SD-EVT-DATA-HORA
             MOVE FD-HIST-COD-VENDEDOR TO SD-EVT-COD-VENDEDOR

             IF WS-DATA-EVENTO         EQUAL
                                       BOOKNOTF-REG-DATA-REFERENCIA
               SET SD-EVT-HISTORICO    TO TRUE
             ELSE
               SET SD-EVT-ANTERIOR     TO TRUE
             END-IF

             RELEASE SD-EVENTO
           END-IF

           PERFORM 2110-LER-ARQ-HIST

           .
       2120-99-FIM.                    EXIT.

       2130-LER-ARQ-CARTEIRA           SECTION.

           READ ARQ-CARTEIRA           NEXT RECORD

           IF WS-FS-ARQ-CARTEIRA       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2140-LIBERAR-CARTEIRA           SECTION.

           IF FD-CART-DATA-ATRIB       EQUAL
                                       BOOKNOTF-REG-DATA-REFERENCIA
             MOVE FD-CART-COD-CLIENTE  TO SD-EVT-COD-CLIENTE
             MOVE FD-CART-DATA-ATRIB   TO SD-EVT-DATA-HORA (1:8)
             MOVE 235959               TO SD-EVT-DATA-HORA (9:6)
             MOVE FD-CART-COD-VENDEDOR TO SD-EVT-COD-VENDEDOR
             SET SD-EVT-CARTEIRA       TO TRUE
             RELEASE SD-EVENTO
           END-IF

           PERFORM 2130-LER-ARQ-CARTEIRA

           .
       2140-99-FIM.                    EXIT.

       2300-APURAR-TROCAS              SECTION.

           MOVE 'N'                    TO WS-FIM-SORT

           RETURN WORK-EVENTO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-EVT-COD-CLIENTE   TO WS-GRP-COD-CLIENTE
             MOVE ZEROS                TO WS-GRP-VEND-ANTERIOR
                                       WS-GRP-QTD-EVENTOS

             PERFORM 2310-ACUMULAR-EVENTO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2320-FECHAR-CLIENTE
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-EVENTO            SECTION.

           IF SD-EVT-COD-CLIENTE       NOT EQUAL WS-GRP-COD-CLIENTE
             PERFORM 2320-FECHAR-CLIENTE
             MOVE SD-EVT-COD-CLIENTE   TO WS-GRP-COD-CLIENTE
             MOVE ZEROS                TO WS-GRP-VEND-ANTERIOR
                                       WS-GRP-QTD-EVENTOS
           END-IF

           IF SD-EVT-ANTERIOR
             MOVE SD-EVT-COD-VENDEDOR  TO WS-GRP-VEND-ANTERIOR
           ELSE
             ADD 1                     TO WS-GRP-QTD-EVENTOS
                                       BOOKNOTF-REG-QTD-EVENTOS
           END-IF

           RETURN WORK-EVENTO          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-FECHAR-CLIENTE             SECTION.

           IF WS-GRP-QTD-EVENTOS       GREATER ZEROS
             ADD 1                     TO BOOKNOTF-REG-QTD-CLIENTES

             IF WS-GRP-QTD-EVENTOS     GREATER 1
               MOVE 01                 TO WS-COD-MOTIVO
               COMPUTE WS-MOT-QTD (WS-COD-MOTIVO)
                                       = WS-MOT-QTD (WS-COD-MOTIVO)
                                       + WS-GRP-QTD-EVENTOS - 1
             END-IF

             PERFORM 2400-AVALIAR-CLIENTE
           END-IF

           .
       2320-99-FIM.                    EXIT.

       2400-AVALIAR-CLIENTE            SECTION.

           MOVE ZEROS                  TO WS-COD-MOTIVO
                                       WS-VEND-ANTERIOR
                                       WS-VEND-NOVO

           MOVE WS-GRP-COD-CLIENTE     TO FD-CLI-COD-CLIENTE

           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 06                   TO WS-COD-MOTIVO
             PERFORM 2440-REGISTRAR-PULADA
           ELSE
             PERFORM 2410-RESOLVER-VENDEDORES
             PERFORM 2420-CLASSIFICAR-TROCA

             IF WS-COD-MOTIVO          EQUAL ZEROS
               PERFORM 2430-GRAVAR-NOTIFICACAO
             ELSE
               PERFORM 2440-REGISTRAR-PULADA
             END-IF
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2410-RESOLVER-VENDEDORES        SECTION.

           MOVE FD-CLI-COD-VENDEDOR    TO WS-VEND-NOVO

           PERFORM 1140-LER-BASE-NOTIF

           IF WS-BASE-ACHOU            EQUAL 'S'
             IF FD-NTB-DATA-REFERENCIA EQUAL
                                       BOOKNOTF-REG-DATA-REFERENCIA
               MOVE FD-NTB-VEND-ANTERIOR
                                       TO WS-VEND-ANTERIOR
             ELSE
               MOVE FD-NTB-COD-VENDEDOR
                                       TO WS-VEND-ANTERIOR
             END-IF
           ELSE
             MOVE WS-GRP-VEND-ANTERIOR TO WS-VEND-ANTERIOR
           END-IF

           IF WS-VEND-NOVO             GREATER ZEROS
             PERFORM 1150-GRAVAR-BASE-NOTIF
           END-IF

           .
       2410-99-FIM.                    EXIT.

       2420-CLASSIFICAR-TROCA          SECTION.

           EVALUATE TRUE
             WHEN FD-CLI-PROTEGIDO
               MOVE 04                 TO WS-COD-MOTIVO
             WHEN FD-CLI-DADOS-ANONIMOS
               MOVE 05                 TO WS-COD-MOTIVO
             WHEN WS-VEND-NOVO         EQUAL ZEROS
               MOVE 10                 TO WS-COD-MOTIVO
             WHEN WS-VEND-ANTERIOR     EQUAL ZEROS
               MOVE 03                 TO WS-COD-MOTIVO
             WHEN WS-VEND-ANTERIOR     EQUAL WS-VEND-NOVO
               MOVE 02                 TO WS-COD-MOTIVO
             WHEN NOT FD-CLI-ATIVO
               MOVE 07                 TO WS-COD-MOTIVO
             WHEN FD-CLI-EMAIL         EQUAL SPACES AND
                  FD-CLI-TELEFONE      EQUAL SPACES
               MOVE 08                 TO WS-COD-MOTIVO
             WHEN OTHER
               MOVE WS-VEND-NOVO       TO FD-VEND-COD-VENDEDOR
               READ ARQ-VENDEDOR       RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
               IF WS-FS-ARQ-VEND       NOT EQUAL ZEROS
                 MOVE 09               TO WS-COD-MOTIVO
               END-IF
           END-EVALUATE

           .
       2420-99-FIM.                    EXIT.

       2430-GRAVAR-NOTIFICACAO         SECTION.

           MOVE FD-CLI-COD-CLIENTE     TO WS-NDT-COD-CLIENTE
           MOVE FD-CLI-RZ-SOCIAL       TO WS-NDT-RZ-SOCIAL
           MOVE FD-CLI-EMAIL           TO WS-NDT-EMAIL
           MOVE FD-CLI-TELEFONE        TO WS-NDT-TELEFONE
           MOVE FD-CLI-CONTATO         TO WS-NDT-CONTATO
           MOVE WS-VEND-ANTERIOR       TO WS-NDT-VEND-ANTERIOR
           MOVE WS-VEND-NOVO           TO WS-NDT-VEND-NOVO
           MOVE FD-VEND-NOME           TO WS-NDT-NOME-VEND-NOVO
           MOVE BOOKNOTF-REG-DATA-REFERENCIA
                                       TO WS-NDT-DATA-REFERENCIA
           MOVE WS-NOTIFICACAO-DET     TO FD-NOT-LINHA
           PERFORM 1120-GRAVAR-ARQ-NOTIFICACAO

           ADD 1                       TO BOOKNOTF-REG-QTD-ENVIADAS

           MOVE 'E'                    TO WS-DET-TIPO
           MOVE WS-GRP-COD-CLIENTE     TO WS-DET-COD-CLIENTE
           MOVE WS-VEND-ANTERIOR       TO WS-DET-VEND-ANTERIOR
           MOVE WS-VEND-NOVO           TO WS-DET-VEND-NOVO
           MOVE ZEROS                  TO WS-DET-COD-MOTIVO
           MOVE "NOTIFICACAO GERADA"   TO WS-DET-DESCRICAO
           MOVE WS-RELATORIO-DET       TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           .
       2430-99-FIM.                    EXIT.

       2440-REGISTRAR-PULADA           SECTION.

           ADD 1                       TO BOOKNOTF-REG-QTD-PULADAS
           ADD 1                       TO WS-MOT-QTD (WS-COD-MOTIVO)

           MOVE 'P'                    TO WS-DET-TIPO
           MOVE WS-GRP-COD-CLIENTE     TO WS-DET-COD-CLIENTE
           MOVE WS-VEND-ANTERIOR       TO WS-DET-VEND-ANTERIOR
           MOVE WS-VEND-NOVO           TO WS-DET-VEND-NOVO
           MOVE WS-COD-MOTIVO          TO WS-DET-COD-MOTIVO
           MOVE WS-MOT-DESCRICAO (WS-COD-MOTIVO)
                                       TO WS-DET-DESCRICAO
           MOVE WS-RELATORIO-DET       TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           .
       2440-99-FIM.                    EXIT.

       2500-EMITIR-RESUMO              SECTION.

           MOVE 1                      TO WS-IDX-MOTIVO

           PERFORM 2510-EMITIR-LINHA-MOTIVO
                                       UNTIL WS-IDX-MOTIVO
                                       GREATER WS-QTD-MOTIVOS

           MOVE BOOKNOTF-REG-QTD-EVENTOS
                                       TO WS-TRL-QTD-EVENTOS
           MOVE BOOKNOTF-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKNOTF-REG-QTD-ENVIADAS
                                       TO WS-TRL-QTD-ENVIADAS
           MOVE BOOKNOTF-REG-QTD-PULADAS
                                       TO WS-TRL-QTD-PULADAS
           MOVE BOOKNOTF-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELATORIO-TRAILER   TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           .
       2500-99-FIM.                    EXIT.

       2510-EMITIR-LINHA-MOTIVO        SECTION.

           MOVE WS-IDX-MOTIVO          TO WS-MTV-COD-MOTIVO
           MOVE WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
                                       TO WS-MTV-DESCRICAO
           MOVE WS-MOT-QTD (WS-IDX-MOTIVO)
                                       TO WS-MTV-QTD
           MOVE WS-RELATORIO-MOTIVO    TO FD-REL-LINHA
           PERFORM 1130-GRAVAR-ARQ-RELATORIO

           ADD 1                       TO WS-IDX-MOTIVO

           .
       2510-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-CARTEIRA
                                       ARQ-HIST-CLIENTE
                                       ARQ-BASE-NOTIF
                                       ARQ-NOTIFICACAO
                                       ARQ-RELATORIO

           IF BOOKNOTF-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "NOTIFVEN.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "NOTIFVEN"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKNOTF-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKNOTF-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
