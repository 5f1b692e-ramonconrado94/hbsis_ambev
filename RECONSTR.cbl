       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RECONSTR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CLIENTE ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT OPTIONAL ARQ-VENDEDOR
                                       ASSIGN TO DISK "VENDEDOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VEND-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-VEND-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-VEND-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT ARQ-COPIA-CLIENTE    ASSIGN TO DISK WS-ENDER-COPIA-CLI
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-COPIA-CLI.

           SELECT ARQ-COPIA-VENDEDOR   ASSIGN TO DISK WS-ENDER-COPIA-VEN
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-COPIA-VEN.

           SELECT OPTIONAL ARQ-HIST-CLIENTE
                                       ASSIGN TO "HISTCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST-CLI.

           SELECT OPTIONAL ARQ-HIST-VENDEDOR
                                       ASSIGN TO "HISTVEN.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST-VEN.

           SELECT ARQ-RECONST-CLIENTE  ASSIGN TO DISK WS-ENDER-RCON-CLI
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RCL-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-RCL-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-RCL-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RECONST-CLI.

           SELECT ARQ-RECONST-VENDEDOR ASSIGN TO DISK WS-ENDER-RCON-VEN
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RVE-COD-VENDEDOR
                  ALTERNATE RECORD KEY IS FD-RVE-CPF
                                       WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-RVE-CNPJ
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RECONST-VEN.

           SELECT ARQ-TRABALHO         ASSIGN TO DISK "RCONTRAB.TMP"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-TRB-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-TRAB.

           SELECT ARQ-RELATORIO        ASSIGN TO DISK "RECONSTR.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


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

       FD  ARQ-COPIA-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-COPIA-CLIENTE            PIC X(235).

       FD  ARQ-COPIA-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-COPIA-VENDEDOR           PIC X(117).

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-CLIENTE.
           05 FD-HCL-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-HCL-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HCL-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-HCL-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HCL-RZ-SOCIAL         PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-HCL-LATITUDE          PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HCL-LONGITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HCL-COD-VENDEDOR      PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-HCL-OPERADOR          PIC X(010).
           05 FILLER                   PIC X(001).
           05 FD-HCL-IMAGEM-CLIENTE.
               10 FD-HCL-IMG-COD-CLIENTE
                                       PIC 9(007).
               10 FILLER               PIC X(228).

       FD  ARQ-HIST-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-VENDEDOR.
           05 FD-HVE-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-HVE-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HVE-COD-VENDEDOR      PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-HVE-CPF               PIC 9(011).
           05 FILLER                   PIC X(001).
           05 FD-HVE-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-HVE-NOME              PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-HVE-LATITUDE          PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HVE-LONGITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-HVE-OPERADOR          PIC X(010).
           05 FILLER                   PIC X(001).
           05 FD-HVE-QTD-MAX-CLIENTES  PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-HVE-IMAGEM-VENDEDOR.
               10 FD-HVE-IMG-COD-VENDEDOR
                                       PIC 9(005).
               10 FILLER               PIC X(112).

       FD  ARQ-RECONST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-RECONST-CLIENTE.
           05 FD-RCL-COD-CLIENTE       PIC 9(007).
           05 FD-RCL-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(209).
           05 FD-RCL-COD-REDE          PIC 9(005).

       FD  ARQ-RECONST-VENDEDOR
           LABEL RECORD                IS STANDARD.
       01  FD-RECONST-VENDEDOR.
           05 FD-RVE-COD-VENDEDOR      PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RVE-CPF               PIC 9(011).
           05 FD-RVE-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(086).

       FD  ARQ-TRABALHO
           LABEL RECORD                IS STANDARD.
       01  FD-TRABALHO.
           05 FD-TRB-CHAVE.
               10 FD-TRB-TIPO          PIC X(001).
               10 FD-TRB-CODIGO        PIC 9(007).
           05 FD-TRB-SITUACAO          PIC X(001).
               88 FD-TRB-SEM-EVENTO                        VALUE 'N'.
               88 FD-TRB-COM-IMAGEM                        VALUE 'I'.
               88 FD-TRB-SEM-IMAGEM                        VALUE 'L'.
               88 FD-TRB-EXCLUIDO                          VALUE 'X'.
           05 FD-TRB-IMAGEM            PIC X(235).
           05 FD-TRB-POS-OPERACAO      PIC X(001).
           05 FD-TRB-POS-CPF           PIC 9(011).
           05 FD-TRB-POS-CNPJ          PIC 9(014).
           05 FD-TRB-POS-NOME          PIC X(040).
           05 FD-TRB-POS-LATITUDE      PIC S9(003)V9(008).
           05 FD-TRB-POS-LONGITUDE     PIC S9(003)V9(008).
           05 FD-TRB-POS-COD-VENDEDOR  PIC 9(005).
           05 FD-TRB-POS-QTD-MAX       PIC 9(005).
           05 FD-TRB-POS-IMAGEM        PIC X(235).

       FD  ARQ-RELATORIO
           LABEL RECORD                IS STANDARD.
       01  FD-RELATORIO.
           05 FD-REL-LINHA             PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-COPIA-CLI         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-COPIA-VEN         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST-CLI          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST-VEN          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RECONST-CLI       PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RECONST-VEN       PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TRAB              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-DIAS-BUSCA-MAXIMO        PIC 9(005)          VALUE 00730.
       77  WS-QTD-DIAS-BUSCA           PIC 9(005)          VALUE ZEROS.
       77  WS-DIAS-BUSCA               PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-BUSCA               PIC 9(008)          VALUE ZEROS.

       77  WS-FIM-ARQUIVO              PIC X(001)          VALUE 'N'.
       77  WS-TRB-NOVO                 PIC X(001)          VALUE 'N'.
       77  WS-REG-ACHADO               PIC X(001)          VALUE 'N'.
       77  WS-RECONST-EXATA            PIC X(001)          VALUE 'S'.

       77  WS-QTD-CLIENTES-RECONST     PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-VENDEDORES-RECONST   PIC 9(005)          VALUE ZEROS.

       01  WS-ENDER-COPIA-CLI          PIC X(040)          VALUE SPACES.
       01  WS-ENDER-COPIA-VEN          PIC X(040)          VALUE SPACES.
       01  WS-ENDER-RCON-CLI           PIC X(040)          VALUE SPACES.
       01  WS-ENDER-RCON-VEN           PIC X(040)          VALUE SPACES.

       01  WS-DATA-HORA-REFER          PIC 9(014)          VALUE ZEROS.
       01  WS-INICIO-JANELA            PIC 9(014)          VALUE ZEROS.

       01  WS-HORA-REFER               PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-HORA-REFER.
           05 WS-HORA-REFER-HH         PIC 9(002).
           05 WS-HORA-REFER-MM         PIC 9(002).
           05 WS-HORA-REFER-SS         PIC 9(002).

       01  WS-MODO-RECONST             PIC X(001)          VALUE SPACES.
           88 WS-MODO-AVANCO                               VALUE 'A'.
           88 WS-MODO-RETROCESSO                           VALUE 'R'.

       01  WS-CLIENTE.
           05 WS-CLI-COD-CLIENTE       PIC 9(007).
           05 WS-CLI-CNPJ              PIC 9(014).
           05 WS-CLI-FILIAL            PIC 9(004).
           05 WS-CLI-RZ-SOCIAL         PIC X(040).
           05 WS-CLI-LATITUDE          PIC S9(003)V9(008).
           05 WS-CLI-LONGITUDE         PIC S9(003)V9(008).
           05 WS-CLI-COD-VENDEDOR      PIC 9(005).
           05 WS-CLI-STATUS            PIC X(001).
           05 WS-CLI-TELEFONE          PIC X(015).
           05 WS-CLI-EMAIL             PIC X(040).
           05 WS-CLI-CONTATO           PIC X(040).
           05 WS-CLI-REGIAO            PIC 9(003).
           05 WS-CLI-CLASSE-ABC        PIC X(001).
           05 WS-CLI-FREQ-VISITA       PIC X(001).
           05 WS-CLI-DIAS-PREFERIDOS   PIC X(007).
           05 WS-CLI-HORA-ABRE         PIC 9(004).
           05 WS-CLI-HORA-FECHA        PIC 9(004).
           05 WS-CLI-LIMITE-CREDITO    PIC 9(009)V9(002).
           05 WS-CLI-BLOQ-FINANCEIRO   PIC X(001).
           05 WS-CLI-CLIENTE-DESTINO   PIC 9(007).
           05 WS-CLI-PROTEGIDO-LGPD    PIC X(001).
           05 WS-CLI-ANONIMIZADO       PIC X(001).
           05 WS-CLI-ORIGEM-BLOQUEIO   PIC X(001).
           05 WS-CLI-COD-REDE          PIC 9(005).

       01  WS-VENDEDOR.
           05 WS-VEN-COD-VENDEDOR      PIC 9(005).
           05 WS-VEN-TIPO-DOC          PIC X(001).
           05 WS-VEN-CPF               PIC 9(011).
           05 WS-VEN-CNPJ              PIC 9(014).
           05 WS-VEN-NOME              PIC X(040).
           05 WS-VEN-LATITUDE          PIC S9(003)V9(008).
           05 WS-VEN-LONGITUDE         PIC S9(003)V9(008).
           05 WS-VEN-QTD-MAX-CLIENTES  PIC 9(005).
           05 WS-VEN-REGIAO            PIC 9(003).
           05 WS-VEN-META-VISITAS      PIC 9(005).
           05 WS-VEN-PCT-COMISSAO      PIC 9(003)V9(002).
           05 WS-VEN-STATUS            PIC X(001).
           05 WS-VEN-COD-SUPERVISOR    PIC 9(005).

       01  WS-REL-CABECALHO.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-HORA-REFER   PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ARQ-CLIENTE       PIC X(025)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ARQ-VENDEDOR      PIC X(025)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-REL-DETALHE.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-CADASTRO          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-CODIGO            PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-OPER-POSTERIOR    PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO          PIC X(030)          VALUE SPACES.

       01  WS-REL-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-COPIA-CLIENTE     PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-COPIA-VENDEDOR    PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EVENTOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PARCIAIS      PIC 9(007)          VALUE ZEROS.

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
           COPY 'BOOKRCON.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE ZEROS                  TO BOOKRCON-CTRL-COD
                                          BOOKRCON-REG-BASE-RECONST
                                          BOOKRCON-REG-COPIA-CLIENTE
                                          BOOKRCON-REG-COPIA-VENDEDOR
                                          BOOKRCON-REG-QTD-CLIENTES
                                          BOOKRCON-REG-QTD-VENDEDORES
                                          BOOKRCON-REG-QTD-EVENTOS
                                          BOOKRCON-REG-QTD-PARCIAIS
           MOVE SPACES                 TO BOOKRCON-CTRL-MSG

           PERFORM 1100-VALIDAR-REFERENCIA

           COMPUTE WS-DATA-HORA-REFER  = BOOKRCON-REG-DATA-REFER
                                       * 1000000 + WS-HORA-REFER
           MOVE WS-DATA-HORA-REFER     TO BOOKRCON-REG-BASE-RECONST

           MOVE SPACES                 TO WS-ENDER-RCON-CLI
           STRING "CLI"                DELIMITED BY SIZE
                  WS-DATA-HORA-REFER   DELIMITED BY SIZE
                  ".RCN"               DELIMITED BY SIZE
                                       INTO WS-ENDER-RCON-CLI

           MOVE SPACES                 TO WS-ENDER-RCON-VEN
           STRING "VEN"                DELIMITED BY SIZE
                  WS-DATA-HORA-REFER   DELIMITED BY SIZE
                  ".RCN"               DELIMITED BY SIZE
                                       INTO WS-ENDER-RCON-VEN

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-RELATORIO
           .
       1000-99-FIM.                    EXIT.

       1100-VALIDAR-REFERENCIA         SECTION.

           IF BOOKRCON-REG-DATA-REFER  EQUAL ZEROS
             MOVE 1                    TO BOOKRCON-CTRL-COD
             MOVE "DATA DE REFERENCIA NAO INFORMADA"
                                       TO BOOKRCON-CTRL-MSG
             GOBACK
           END-IF

           IF NOT BOOKRCON-TODOS AND
              NOT BOOKRCON-SO-CLIENTE AND
              NOT BOOKRCON-SO-VENDEDOR
             MOVE 1                    TO BOOKRCON-CTRL-COD
             MOVE "TIPO DE RECONSTRUCAO INVALIDO"
                                       TO BOOKRCON-CTRL-MSG
             GOBACK
           END-IF

           INITIALIZE                  WS-LINK-VALIDATA

           MOVE BOOKRCON-REG-DATA-REFER
                                       TO BOOKVDAT-REG-DATA
           MOVE 'N'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE 1                    TO BOOKRCON-CTRL-COD
             MOVE "DATA DE REFERENCIA INVALIDA"
                                       TO BOOKRCON-CTRL-MSG
             GOBACK
           END-IF

           IF BOOKRCON-REG-HORA-REFER  EQUAL ZEROS
             MOVE 235959               TO WS-HORA-REFER
           ELSE
             MOVE BOOKRCON-REG-HORA-REFER
                                       TO WS-HORA-REFER
           END-IF

           IF WS-HORA-REFER-HH         GREATER 23 OR
              WS-HORA-REFER-MM         GREATER 59 OR
              WS-HORA-REFER-SS         GREATER 59
             MOVE 1                    TO BOOKRCON-CTRL-COD
             MOVE "HORA DE REFERENCIA INVALIDA"
                                       TO BOOKRCON-CTRL-MSG
             GOBACK
           END-IF

           .
       1100-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELATORIO        SECTION.

           OPEN OUTPUT ARQ-RELATORIO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-RELATORIO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-CRIAR-ARQ-TRABALHO         SECTION.

           OPEN OUTPUT ARQ-TRABALHO

           IF WS-FS-ARQ-TRAB           EQUAL ZEROS
             CLOSE ARQ-TRABALHO
             OPEN I-O ARQ-TRABALHO
           END-IF

           IF WS-FS-ARQ-TRAB           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA CRIACAO DO ARQUIVO DE TRABALHO"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-TRABALHO           SECTION.

           READ ARQ-TRABALHO           KEY IS FD-TRB-CHAVE

           EVALUATE WS-FS-ARQ-TRAB
             WHEN '00'
               MOVE 'N'                TO WS-TRB-NOVO
             WHEN '23'
               MOVE 'S'                TO WS-TRB-NOVO
               MOVE 'N'                TO FD-TRB-SITUACAO
               MOVE SPACES             TO FD-TRB-IMAGEM
                                          FD-TRB-POS-OPERACAO
                                          FD-TRB-POS-NOME
                                          FD-TRB-POS-IMAGEM
               MOVE ZEROS              TO FD-TRB-POS-CPF
                                          FD-TRB-POS-CNPJ
                                          FD-TRB-POS-LATITUDE
                                          FD-TRB-POS-LONGITUDE
                                          FD-TRB-POS-COD-VENDEDOR
                                          FD-TRB-POS-QTD-MAX
             WHEN OTHER
               MOVE 2                  TO BOOKRCON-CTRL-COD
               MOVE "ERRO NA LEITURA DO ARQUIVO DE TRABALHO"
                                       TO BOOKRCON-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-TRABALHO        SECTION.

           IF WS-TRB-NOVO              EQUAL 'S'
             WRITE FD-TRABALHO
           ELSE
             REWRITE FD-TRABALHO
           END-IF

           IF WS-FS-ARQ-TRAB           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE TRABALHO"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-LER-TRABALHO-SEQUENCIAL    SECTION.

           READ ARQ-TRABALHO           NEXT RECORD

           IF WS-FS-ARQ-TRAB           EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       1180-99-FIM.                    EXIT.

       1190-REABRIR-ARQ-TRABALHO       SECTION.

           CLOSE ARQ-TRABALHO
           OPEN INPUT ARQ-TRABALHO

           IF WS-FS-ARQ-TRAB           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1190-99-FIM.                    EXIT.

       1195-GRAVAR-DETALHE-PARCIAL     SECTION.

           ADD 1                       TO BOOKRCON-REG-QTD-PARCIAIS

           MOVE FD-TRB-TIPO            TO WS-DET-CADASTRO
           MOVE FD-TRB-CODIGO          TO WS-DET-CODIGO
           MOVE FD-TRB-POS-OPERACAO    TO WS-DET-OPER-POSTERIOR

           IF WS-REG-ACHADO            EQUAL 'S'
             MOVE "CAMPOS DO HISTORICO ANTIGO"
                                       TO WS-DET-SITUACAO
           ELSE
             MOVE "SEM REGISTRO DE BASE"
                                       TO WS-DET-SITUACAO
           END-IF

           MOVE WS-REL-DETALHE         TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           .
       1195-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE WS-DATA-HORA-REFER     TO WS-CAB-DATA-HORA-REFER
           MOVE BOOKRCON-REG-OPERADOR  TO WS-CAB-OPERADOR

           IF BOOKRCON-TODOS OR BOOKRCON-SO-CLIENTE
             MOVE WS-ENDER-RCON-CLI    TO WS-CAB-ARQ-CLIENTE
           END-IF

           IF BOOKRCON-TODOS OR BOOKRCON-SO-VENDEDOR
             MOVE WS-ENDER-RCON-VEN    TO WS-CAB-ARQ-VENDEDOR
           END-IF

           MOVE WS-REL-CABECALHO       TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           IF BOOKRCON-TODOS OR BOOKRCON-SO-CLIENTE
             PERFORM 2100-RECONSTRUIR-CLIENTES
           END-IF

           IF BOOKRCON-TODOS OR BOOKRCON-SO-VENDEDOR
             PERFORM 2200-RECONSTRUIR-VENDEDORES
           END-IF

           MOVE WS-QTD-CLIENTES-RECONST
                                       TO BOOKRCON-REG-QTD-CLIENTES
           MOVE WS-QTD-VENDEDORES-RECONST
                                       TO BOOKRCON-REG-QTD-VENDEDORES

           MOVE BOOKRCON-REG-COPIA-CLIENTE
                                       TO WS-TRL-COPIA-CLIENTE
           MOVE BOOKRCON-REG-COPIA-VENDEDOR
                                       TO WS-TRL-COPIA-VENDEDOR
           MOVE BOOKRCON-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKRCON-REG-QTD-VENDEDORES
                                       TO WS-TRL-QTD-VENDEDORES
           MOVE BOOKRCON-REG-QTD-EVENTOS
                                       TO WS-TRL-QTD-EVENTOS
           MOVE BOOKRCON-REG-QTD-PARCIAIS
                                       TO WS-TRL-QTD-PARCIAIS

           MOVE WS-REL-TRAILER         TO FD-REL-LINHA
           PERFORM 1140-GRAVAR-ARQ-RELATORIO

           MOVE ZEROS                  TO BOOKRCON-CTRL-COD
           MOVE "RECONSTRUCAO CONCLUIDA COM SUCESSO"
                                       TO BOOKRCON-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-RECONSTRUIR-CLIENTES       SECTION.

           PERFORM 2110-LOCALIZAR-COPIA-CLIENTE
           PERFORM 2120-CARREGAR-BASE-CLIENTE
           PERFORM 2130-APURAR-HIST-CLIENTE
           PERFORM 2140-RESOLVER-CLIENTES
           PERFORM 2160-PROTEGER-ANONIMIZADOS

           CLOSE ARQ-RECONST-CLIENTE
                                       ARQ-TRABALHO

           .
       2100-99-FIM.                    EXIT.

       2110-LOCALIZAR-COPIA-CLIENTE    SECTION.

           MOVE ZEROS                  TO WS-QTD-DIAS-BUSCA
           COMPUTE WS-DIAS-BUSCA       = FUNCTION INTEGER-OF-DATE
                                       (BOOKRCON-REG-DATA-REFER)

           IF WS-HORA-REFER            NOT EQUAL 235959
             SUBTRACT 1                FROM WS-DIAS-BUSCA
           END-IF

           PERFORM 2111-TENTAR-COPIA-CLIENTE
                                       UNTIL BOOKRCON-REG-COPIA-CLIENTE
                                       GREATER ZEROS OR
                                       WS-QTD-DIAS-BUSCA
                                       GREATER WS-DIAS-BUSCA-MAXIMO

           .
       2110-99-FIM.                    EXIT.

       2111-TENTAR-COPIA-CLIENTE       SECTION.

           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-BUSCA)
                                       TO WS-DATA-BUSCA

           MOVE SPACES                 TO WS-ENDER-COPIA-CLI
           STRING "CLI"                DELIMITED BY SIZE
                  WS-DATA-BUSCA        DELIMITED BY SIZE
                  ".BKP"               DELIMITED BY SIZE
                                       INTO WS-ENDER-COPIA-CLI

           OPEN INPUT ARQ-COPIA-CLIENTE

           IF WS-FS-ARQ-COPIA-CLI      EQUAL ZEROS
             MOVE WS-DATA-BUSCA        TO BOOKRCON-REG-COPIA-CLIENTE
             CLOSE ARQ-COPIA-CLIENTE
           ELSE
             SUBTRACT 1                FROM WS-DIAS-BUSCA
             ADD 1                     TO WS-QTD-DIAS-BUSCA
           END-IF

           .
       2111-99-FIM.                    EXIT.

       2120-CARREGAR-BASE-CLIENTE      SECTION.

           OPEN OUTPUT ARQ-RECONST-CLIENTE

           IF WS-FS-ARQ-RECONST-CLI    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA CRIACAO DA COPIA DE CLIENTES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           IF BOOKRCON-REG-COPIA-CLIENTE
                                       GREATER ZEROS
             MOVE 'A'                  TO WS-MODO-RECONST
             COMPUTE WS-INICIO-JANELA  = BOOKRCON-REG-COPIA-CLIENTE
                                       * 1000000

             OPEN INPUT ARQ-COPIA-CLIENTE

             PERFORM 2121-LER-COPIA-CLIENTE
             PERFORM 2122-CARREGAR-COPIA-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

             CLOSE ARQ-COPIA-CLIENTE
           ELSE
             MOVE 'R'                  TO WS-MODO-RECONST
             MOVE ZEROS                TO WS-INICIO-JANELA

             PERFORM 2123-LER-ATUAL-CLIENTE
             PERFORM 2124-CARREGAR-ATUAL-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'
           END-IF

           CLOSE ARQ-RECONST-CLIENTE
           OPEN I-O ARQ-RECONST-CLIENTE

           IF WS-FS-ARQ-RECONST-CLI    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DA COPIA DE CLIENTES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2121-LER-COPIA-CLIENTE          SECTION.

           READ ARQ-COPIA-CLIENTE

           IF WS-FS-ARQ-COPIA-CLI      NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2121-99-FIM.                    EXIT.

       2122-CARREGAR-COPIA-CLIENTE     SECTION.

           MOVE FD-COPIA-CLIENTE       TO WS-CLIENTE

           IF WS-CLI-CLASSE-ABC        EQUAL SPACES
             MOVE 'C'                  TO WS-CLI-CLASSE-ABC
             MOVE 'M'                  TO WS-CLI-FREQ-VISITA
             MOVE SPACES               TO WS-CLI-DIAS-PREFERIDOS
             MOVE ZEROS                TO WS-CLI-HORA-ABRE
                                       WS-CLI-HORA-FECHA
                                       WS-CLI-LIMITE-CREDITO
                                       WS-CLI-CLIENTE-DESTINO
                                       WS-CLI-COD-REDE
             MOVE 'N'                  TO WS-CLI-BLOQ-FINANCEIRO
                                       WS-CLI-PROTEGIDO-LGPD
                                       WS-CLI-ANONIMIZADO
             MOVE SPACES               TO WS-CLI-ORIGEM-BLOQUEIO
           END-IF

           PERFORM 2150-GRAVAR-RECONST-CLIENTE

           PERFORM 2121-LER-COPIA-CLIENTE

           .
       2122-99-FIM.                    EXIT.

       2123-LER-ATUAL-CLIENTE          SECTION.

           READ ARQ-CLIENTE            NEXT RECORD

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2123-99-FIM.                    EXIT.

       2124-CARREGAR-ATUAL-CLIENTE     SECTION.

           MOVE FD-CLIENTE             TO WS-CLIENTE

           PERFORM 2150-GRAVAR-RECONST-CLIENTE

           PERFORM 2123-LER-ATUAL-CLIENTE

           .
       2124-99-FIM.                    EXIT.

       2130-APURAR-HIST-CLIENTE        SECTION.

           PERFORM 1150-CRIAR-ARQ-TRABALHO

           OPEN INPUT ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST-CLI       NOT EQUAL ZEROS AND 05
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE CLIENTE"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2131-LER-HIST-CLIENTE
           PERFORM 2132-APURAR-EVENTO-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

           CLOSE ARQ-HIST-CLIENTE

           .
       2130-99-FIM.                    EXIT.

       2131-LER-HIST-CLIENTE           SECTION.

           READ ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST-CLI (1:1) NOT EQUAL '0'
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2131-99-FIM.                    EXIT.

       2132-APURAR-EVENTO-CLIENTE      SECTION.

           IF FD-HCL-DATA-HORA         IS NUMERIC AND
              FD-HCL-DATA-HORA         NOT LESS WS-INICIO-JANELA
             MOVE 'C'                  TO FD-TRB-TIPO

             IF FD-HCL-IMAGEM-CLIENTE  NOT EQUAL SPACES
               MOVE FD-HCL-IMG-COD-CLIENTE
                                       TO FD-TRB-CODIGO
             ELSE
               MOVE FD-HCL-COD-CLIENTE TO FD-TRB-CODIGO
             END-IF

             PERFORM 1160-LER-ARQ-TRABALHO

             IF FD-HCL-DATA-HORA       NOT GREATER WS-DATA-HORA-REFER
               ADD 1                   TO BOOKRCON-REG-QTD-EVENTOS
               IF FD-HCL-IMAGEM-CLIENTE
                                       NOT EQUAL SPACES
                 MOVE 'I'              TO FD-TRB-SITUACAO
                 MOVE FD-HCL-IMAGEM-CLIENTE
                                       TO FD-TRB-IMAGEM
               ELSE
                 MOVE 'L'              TO FD-TRB-SITUACAO
               END-IF
             ELSE
               IF FD-TRB-POS-OPERACAO  EQUAL SPACES
                 MOVE FD-HCL-OPERACAO  TO FD-TRB-POS-OPERACAO
                 MOVE FD-HCL-CNPJ      TO FD-TRB-POS-CNPJ
                 MOVE FD-HCL-RZ-SOCIAL TO FD-TRB-POS-NOME
                 MOVE FD-HCL-LATITUDE  TO FD-TRB-POS-LATITUDE
                 MOVE FD-HCL-LONGITUDE TO FD-TRB-POS-LONGITUDE
                 MOVE FD-HCL-COD-VENDEDOR
                                       TO FD-TRB-POS-COD-VENDEDOR
                 MOVE FD-HCL-IMAGEM-CLIENTE
                                       TO FD-TRB-POS-IMAGEM
               END-IF
             END-IF

             PERFORM 1170-GRAVAR-ARQ-TRABALHO
           END-IF

           PERFORM 2131-LER-HIST-CLIENTE

           .
       2132-99-FIM.                    EXIT.

       2140-RESOLVER-CLIENTES          SECTION.

           PERFORM 1190-REABRIR-ARQ-TRABALHO

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 1180-LER-TRABALHO-SEQUENCIAL
           PERFORM 2141-RESOLVER-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

           .
       2140-99-FIM.                    EXIT.

       2141-RESOLVER-CLIENTE           SECTION.

           MOVE 'S'                    TO WS-RECONST-EXATA
                                          WS-REG-ACHADO

           EVALUATE TRUE
             WHEN FD-TRB-COM-IMAGEM
               MOVE FD-TRB-IMAGEM      TO WS-CLIENTE
               PERFORM 2150-GRAVAR-RECONST-CLIENTE
             WHEN FD-TRB-POS-OPERACAO  EQUAL 'I'
               PERFORM 2151-EXCLUIR-RECONST-CLIENTE
             WHEN FD-TRB-POS-OPERACAO  EQUAL SPACES
               PERFORM 2142-OBTER-ATUAL-CLIENTE
               IF WS-REG-ACHADO        EQUAL 'S'
                 MOVE FD-CLIENTE       TO WS-CLIENTE
                 PERFORM 2150-GRAVAR-RECONST-CLIENTE
               ELSE
                 MOVE 'N'              TO WS-RECONST-EXATA
               END-IF
             WHEN WS-MODO-AVANCO AND FD-TRB-SEM-EVENTO
               CONTINUE
             WHEN OTHER
               PERFORM 2143-CORRIGIR-CLIENTE
           END-EVALUATE

           IF WS-RECONST-EXATA         EQUAL 'N'
             PERFORM 1195-GRAVAR-DETALHE-PARCIAL
           END-IF

           PERFORM 1180-LER-TRABALHO-SEQUENCIAL

           .
       2141-99-FIM.                    EXIT.

       2142-OBTER-ATUAL-CLIENTE        SECTION.

           MOVE FD-TRB-CODIGO          TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             MOVE 'S'                  TO WS-REG-ACHADO
           ELSE
             MOVE 'N'                  TO WS-REG-ACHADO
           END-IF

           .
       2142-99-FIM.                    EXIT.

       2143-CORRIGIR-CLIENTE           SECTION.

           MOVE 'N'                    TO WS-RECONST-EXATA

           MOVE FD-TRB-CODIGO          TO FD-RCL-COD-CLIENTE
           READ ARQ-RECONST-CLIENTE    KEY IS FD-RCL-COD-CLIENTE

           IF WS-FS-ARQ-RECONST-CLI    EQUAL ZEROS
             MOVE FD-RECONST-CLIENTE   TO WS-CLIENTE
             MOVE 'S'                  TO WS-REG-ACHADO
           ELSE
             PERFORM 2142-OBTER-ATUAL-CLIENTE
             IF WS-REG-ACHADO          EQUAL 'S'
               MOVE FD-CLIENTE         TO WS-CLIENTE
             END-IF
           END-IF

           IF WS-REG-ACHADO            EQUAL 'S'
             IF FD-TRB-POS-OPERACAO    EQUAL 'A' OR 'L' OR 'E'
               MOVE FD-TRB-POS-CNPJ    TO WS-CLI-CNPJ
               MOVE FD-TRB-POS-NOME    TO WS-CLI-RZ-SOCIAL
               MOVE FD-TRB-POS-LATITUDE
                                       TO WS-CLI-LATITUDE
               MOVE FD-TRB-POS-LONGITUDE
                                       TO WS-CLI-LONGITUDE
               MOVE FD-TRB-POS-COD-VENDEDOR
                                       TO WS-CLI-COD-VENDEDOR
             END-IF

             EVALUATE FD-TRB-POS-OPERACAO
               WHEN 'E'
               WHEN 'M'
                 MOVE 'A'              TO WS-CLI-STATUS
               WHEN 'V'
                 MOVE 'I'              TO WS-CLI-STATUS
             END-EVALUATE

             PERFORM 2150-GRAVAR-RECONST-CLIENTE
           END-IF

           .
       2143-99-FIM.                    EXIT.

       2150-GRAVAR-RECONST-CLIENTE     SECTION.

           MOVE WS-CLIENTE             TO FD-RECONST-CLIENTE

           WRITE FD-RECONST-CLIENTE

           IF WS-FS-ARQ-RECONST-CLI    EQUAL ZEROS
             ADD 1                     TO WS-QTD-CLIENTES-RECONST
           ELSE
             IF WS-FS-ARQ-RECONST-CLI  EQUAL '22'
               REWRITE FD-RECONST-CLIENTE
             END-IF
           END-IF

           IF WS-FS-ARQ-RECONST-CLI    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA COPIA DE CLIENTES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2150-99-FIM.                    EXIT.

       2151-EXCLUIR-RECONST-CLIENTE    SECTION.

           MOVE FD-TRB-CODIGO          TO FD-RCL-COD-CLIENTE
           DELETE ARQ-RECONST-CLIENTE  RECORD

           IF WS-FS-ARQ-RECONST-CLI    EQUAL ZEROS
             SUBTRACT 1                FROM WS-QTD-CLIENTES-RECONST
           END-IF

           .
       2151-99-FIM.                    EXIT.

       2160-PROTEGER-ANONIMIZADOS      SECTION.

           MOVE 'N'                    TO WS-FIM-ARQUIVO
           MOVE ZEROS                  TO FD-CLI-COD-CLIENTE

           START ARQ-CLIENTE           KEY IS NOT LESS
                                       FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             PERFORM 2123-LER-ATUAL-CLIENTE
             PERFORM 2161-PROTEGER-CLIENTE
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'
           END-IF

           .
       2160-99-FIM.                    EXIT.

       2161-PROTEGER-CLIENTE           SECTION.

           IF FD-CLI-DADOS-ANONIMOS
             MOVE FD-CLI-COD-CLIENTE   TO FD-RCL-COD-CLIENTE
             READ ARQ-RECONST-CLIENTE  KEY IS FD-RCL-COD-CLIENTE

             IF WS-FS-ARQ-RECONST-CLI  EQUAL ZEROS
               MOVE FD-RECONST-CLIENTE TO WS-CLIENTE
               MOVE FD-CLI-CNPJ        TO WS-CLI-CNPJ
               MOVE FD-CLI-RZ-SOCIAL   TO WS-CLI-RZ-SOCIAL
               MOVE FD-CLI-TELEFONE    TO WS-CLI-TELEFONE
               MOVE FD-CLI-EMAIL       TO WS-CLI-EMAIL
               MOVE FD-CLI-CONTATO     TO WS-CLI-CONTATO
               MOVE FD-CLI-ANONIMIZADO TO WS-CLI-ANONIMIZADO
               MOVE WS-CLIENTE         TO FD-RECONST-CLIENTE
               REWRITE FD-RECONST-CLIENTE
             END-IF
           END-IF

           PERFORM 2123-LER-ATUAL-CLIENTE

           .
       2161-99-FIM.                    EXIT.

       2200-RECONSTRUIR-VENDEDORES     SECTION.

           PERFORM 2210-LOCALIZAR-COPIA-VENDEDOR
           PERFORM 2220-CARREGAR-BASE-VENDEDOR
           PERFORM 2230-APURAR-HIST-VENDEDOR
           PERFORM 2240-RESOLVER-VENDEDORES

           CLOSE ARQ-RECONST-VENDEDOR
                                       ARQ-TRABALHO

           .
       2200-99-FIM.                    EXIT.

       2210-LOCALIZAR-COPIA-VENDEDOR   SECTION.

           MOVE ZEROS                  TO WS-QTD-DIAS-BUSCA
           COMPUTE WS-DIAS-BUSCA       = FUNCTION INTEGER-OF-DATE
                                       (BOOKRCON-REG-DATA-REFER)

           IF WS-HORA-REFER            NOT EQUAL 235959
             SUBTRACT 1                FROM WS-DIAS-BUSCA
           END-IF

           PERFORM 2211-TENTAR-COPIA-VENDEDOR
                                       UNTIL BOOKRCON-REG-COPIA-VENDEDOR
                                       GREATER ZEROS OR
                                       WS-QTD-DIAS-BUSCA
                                       GREATER WS-DIAS-BUSCA-MAXIMO

           .
       2210-99-FIM.                    EXIT.

       2211-TENTAR-COPIA-VENDEDOR      SECTION.

           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-BUSCA)
                                       TO WS-DATA-BUSCA

           MOVE SPACES                 TO WS-ENDER-COPIA-VEN
           STRING "VEN"                DELIMITED BY SIZE
                  WS-DATA-BUSCA        DELIMITED BY SIZE
                  ".BKP"               DELIMITED BY SIZE
                                       INTO WS-ENDER-COPIA-VEN

           OPEN INPUT ARQ-COPIA-VENDEDOR

           IF WS-FS-ARQ-COPIA-VEN      EQUAL ZEROS
             MOVE WS-DATA-BUSCA        TO BOOKRCON-REG-COPIA-VENDEDOR
             CLOSE ARQ-COPIA-VENDEDOR
           ELSE
             SUBTRACT 1                FROM WS-DIAS-BUSCA
             ADD 1                     TO WS-QTD-DIAS-BUSCA
           END-IF

           .
       2211-99-FIM.                    EXIT.

       2220-CARREGAR-BASE-VENDEDOR     SECTION.

           OPEN OUTPUT ARQ-RECONST-VENDEDOR

           IF WS-FS-ARQ-RECONST-VEN    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA CRIACAO DA COPIA DE VENDEDORES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           IF BOOKRCON-REG-COPIA-VENDEDOR
                                       GREATER ZEROS
             MOVE 'A'                  TO WS-MODO-RECONST
             COMPUTE WS-INICIO-JANELA  = BOOKRCON-REG-COPIA-VENDEDOR
                                       * 1000000

             OPEN INPUT ARQ-COPIA-VENDEDOR

             PERFORM 2221-LER-COPIA-VENDEDOR
             PERFORM 2222-CARREGAR-COPIA-VENDEDOR
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

             CLOSE ARQ-COPIA-VENDEDOR
           ELSE
             MOVE 'R'                  TO WS-MODO-RECONST
             MOVE ZEROS                TO WS-INICIO-JANELA

             PERFORM 2223-LER-ATUAL-VENDEDOR
             PERFORM 2224-CARREGAR-ATUAL-VENDEDOR
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'
           END-IF

           CLOSE ARQ-RECONST-VENDEDOR
           OPEN I-O ARQ-RECONST-VENDEDOR

           IF WS-FS-ARQ-RECONST-VEN    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DA COPIA DE VENDEDORES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2221-LER-COPIA-VENDEDOR         SECTION.

           READ ARQ-COPIA-VENDEDOR

           IF WS-FS-ARQ-COPIA-VEN      NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2221-99-FIM.                    EXIT.

       2222-CARREGAR-COPIA-VENDEDOR    SECTION.

           MOVE FD-COPIA-VENDEDOR      TO WS-VENDEDOR

           IF WS-VEN-STATUS            EQUAL SPACES
             MOVE ZEROS                TO WS-VEN-PCT-COMISSAO
             MOVE 'A'                  TO WS-VEN-STATUS
           END-IF

           IF WS-VEN-COD-SUPERVISOR    NOT NUMERIC
             MOVE ZEROS                TO WS-VEN-COD-SUPERVISOR
           END-IF

           PERFORM 2250-GRAVAR-RECONST-VENDEDOR

           PERFORM 2221-LER-COPIA-VENDEDOR

           .
       2222-99-FIM.                    EXIT.

       2223-LER-ATUAL-VENDEDOR         SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD

           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2223-99-FIM.                    EXIT.

       2224-CARREGAR-ATUAL-VENDEDOR    SECTION.

           MOVE FD-VENDEDOR            TO WS-VENDEDOR

           PERFORM 2250-GRAVAR-RECONST-VENDEDOR

           PERFORM 2223-LER-ATUAL-VENDEDOR

           .
       2224-99-FIM.                    EXIT.

       2230-APURAR-HIST-VENDEDOR       SECTION.

           PERFORM 1150-CRIAR-ARQ-TRABALHO

           OPEN INPUT ARQ-HIST-VENDEDOR

           IF WS-FS-ARQ-HIST-VEN       NOT EQUAL ZEROS AND 05
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE VENDEDOR"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 2231-LER-HIST-VENDEDOR
           PERFORM 2232-APURAR-EVENTO-VENDEDOR
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

           CLOSE ARQ-HIST-VENDEDOR

           .
       2230-99-FIM.                    EXIT.

       2231-LER-HIST-VENDEDOR          SECTION.

           READ ARQ-HIST-VENDEDOR

           IF WS-FS-ARQ-HIST-VEN (1:1) NOT EQUAL '0'
             MOVE 'S'                  TO WS-FIM-ARQUIVO
           END-IF

           .
       2231-99-FIM.                    EXIT.

       2232-APURAR-EVENTO-VENDEDOR     SECTION.

           IF FD-HVE-DATA-HORA         IS NUMERIC AND
              FD-HVE-DATA-HORA         NOT LESS WS-INICIO-JANELA
             MOVE 'V'                  TO FD-TRB-TIPO

             IF FD-HVE-IMAGEM-VENDEDOR NOT EQUAL SPACES
               MOVE FD-HVE-IMG-COD-VENDEDOR
                                       TO FD-TRB-CODIGO
             ELSE
               MOVE FD-HVE-COD-VENDEDOR
                                       TO FD-TRB-CODIGO
             END-IF

             PERFORM 1160-LER-ARQ-TRABALHO

             IF FD-HVE-DATA-HORA       NOT GREATER WS-DATA-HORA-REFER
               ADD 1                   TO BOOKRCON-REG-QTD-EVENTOS
               EVALUATE TRUE
                 WHEN FD-HVE-OPERACAO  EQUAL 'E'
                   MOVE 'X'            TO FD-TRB-SITUACAO
                 WHEN FD-HVE-IMAGEM-VENDEDOR
                                       NOT EQUAL SPACES
                   MOVE 'I'            TO FD-TRB-SITUACAO
                   MOVE FD-HVE-IMAGEM-VENDEDOR
                                       TO FD-TRB-IMAGEM
                 WHEN OTHER
                   MOVE 'L'            TO FD-TRB-SITUACAO
               END-EVALUATE
             ELSE
               IF FD-TRB-POS-OPERACAO  EQUAL SPACES
                 MOVE FD-HVE-OPERACAO  TO FD-TRB-POS-OPERACAO
                 MOVE FD-HVE-CPF       TO FD-TRB-POS-CPF
                 MOVE FD-HVE-CNPJ      TO FD-TRB-POS-CNPJ
                 MOVE FD-HVE-NOME      TO FD-TRB-POS-NOME
                 MOVE FD-HVE-LATITUDE  TO FD-TRB-POS-LATITUDE
                 MOVE FD-HVE-LONGITUDE TO FD-TRB-POS-LONGITUDE
                 MOVE FD-HVE-QTD-MAX-CLIENTES
                                       TO FD-TRB-POS-QTD-MAX
                 MOVE FD-HVE-IMAGEM-VENDEDOR
                                       TO FD-TRB-POS-IMAGEM
               END-IF
             END-IF

             PERFORM 1170-GRAVAR-ARQ-TRABALHO
           END-IF

           PERFORM 2231-LER-HIST-VENDEDOR

           .
       2232-99-FIM.                    EXIT.

       2240-RESOLVER-VENDEDORES        SECTION.

           PERFORM 1190-REABRIR-ARQ-TRABALHO

           MOVE 'N'                    TO WS-FIM-ARQUIVO

           PERFORM 1180-LER-TRABALHO-SEQUENCIAL
           PERFORM 2241-RESOLVER-VENDEDOR
                                       UNTIL WS-FIM-ARQUIVO
                                       EQUAL 'S'

           .
       2240-99-FIM.                    EXIT.

       2241-RESOLVER-VENDEDOR          SECTION.

           MOVE 'S'                    TO WS-RECONST-EXATA
                                          WS-REG-ACHADO

           EVALUATE TRUE
             WHEN FD-TRB-COM-IMAGEM
               MOVE FD-TRB-IMAGEM (1:117)
                                       TO WS-VENDEDOR
               PERFORM 2250-GRAVAR-RECONST-VENDEDOR
             WHEN FD-TRB-EXCLUIDO
               PERFORM 2251-EXCLUIR-RECONST-VENDEDOR
             WHEN FD-TRB-POS-OPERACAO  EQUAL 'I'
               PERFORM 2251-EXCLUIR-RECONST-VENDEDOR
             WHEN FD-TRB-POS-OPERACAO  EQUAL 'E' AND
                  FD-TRB-POS-IMAGEM    NOT EQUAL SPACES
               MOVE FD-TRB-POS-IMAGEM (1:117)
                                       TO WS-VENDEDOR
               PERFORM 2250-GRAVAR-RECONST-VENDEDOR
             WHEN FD-TRB-POS-OPERACAO  EQUAL SPACES
               PERFORM 2242-OBTER-ATUAL-VENDEDOR
               IF WS-REG-ACHADO        EQUAL 'S'
                 MOVE FD-VENDEDOR      TO WS-VENDEDOR
                 PERFORM 2250-GRAVAR-RECONST-VENDEDOR
               ELSE
                 MOVE 'N'              TO WS-RECONST-EXATA
               END-IF
             WHEN WS-MODO-AVANCO AND FD-TRB-SEM-EVENTO
               CONTINUE
             WHEN OTHER
               PERFORM 2243-CORRIGIR-VENDEDOR
           END-EVALUATE

           IF WS-RECONST-EXATA         EQUAL 'N'
             PERFORM 1195-GRAVAR-DETALHE-PARCIAL
           END-IF

           PERFORM 1180-LER-TRABALHO-SEQUENCIAL

           .
       2241-99-FIM.                    EXIT.

       2242-OBTER-ATUAL-VENDEDOR       SECTION.

           MOVE FD-TRB-CODIGO          TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE 'S'                  TO WS-REG-ACHADO
           ELSE
             MOVE 'N'                  TO WS-REG-ACHADO
           END-IF

           .
       2242-99-FIM.                    EXIT.

       2243-CORRIGIR-VENDEDOR          SECTION.

           MOVE 'N'                    TO WS-RECONST-EXATA

           MOVE FD-TRB-CODIGO          TO FD-RVE-COD-VENDEDOR
           READ ARQ-RECONST-VENDEDOR   KEY IS FD-RVE-COD-VENDEDOR

           IF WS-FS-ARQ-RECONST-VEN    EQUAL ZEROS
             MOVE FD-RECONST-VENDEDOR  TO WS-VENDEDOR
             MOVE 'S'                  TO WS-REG-ACHADO
           ELSE
             PERFORM 2242-OBTER-ATUAL-VENDEDOR
             IF WS-REG-ACHADO          EQUAL 'S'
               MOVE FD-VENDEDOR        TO WS-VENDEDOR
             END-IF
           END-IF

           IF WS-REG-ACHADO            EQUAL 'N' AND
              FD-TRB-POS-OPERACAO      EQUAL 'E'
             INITIALIZE                WS-VENDEDOR
             MOVE FD-TRB-CODIGO        TO WS-VEN-COD-VENDEDOR
             MOVE 'A'                  TO WS-VEN-STATUS
             IF FD-TRB-POS-CPF         GREATER ZEROS
               MOVE 'F'                TO WS-VEN-TIPO-DOC
             ELSE
               MOVE 'J'                TO WS-VEN-TIPO-DOC
             END-IF
           END-IF

           IF WS-REG-ACHADO            EQUAL 'S' OR
              FD-TRB-POS-OPERACAO      EQUAL 'E'
             IF FD-TRB-POS-OPERACAO    EQUAL 'A' OR 'E'
               MOVE FD-TRB-POS-CPF     TO WS-VEN-CPF
               MOVE FD-TRB-POS-CNPJ    TO WS-VEN-CNPJ
               MOVE FD-TRB-POS-NOME    TO WS-VEN-NOME
               MOVE FD-TRB-POS-LATITUDE
                                       TO WS-VEN-LATITUDE
               MOVE FD-TRB-POS-LONGITUDE
                                       TO WS-VEN-LONGITUDE
               MOVE FD-TRB-POS-QTD-MAX TO WS-VEN-QTD-MAX-CLIENTES
             END-IF

             PERFORM 2250-GRAVAR-RECONST-VENDEDOR
           END-IF

           .
       2243-99-FIM.                    EXIT.

       2250-GRAVAR-RECONST-VENDEDOR    SECTION.

           MOVE WS-VENDEDOR            TO FD-RECONST-VENDEDOR

           WRITE FD-RECONST-VENDEDOR

           IF WS-FS-ARQ-RECONST-VEN    EQUAL ZEROS
             ADD 1                     TO WS-QTD-VENDEDORES-RECONST
           ELSE
             IF WS-FS-ARQ-RECONST-VEN  EQUAL '22'
               REWRITE FD-RECONST-VENDEDOR
             END-IF
           END-IF

           IF WS-FS-ARQ-RECONST-VEN    NOT EQUAL ZEROS
             MOVE 2                    TO BOOKRCON-CTRL-COD
             MOVE "ERRO NA GRAVACAO DA COPIA DE VENDEDORES"
                                       TO BOOKRCON-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2250-99-FIM.                    EXIT.

       2251-EXCLUIR-RECONST-VENDEDOR   SECTION.

           MOVE FD-TRB-CODIGO          TO FD-RVE-COD-VENDEDOR
           DELETE ARQ-RECONST-VENDEDOR RECORD

           IF WS-FS-ARQ-RECONST-VEN    EQUAL ZEROS
             SUBTRACT 1                FROM WS-QTD-VENDEDORES-RECONST
           END-IF

           .
       2251-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-RELATORIO

           IF BOOKRCON-CTRL-COD        NOT EQUAL ZEROS
             CLOSE ARQ-COPIA-CLIENTE
                                       ARQ-COPIA-VENDEDOR
                                       ARQ-HIST-CLIENTE
                                       ARQ-HIST-VENDEDOR
                                       ARQ-RECONST-CLIENTE
                                       ARQ-RECONST-VENDEDOR
                                       ARQ-TRABALHO
           END-IF

           IF BOOKRCON-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RECONSTR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RECONSTR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRCON-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRCON-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
