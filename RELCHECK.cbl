       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELCHECK.
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

           SELECT OPTIONAL ARQ-FILIAL  ASSIGN TO DISK "FILIAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-FIL-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FILIAL.

           SELECT OPTIONAL ARQ-CHECKLIST
                                       ASSIGN TO DISK "CHECKLST.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CHK-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CHECKLIST.

           SELECT OPTIONAL ARQ-RESP-CHECK
                                       ASSIGN TO DISK "CHECKRES.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RCK-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RESP-CHECK.

           SELECT ARQ-RELAT-CHECK      ASSIGN TO "RELCHECK.RPT"
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

       FD  ARQ-FILIAL
           LABEL RECORD                IS STANDARD.
       01  FD-FILIAL.
           05 FD-FIL-CODIGO            PIC 9(004).
           05 FD-FIL-NOME              PIC X(040).
           05 FD-FIL-REGIAO            PIC 9(003).
           05 FD-FIL-SUPERVISOR        PIC X(040).
           05 FD-FIL-STATUS            PIC X(001).
               88 FD-FIL-ATIVA                             VALUE 'A'.
               88 FD-FIL-INATIVA                           VALUE 'I'.

       FD  ARQ-CHECKLIST
           LABEL RECORD                IS STANDARD.
       01  FD-CHECKLIST.
           05 FD-CHK-CODIGO            PIC 9(003).
           05 FD-CHK-DESCRICAO         PIC X(040).
           05 FD-CHK-PESO              PIC 9(003).
           05 FD-CHK-DATA-INICIO       PIC 9(008).
           05 FD-CHK-DATA-FIM          PIC 9(008).
           05 FD-CHK-CLASSE-ABC        PIC X(001).
           05 FD-CHK-REGIAO            PIC 9(003).
           05 FD-CHK-STATUS            PIC X(001).
               88 FD-CHK-ATIVA                             VALUE 'A'.
               88 FD-CHK-INATIVA                           VALUE 'I'.
           05 FD-CHK-OPERADOR          PIC X(010).

       FD  ARQ-RESP-CHECK
           LABEL RECORD                IS STANDARD.
       01  FD-RESP-CHECK.
           05 FD-RCK-CHAVE.
               10 FD-RCK-COD-CLIENTE   PIC 9(007).
               10 FD-RCK-COD-PERGUNTA  PIC 9(003).
               10 FD-RCK-DATA-VISITA   PIC 9(008).
               10 FD-RCK-COD-VENDEDOR  PIC 9(005).
           05 FD-RCK-RESPOSTA          PIC X(001).
               88 FD-RCK-CONFORME                          VALUE 'S'.
               88 FD-RCK-NAO-CONFORME                      VALUE 'N'.
               88 FD-RCK-NAO-SE-APLICA                     VALUE 'X'.
           05 FD-RCK-PESO              PIC 9(003).
           05 FD-RCK-OPERADOR          PIC X(010).
           05 FD-RCK-DATA-HORA         PIC 9(014).

       FD  ARQ-RELAT-CHECK
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-CHECK.
           05 FD-REL-LINHA             PIC X(200).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FILIAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CHECKLIST         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RESP-CHECK        PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-SERIAL-MES               PIC 9(006)          VALUE ZEROS.
       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.
       77  WS-IDX-FILIAL               PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-VENDEDOR             PIC 9(005)          VALUE ZEROS.

       77  WS-QUEBRA-CLIENTE           PIC 9(007)          VALUE ZEROS.
       77  WS-FILIAL-CLIENTE           PIC 9(004)          VALUE ZEROS.
       77  WS-RZ-SOCIAL-CLIENTE        PIC X(040)          VALUE SPACES.
       77  WS-CLIENTE-SELECIONADO      PIC X(001)          VALUE 'N'.
           88 WS-CLIENTE-NO-FILTRO                         VALUE 'S'.
       77  WS-CLI-PONTOS-OBTIDOS       PIC 9(009)          VALUE ZEROS.
       77  WS-CLI-PONTOS-POSSIVEIS     PIC 9(009)          VALUE ZEROS.
       77  WS-CLI-QTD-RESPOSTAS        PIC 9(007)          VALUE ZEROS.

       77  WS-ANT-COD-CLIENTE          PIC 9(007)          VALUE ZEROS.
       77  WS-ANT-COD-PERGUNTA         PIC 9(003)          VALUE ZEROS.
       77  WS-ANT-DATA-VISITA          PIC 9(008)          VALUE ZEROS.
       77  WS-ANT-RESPOSTA             PIC X(001)          VALUE SPACES.
       77  WS-REINCIDENCIA-GRAVADA     PIC X(001)          VALUE 'N'.
           88 WS-REINCIDENCIA-JA-LISTADA                   VALUE 'S'.

       77  WS-PONTOS-OBTIDOS           PIC 9(009)          VALUE ZEROS.
       77  WS-PONTOS-POSSIVEIS         PIC 9(009)          VALUE ZEROS.
       77  WS-GERAL-PONTOS-OBTIDOS     PIC 9(011)          VALUE ZEROS.
       77  WS-GERAL-PONTOS-POSSIVEIS   PIC 9(011)          VALUE ZEROS.
       77  WS-PCT-EXECUCAO             PIC 9(003)V9(002)   VALUE ZEROS.

       01  WS-ANO-MES-CALCULO          PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-CALCULO.
           05 WS-CALC-ANO              PIC 9(004).
           05 WS-CALC-MES              PIC 9(002).

       01  WS-TAB-FILIAL.
           05 WS-TFL-FILIAL            OCCURS 10000 TIMES.
               10 WS-TFL-PONTOS-OBTIDOS
                                       PIC 9(009)          VALUE ZEROS.
               10 WS-TFL-PONTOS-POSSIVEIS
                                       PIC 9(009)          VALUE ZEROS.
               10 WS-TFL-QTD-RESPOSTAS PIC 9(007)          VALUE ZEROS.

       01  WS-TAB-VENDEDOR.
           05 WS-TVD-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-TVD-PONTOS-OBTIDOS
                                       PIC 9(009)          VALUE ZEROS.
               10 WS-TVD-PONTOS-POSSIVEIS
                                       PIC 9(009)          VALUE ZEROS.
               10 WS-TVD-QTD-RESPOSTAS PIC 9(007)          VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELCHECK'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NIVEL             PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-RESPOSTAS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PONTOS-OBTIDOS    PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PONTOS-POSSIVEIS  PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PCT-EXECUCAO      PIC ZZ9,99          VALUE ZEROS.

       01  WS-RELAT-REINCIDENCIA.
           05 WS-RNC-TIPO              PIC X(001)          VALUE 'R'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-COD-PERGUNTA      PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-DESC-PERGUNTA     PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-DATA-ANTERIOR     PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RNC-DATA-ATUAL        PIC 9(008)          VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-RESPOSTAS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CLIENTES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REINCIDENCIAS PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-PCT-EXECUCAO      PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRCHK.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DH-GERACAO

           PERFORM 1050-CALCULAR-PERIODO

           MOVE ZEROS                  TO BOOKRCHK-REG-QTD-RESPOSTAS
                                       BOOKRCHK-REG-QTD-CLIENTES
                                       BOOKRCHK-REG-QTD-REINCIDENCIAS

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1115-ABRIR-ARQ-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-FILIAL
           PERFORM 1125-ABRIR-ARQ-CHECKLIST
           PERFORM 1130-ABRIR-ARQ-RESP-CHECK
           PERFORM 1150-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODO           SECTION.

           IF BOOKRCHK-REG-ANO-MES     EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:6)  TO WS-ANO-MES-CALCULO
             COMPUTE WS-SERIAL-MES     = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 2
             COMPUTE WS-CALC-ANO       = WS-SERIAL-MES / 12
             COMPUTE WS-CALC-MES       = WS-SERIAL-MES
                                       - WS-CALC-ANO * 12 + 1
             MOVE WS-ANO-MES-CALCULO   TO BOOKRCHK-REG-ANO-MES
           ELSE
             MOVE BOOKRCHK-REG-ANO-MES TO WS-ANO-MES-CALCULO
             IF WS-CALC-MES            LESS 1 OR
                WS-CALC-MES            GREATER 12
               MOVE 1                  TO BOOKRCHK-CTRL-COD
               MOVE "MES DE REFERENCIA INVALIDO"
                                       TO BOOKRCHK-CTRL-MSG
               GOBACK
             END-IF
           END-IF
           .
       1050-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRCHK-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-FILIAL           SECTION.

           OPEN INPUT ARQ-FILIAL

           IF WS-FS-ARQ-FILIAL         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO FILIAL"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-CHECKLIST        SECTION.

           OPEN INPUT ARQ-CHECKLIST

           IF WS-FS-ARQ-CHECKLIST      EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CHECKLIST"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RESP-CHECK       SECTION.

           OPEN INPUT ARQ-RESP-CHECK

           IF WS-FS-ARQ-RESP-CHECK     EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DAS RESPOSTAS CHECKLIST"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-CHECK

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO CHECKLIST"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-RESP-CHECK         SECTION.

           READ ARQ-RESP-CHECK         NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-CHECK

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCHK-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO CHECKLIST"
                                       TO BOOKRCHK-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-CALCULAR-PERCENTUAL        SECTION.

           IF WS-PONTOS-POSSIVEIS      GREATER ZEROS
             COMPUTE WS-PCT-EXECUCAO   ROUNDED
                                       = WS-PONTOS-OBTIDOS * 100
                                       / WS-PONTOS-POSSIVEIS
           ELSE
             MOVE ZEROS                TO WS-PCT-EXECUCAO
           END-IF

           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRCHK-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKRCHK-REG-COD-VENDEDOR
                                       TO WS-CAB-COD-VENDEDOR
           MOVE BOOKRCHK-REG-COD-FILIAL
                                       TO WS-CAB-COD-FILIAL
           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-RESP-CHECK     NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-RESP-CHECK

             PERFORM 2100-PROCESSAR-RESPOSTA
                                       UNTIL WS-FS-ARQ-RESP-CHECK
                                       NOT EQUAL ZEROS

             PERFORM 2200-FECHAR-CLIENTE
           END-IF

           PERFORM 2300-LISTAR-VENDEDORES
           PERFORM 2400-LISTAR-FILIAIS

           MOVE WS-GERAL-PONTOS-OBTIDOS
                                       TO WS-PONTOS-OBTIDOS
           MOVE WS-GERAL-PONTOS-POSSIVEIS
                                       TO WS-PONTOS-POSSIVEIS
           PERFORM 1180-CALCULAR-PERCENTUAL

           MOVE BOOKRCHK-REG-QTD-RESPOSTAS
                                       TO WS-TRL-QTD-RESPOSTAS
           MOVE BOOKRCHK-REG-QTD-CLIENTES
                                       TO WS-TRL-QTD-CLIENTES
           MOVE BOOKRCHK-REG-QTD-REINCIDENCIAS
                                       TO WS-TRL-QTD-REINCIDENCIAS
           MOVE WS-PCT-EXECUCAO        TO WS-TRL-PCT-EXECUCAO
           MOVE BOOKRCHK-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKRCHK-REG-QTD-RESPOSTAS
                                       EQUAL ZEROS
             MOVE 3                    TO BOOKRCHK-CTRL-COD
             MOVE "NENHUM CHECKLIST NO PERIODO INFORMADO"
                                       TO BOOKRCHK-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRCHK-CTRL-COD
             MOVE "RELATORIO DE EXECUCAO NO PDV GERADO"
                                       TO BOOKRCHK-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-PROCESSAR-RESPOSTA         SECTION.

           IF FD-RCK-DATA-VISITA (1:6) NOT GREATER
                                       BOOKRCHK-REG-ANO-MES AND
              (FD-RCK-CONFORME OR FD-RCK-NAO-CONFORME)
             IF FD-RCK-COD-CLIENTE     NOT EQUAL WS-QUEBRA-CLIENTE
               PERFORM 2200-FECHAR-CLIENTE
               PERFORM 2110-ABRIR-CLIENTE
             END-IF

             IF FD-RCK-COD-CLIENTE     NOT EQUAL WS-ANT-COD-CLIENTE OR
                FD-RCK-COD-PERGUNTA    NOT EQUAL WS-ANT-COD-PERGUNTA
               MOVE SPACES             TO WS-ANT-RESPOSTA
               MOVE 'N'                TO WS-REINCIDENCIA-GRAVADA
             END-IF

             IF FD-RCK-DATA-VISITA (1:6)
                                       EQUAL BOOKRCHK-REG-ANO-MES AND
                WS-CLIENTE-NO-FILTRO   AND
                (BOOKRCHK-REG-COD-VENDEDOR
                                       EQUAL ZEROS OR
                 FD-RCK-COD-VENDEDOR   EQUAL
                                       BOOKRCHK-REG-COD-VENDEDOR)
               PERFORM 2120-ACUMULAR-RESPOSTA

               IF FD-RCK-NAO-CONFORME  AND
                  WS-ANT-RESPOSTA      EQUAL 'N' AND
                  NOT WS-REINCIDENCIA-JA-LISTADA
                 PERFORM 2130-GRAVAR-REINCIDENCIA
               END-IF
             END-IF

             MOVE FD-RCK-COD-CLIENTE   TO WS-ANT-COD-CLIENTE
             MOVE FD-RCK-COD-PERGUNTA  TO WS-ANT-COD-PERGUNTA
             MOVE FD-RCK-DATA-VISITA   TO WS-ANT-DATA-VISITA
             MOVE FD-RCK-RESPOSTA      TO WS-ANT-RESPOSTA
           END-IF

           PERFORM 1160-LER-ARQ-RESP-CHECK

           .
       2100-99-FIM.                    EXIT.

       2110-ABRIR-CLIENTE              SECTION.

           MOVE FD-RCK-COD-CLIENTE     TO WS-QUEBRA-CLIENTE
           MOVE ZEROS                  TO WS-FILIAL-CLIENTE
                                       WS-CLI-PONTOS-OBTIDOS
                                       WS-CLI-PONTOS-POSSIVEIS
                                       WS-CLI-QTD-RESPOSTAS
           MOVE SPACES                 TO WS-RZ-SOCIAL-CLIENTE

           MOVE FD-RCK-COD-CLIENTE     TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE
           IF WS-FS-ARQ-CLIE           EQUAL ZEROS
             MOVE FD-CLI-FILIAL        TO WS-FILIAL-CLIENTE
             MOVE FD-CLI-RZ-SOCIAL     TO WS-RZ-SOCIAL-CLIENTE
           END-IF

           IF BOOKRCHK-REG-COD-FILIAL  EQUAL ZEROS OR
              WS-FILIAL-CLIENTE        EQUAL BOOKRCHK-REG-COD-FILIAL
             MOVE 'S'                  TO WS-CLIENTE-SELECIONADO
           ELSE
             MOVE 'N'                  TO WS-CLIENTE-SELECIONADO
           END-IF

           .
       2110-99-FIM.                    EXIT.

       2120-ACUMULAR-RESPOSTA          SECTION.

           ADD 1                       TO BOOKRCHK-REG-QTD-RESPOSTAS
                                       WS-CLI-QTD-RESPOSTAS
           ADD FD-RCK-PESO             TO WS-CLI-PONTOS-POSSIVEIS
                                       WS-GERAL-PONTOS-POSSIVEIS
           IF FD-RCK-CONFORME
             ADD FD-RCK-PESO           TO WS-CLI-PONTOS-OBTIDOS
                                       WS-GERAL-PONTOS-OBTIDOS
           END-IF

           IF FD-RCK-COD-VENDEDOR      GREATER ZEROS
             MOVE FD-RCK-COD-VENDEDOR  TO WS-IDX-VENDEDOR
             ADD 1                     TO WS-TVD-QTD-RESPOSTAS
                                          (WS-IDX-VENDEDOR)
             ADD FD-RCK-PESO           TO WS-TVD-PONTOS-POSSIVEIS
                                          (WS-IDX-VENDEDOR)
             IF FD-RCK-CONFORME
               ADD FD-RCK-PESO         TO WS-TVD-PONTOS-OBTIDOS
                                          (WS-IDX-VENDEDOR)
             END-IF
           END-IF

           COMPUTE WS-IDX-FILIAL       = WS-FILIAL-CLIENTE + 1
           ADD 1                       TO WS-TFL-QTD-RESPOSTAS
                                          (WS-IDX-FILIAL)
           ADD FD-RCK-PESO             TO WS-TFL-PONTOS-POSSIVEIS
                                          (WS-IDX-FILIAL)
           IF FD-RCK-CONFORME
             ADD FD-RCK-PESO           TO WS-TFL-PONTOS-OBTIDOS
                                          (WS-IDX-FILIAL)
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-GRAVAR-REINCIDENCIA        SECTION.

           MOVE 'S'                    TO WS-REINCIDENCIA-GRAVADA
           ADD 1                       TO BOOKRCHK-REG-QTD-REINCIDENCIAS

           MOVE SPACES                 TO WS-RNC-DESC-PERGUNTA
           IF WS-FS-ARQ-CHECKLIST      NOT EQUAL '35'
             MOVE FD-RCK-COD-PERGUNTA  TO FD-CHK-CODIGO
             READ ARQ-CHECKLIST        RECORD INTO FD-CHECKLIST
                                       KEY IS FD-CHK-CODIGO
             IF WS-FS-ARQ-CHECKLIST    EQUAL ZEROS
               MOVE FD-CHK-DESCRICAO   TO WS-RNC-DESC-PERGUNTA
             END-IF
           END-IF

           MOVE WS-FILIAL-CLIENTE      TO WS-RNC-COD-FILIAL
           MOVE FD-RCK-COD-VENDEDOR    TO WS-RNC-COD-VENDEDOR
           MOVE FD-RCK-COD-CLIENTE     TO WS-RNC-COD-CLIENTE
           MOVE WS-RZ-SOCIAL-CLIENTE   TO WS-RNC-RZ-SOCIAL
           MOVE FD-RCK-COD-PERGUNTA    TO WS-RNC-COD-PERGUNTA
           MOVE WS-ANT-DATA-VISITA     TO WS-RNC-DATA-ANTERIOR
           MOVE FD-RCK-DATA-VISITA     TO WS-RNC-DATA-ATUAL
           MOVE WS-RELAT-REINCIDENCIA  TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2130-99-FIM.                    EXIT.

       2200-FECHAR-CLIENTE             SECTION.

           IF WS-CLI-PONTOS-POSSIVEIS  GREATER ZEROS
             ADD 1                     TO BOOKRCHK-REG-QTD-CLIENTES

             MOVE WS-CLI-PONTOS-OBTIDOS
                                       TO WS-PONTOS-OBTIDOS
             MOVE WS-CLI-PONTOS-POSSIVEIS
                                       TO WS-PONTOS-POSSIVEIS
             PERFORM 1180-CALCULAR-PERCENTUAL

             MOVE 'C'                  TO WS-DET-NIVEL
             MOVE WS-FILIAL-CLIENTE    TO WS-DET-COD-FILIAL
             MOVE ZEROS                TO WS-DET-COD-VENDEDOR
             MOVE WS-QUEBRA-CLIENTE    TO WS-DET-COD-CLIENTE
             MOVE WS-RZ-SOCIAL-CLIENTE TO WS-DET-DESCRICAO
             MOVE WS-CLI-QTD-RESPOSTAS TO WS-DET-QTD-RESPOSTAS
             MOVE WS-PONTOS-OBTIDOS    TO WS-DET-PONTOS-OBTIDOS
             MOVE WS-PONTOS-POSSIVEIS  TO WS-DET-PONTOS-POSSIVEIS
             MOVE WS-PCT-EXECUCAO      TO WS-DET-PCT-EXECUCAO
             MOVE WS-RELAT-DET         TO FD-REL-LINHA
             PERFORM 1170-GRAVAR-ARQ-RELAT
           END-IF

           MOVE ZEROS                  TO WS-CLI-PONTOS-POSSIVEIS
                                       WS-CLI-PONTOS-OBTIDOS
                                       WS-CLI-QTD-RESPOSTAS

           .
       2200-99-FIM.                    EXIT.

       2300-LISTAR-VENDEDORES          SECTION.

           PERFORM VARYING WS-IDX-VENDEDOR FROM 1 BY 1
                     UNTIL WS-IDX-VENDEDOR GREATER 99999
             IF WS-TVD-PONTOS-POSSIVEIS (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
               PERFORM 2310-GRAVAR-LINHA-VENDEDOR
             END-IF
           END-PERFORM

           .
       2300-99-FIM.                    EXIT.

       2310-GRAVAR-LINHA-VENDEDOR      SECTION.

           MOVE WS-TVD-PONTOS-OBTIDOS (WS-IDX-VENDEDOR)
                                       TO WS-PONTOS-OBTIDOS
           MOVE WS-TVD-PONTOS-POSSIVEIS (WS-IDX-VENDEDOR)
                                       TO WS-PONTOS-POSSIVEIS
           PERFORM 1180-CALCULAR-PERCENTUAL

           MOVE WS-IDX-VENDEDOR        TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-DET-DESCRICAO
           ELSE
             MOVE SPACES               TO WS-DET-DESCRICAO
           END-IF

           MOVE 'V'                    TO WS-DET-NIVEL
           MOVE ZEROS                  TO WS-DET-COD-FILIAL
                                       WS-DET-COD-CLIENTE
           MOVE WS-IDX-VENDEDOR        TO WS-DET-COD-VENDEDOR
           MOVE WS-TVD-QTD-RESPOSTAS (WS-IDX-VENDEDOR)
                                       TO WS-DET-QTD-RESPOSTAS
           MOVE WS-PONTOS-OBTIDOS      TO WS-DET-PONTOS-OBTIDOS
           MOVE WS-PONTOS-POSSIVEIS    TO WS-DET-PONTOS-POSSIVEIS
           MOVE WS-PCT-EXECUCAO        TO WS-DET-PCT-EXECUCAO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2310-99-FIM.                    EXIT.

       2400-LISTAR-FILIAIS             SECTION.

           PERFORM VARYING WS-IDX-FILIAL FROM 1 BY 1
                     UNTIL WS-IDX-FILIAL GREATER 10000
             IF WS-TFL-PONTOS-POSSIVEIS (WS-IDX-FILIAL)
                                       GREATER ZEROS
               PERFORM 2410-GRAVAR-LINHA-FILIAL
             END-IF
           END-PERFORM

           .
       2400-99-FIM.                    EXIT.

       2410-GRAVAR-LINHA-FILIAL        SECTION.

           MOVE WS-TFL-PONTOS-OBTIDOS (WS-IDX-FILIAL)
                                       TO WS-PONTOS-OBTIDOS
           MOVE WS-TFL-PONTOS-POSSIVEIS (WS-IDX-FILIAL)
                                       TO WS-PONTOS-POSSIVEIS
           PERFORM 1180-CALCULAR-PERCENTUAL

           COMPUTE WS-DET-COD-FILIAL   = WS-IDX-FILIAL - 1

           MOVE SPACES                 TO WS-DET-DESCRICAO
           IF WS-FS-ARQ-FILIAL         NOT EQUAL '35'
             MOVE WS-DET-COD-FILIAL    TO FD-FIL-CODIGO
             READ ARQ-FILIAL           RECORD INTO FD-FILIAL
                                       KEY IS FD-FIL-CODIGO
             IF WS-FS-ARQ-FILIAL       EQUAL ZEROS
               MOVE FD-FIL-NOME        TO WS-DET-DESCRICAO
             END-IF
           END-IF

           MOVE 'F'                    TO WS-DET-NIVEL
           MOVE ZEROS                  TO WS-DET-COD-VENDEDOR
                                       WS-DET-COD-CLIENTE
           MOVE WS-TFL-QTD-RESPOSTAS (WS-IDX-FILIAL)
                                       TO WS-DET-QTD-RESPOSTAS
           MOVE WS-PONTOS-OBTIDOS      TO WS-DET-PONTOS-OBTIDOS
           MOVE WS-PONTOS-POSSIVEIS    TO WS-DET-PONTOS-POSSIVEIS
           MOVE WS-PCT-EXECUCAO        TO WS-DET-PCT-EXECUCAO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2410-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-FILIAL
                                       ARQ-CHECKLIST
                                       ARQ-RESP-CHECK
                                       ARQ-RELAT-CHECK

           IF BOOKRCHK-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELCHECK.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELCHECK"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRCHK-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRCHK-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
