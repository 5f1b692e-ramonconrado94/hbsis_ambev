
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELFATUR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-RELAT-FATURA     ASSIGN TO "RELFATUR.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-RELAT-FATURA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-FATURA.
           05 FD-REL-LINHA             PIC X(160).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-DIAS-PENDENCIA-PADRAO    PIC 9(003)          VALUE 003.
       77  WS-DIAS-REFERENCIA          PIC 9(007)          VALUE ZEROS.
       77  WS-DIAS-PENDENTE            PIC S9(007)         VALUE ZEROS.
       77  WS-DATA-BASE                PIC 9(008)          VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELFATUR'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-REFERENCIA   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DIAS-PENDENCIA    PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-REJEITADO.
           05 WS-RRJ-TIPO              PIC X(001)          VALUE 'R'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-DATA-PEDIDO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-DATA-REJEICAO     PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRJ-MOTIVO            PIC X(040)          VALUE SPACES.

       01  WS-RELAT-PENDENTE.
           05 WS-RPD-TIPO              PIC X(001)          VALUE 'P'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-DATA-CONFIRMACAO  PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-DIAS-PENDENTE     PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-ENVIADO           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPD-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PENDENTES     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-PENDENTE    PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRFAT.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRFAT-REG-DATA-REFERENCIA
                                       EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKRFAT-REG-DATA-REFERENCIA
           END-IF

           IF BOOKRFAT-REG-DIAS-PENDENCIA
                                       EQUAL ZEROS
             MOVE WS-DIAS-PENDENCIA-PADRAO
                                       TO BOOKRFAT-REG-DIAS-PENDENCIA
           END-IF

           COMPUTE WS-DIAS-REFERENCIA  = FUNCTION INTEGER-OF-DATE
                                       (BOOKRFAT-REG-DATA-REFERENCIA)

           MOVE ZEROS                  TO BOOKRFAT-REG-QTD-REJEITADOS
                                       BOOKRFAT-REG-QTD-PENDENTES
                                       BOOKRFAT-REG-VALOR-PENDENTE

           PERFORM 1110-ABRIR-ARQ-PEDHDR
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRFAT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRFAT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRFAT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRFAT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-FATURA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRFAT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE FATURAMENTO"
                                       TO BOOKRFAT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRFAT-CTRL-COD
             MOVE "ERRO NA LEITURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRFAT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-FATURA       FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRFAT-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE FATURAMENTO"
                                       TO BOOKRFAT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-LER-ARQ-CLIENTE            SECTION.

           MOVE SPACES                 TO FD-CLI-RZ-SOCIAL

           IF WS-FS-ARQ-CLIE           NOT EQUAL '35'
             MOVE FD-PEH-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         NOT EQUAL ZEROS
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO FD-CLI-RZ-SOCIAL
             END-IF
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRFAT-REG-DATA-REFERENCIA
                                       TO WS-CAB-DATA-REFERENCIA
           MOVE BOOKRFAT-REG-DIAS-PENDENCIA
                                       TO WS-CAB-DIAS-PENDENCIA
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PEDHDR
             PERFORM 2100-AVALIAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       EQUAL '10'
           END-IF

           MOVE BOOKRFAT-REG-QTD-REJEITADOS
                                       TO WS-TRL-QTD-REJEITADOS
           MOVE BOOKRFAT-REG-QTD-PENDENTES
                                       TO WS-TRL-QTD-PENDENTES
           MOVE BOOKRFAT-REG-VALOR-PENDENTE
                                       TO WS-TRL-VALOR-PENDENTE
           MOVE BOOKRFAT-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF BOOKRFAT-REG-QTD-REJEITADOS
                                       EQUAL ZEROS AND
              BOOKRFAT-REG-QTD-PENDENTES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKRFAT-CTRL-COD
             MOVE "NENHUM PEDIDO PENDENTE DE FATURAMENTO"
                                       TO BOOKRFAT-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRFAT-CTRL-COD
             MOVE "RELATORIO DE FATURAMENTO GERADO"
                                       TO BOOKRFAT-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-AVALIAR-PEDIDO             SECTION.

           IF FD-PEH-CONFIRMADO
             IF FD-PEH-DATA-REJEICAO-FAT
                                       GREATER ZEROS
               PERFORM 2200-GRAVAR-REJEITADO
             ELSE
               PERFORM 2300-AVALIAR-PENDENCIA
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-PEDHDR

           .
       2100-99-FIM.                    EXIT.

       2200-GRAVAR-REJEITADO           SECTION.

           PERFORM 1170-LER-ARQ-CLIENTE

           MOVE FD-PEH-NUM-PEDIDO      TO WS-RRJ-NUM-PEDIDO
           MOVE FD-PEH-COD-CLIENTE     TO WS-RRJ-COD-CLIENTE
           MOVE FD-CLI-RZ-SOCIAL       TO WS-RRJ-RZ-SOCIAL
           MOVE FD-PEH-COD-VENDEDOR    TO WS-RRJ-COD-VENDEDOR
           MOVE FD-PEH-DATA-PEDIDO     TO WS-RRJ-DATA-PEDIDO
           MOVE FD-PEH-DATA-REJEICAO-FAT
                                       TO WS-RRJ-DATA-REJEICAO
           MOVE FD-PEH-VALOR-TOTAL     TO WS-RRJ-VALOR-TOTAL
           MOVE FD-PEH-MOTIVO-REJEICAO TO WS-RRJ-MOTIVO
           MOVE WS-RELAT-REJEITADO     TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO BOOKRFAT-REG-QTD-REJEITADOS

           .
       2200-99-FIM.                    EXIT.

       2300-AVALIAR-PENDENCIA          SECTION.

           IF FD-PEH-DATA-CONFIRMACAO  GREATER ZEROS
             MOVE FD-PEH-DATA-CONFIRMACAO
                                       TO WS-DATA-BASE
           ELSE
             MOVE FD-PEH-DATA-PEDIDO   TO WS-DATA-BASE
           END-IF

           COMPUTE WS-DIAS-PENDENTE    = WS-DIAS-REFERENCIA
                                       - FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-BASE)

           IF WS-DIAS-PENDENTE         GREATER
                                       BOOKRFAT-REG-DIAS-PENDENCIA
             PERFORM 1170-LER-ARQ-CLIENTE

             MOVE FD-PEH-NUM-PEDIDO    TO WS-RPD-NUM-PEDIDO
             MOVE FD-PEH-COD-CLIENTE   TO WS-RPD-COD-CLIENTE
             MOVE FD-CLI-RZ-SOCIAL     TO WS-RPD-RZ-SOCIAL
             MOVE FD-PEH-COD-VENDEDOR  TO WS-RPD-COD-VENDEDOR
             MOVE WS-DATA-BASE         TO WS-RPD-DATA-CONFIRMACAO
             MOVE WS-DIAS-PENDENTE     TO WS-RPD-DIAS-PENDENTE
             IF FD-PEH-DATA-ENVIO-FAT  GREATER ZEROS
               MOVE 'S'                TO WS-RPD-ENVIADO
             ELSE
               MOVE 'N'                TO WS-RPD-ENVIADO
             END-IF
             MOVE FD-PEH-VALOR-TOTAL   TO WS-RPD-VALOR-TOTAL
             MOVE WS-RELAT-PENDENTE    TO FD-REL-LINHA
             PERFORM 1160-GRAVAR-ARQ-RELAT

             ADD 1                     TO BOOKRFAT-REG-QTD-PENDENTES
             ADD FD-PEH-VALOR-TOTAL    TO BOOKRFAT-REG-VALOR-PENDENTE
           END-IF

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PEDHDR
                                       ARQ-CLIENTE
                                       ARQ-RELAT-FATURA

           IF BOOKRFAT-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELFATUR.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELFATUR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRFAT-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRFAT-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
