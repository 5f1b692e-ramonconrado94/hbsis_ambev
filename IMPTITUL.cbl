
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. IMPTITUL.
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

           SELECT ARQ-IMPORTA          ASSIGN TO DISK WS-ENDER
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-IMPORTA.

           SELECT ARQ-RELAT-TITULOS    ASSIGN TO "IMPTIT.RPT"
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

       FD  ARQ-IMPORTA
           LABEL RECORD                IS STANDARD.
       01  FD-IMPORTA.
           05 FD-IMP-COD-CLIENTE       PIC 9(007).
           05 FD-IMP-NUM-TITULO        PIC X(015).
           05 FD-IMP-DATA-EMISSAO      PIC 9(008).
           05 FD-IMP-DATA-VENCIMENTO   PIC 9(008).
           05 FD-IMP-VALOR             PIC 9(009)V9(002).
           05 FD-IMP-VALOR-PAGO        PIC 9(009)V9(002).
           05 FD-IMP-NUM-PEDIDO        PIC 9(007).

       01  FD-IMPORTA-HEADER.
           05 FD-IMH-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-IMH-SISTEMA           PIC X(008).
           05 FILLER                   PIC X(001).
           05 FD-IMH-DATA-GERACAO      PIC 9(008).

       01  FD-IMPORTA-TRAILER.
           05 FD-IMT-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-IMT-QTD-REGISTROS     PIC 9(007).

       FD  ARQ-RELAT-TITULOS
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-TITULOS.
           05 FD-REL-LINHA             PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-TITULOS           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-IMPORTA           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-TITULO-EXISTE            PIC X(001)          VALUE 'N'.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-ENDER                    PIC X(040)          VALUE SPACES.
       01  WS-FIM-ARQ-IMPORTA          PIC X(001)          VALUE SPACES.

       01  WS-IMPORTACAO.
           05 WS-IMP-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-IMP-NUM-TITULO        PIC X(015)          VALUE SPACES.
           05 WS-IMP-DATA-EMISSAO      PIC 9(008)          VALUE ZEROS.
           05 WS-IMP-DATA-VENCIMENTO   PIC 9(008)          VALUE ZEROS.
           05 WS-IMP-VALOR             PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-IMP-VALOR-PAGO        PIC 9(009)V9(002)   VALUE ZEROS.
           05 WS-IMP-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.

       01  WS-VALIDACAO-IMPORT.
           05 WS-IMP-PRAZO-HEADER      PIC 9(003)          VALUE 003.
           05 WS-IMP-DIAS-HEADER       PIC S9(005)         VALUE ZEROS.
           05 WS-IMP-TEM-HEADER        PIC X(001)          VALUE 'N'.
           05 WS-IMP-TEM-TRAILER       PIC X(001)          VALUE 'N'.
           05 WS-IMP-TRAILER-QTD       PIC 9(007)          VALUE ZEROS.
           05 WS-IMP-QTD-DADOS         PIC 9(007)          VALUE ZEROS.
           05 WS-IMP-MOTIVO-RECUSA     PIC X(040)          VALUE SPACES.

       01  WS-RELAT-DET.
           05 WS-REL-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-REL-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-REL-NUM-TITULO        PIC X(015)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-REL-MOTIVO            PIC X(040)          VALUE SPACES.

       01  WS-RELAT-RECUSA.
           05 WS-RRC-TIPO              PIC X(001)          VALUE 'R'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRC-MOTIVO            PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRC-QTD-DADOS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RRC-QTD-TRAILER       PIC 9(007)          VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LIDOS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-INCLUIDOS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ATUALIZADOS   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-BAIXADOS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(007)          VALUE ZEROS.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKTITI.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE BOOKTITI-REG-ARQUIVO   TO WS-ENDER
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           MOVE ZEROS                  TO BOOKTITI-REG-QTD-LIDOS
                                       BOOKTITI-REG-QTD-INCLUIDOS
                                       BOOKTITI-REG-QTD-ATUALIZADOS
                                       BOOKTITI-REG-QTD-BAIXADOS
                                       BOOKTITI-REG-QTD-REJEITADOS

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1120-ABRIR-ARQ-TITULOS
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-TITULOS          SECTION.

           OPEN I-O ARQ-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-TITULOS

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO IMPTIT"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-ABRIR-ARQ-IMPORTA          SECTION.

           MOVE SPACES                 TO WS-FIM-ARQ-IMPORTA

           OPEN INPUT ARQ-IMPORTA

           IF WS-FS-ARQ-IMPORTA        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 1                    TO BOOKTITI-CTRL-COD
             MOVE "ARQUIVO DE TITULOS NAO ENCONTRADO"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-IMPORTA            SECTION.

           INITIALIZE                  WS-IMPORTACAO

           READ ARQ-IMPORTA            INTO WS-IMPORTACAO

           IF WS-FS-ARQ-IMPORTA        EQUAL ZEROS
             CONTINUE
           ELSE IF WS-FS-ARQ-IMPORTA   EQUAL '10'
             MOVE 'S'                  TO WS-FIM-ARQ-IMPORTA
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-FECHAR-ARQ-IMPORTA         SECTION.

           CLOSE ARQ-IMPORTA

           .
       1155-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-TITULOS      FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO IMPTIT"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-LER-PROXIMO-TITULO         SECTION.

           READ ARQ-TITULOS            NEXT RECORD

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1175-REGRAVAR-TITULO            SECTION.

           REWRITE FD-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE TITULOS"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1175-99-FIM.                    EXIT.

       1180-REGISTRAR-REJEICAO         SECTION.

           ADD 1                       TO BOOKTITI-REG-QTD-REJEITADOS
           MOVE WS-IMP-COD-CLIENTE     TO WS-REL-COD-CLIENTE
           MOVE WS-IMP-NUM-TITULO      TO WS-REL-NUM-TITULO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF WS-TITULO-EXISTE         EQUAL 'S'
             MOVE WS-DATA-HOJE         TO FD-TIT-DATA-IMPORTACAO
             PERFORM 1175-REGRAVAR-TITULO
           END-IF

           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           PERFORM 2100-VALIDAR-ARQUIVO

           IF WS-IMP-MOTIVO-RECUSA     NOT EQUAL SPACES
             MOVE WS-IMP-MOTIVO-RECUSA TO WS-RRC-MOTIVO
             MOVE WS-IMP-QTD-DADOS     TO WS-RRC-QTD-DADOS
             MOVE WS-IMP-TRAILER-QTD   TO WS-RRC-QTD-TRAILER
             MOVE WS-RELAT-RECUSA      TO FD-REL-LINHA
             PERFORM 1160-GRAVAR-ARQ-RELAT

             MOVE 1                    TO BOOKTITI-CTRL-COD
             MOVE WS-IMP-MOTIVO-RECUSA TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 1140-ABRIR-ARQ-IMPORTA
           PERFORM 1150-LER-ARQ-IMPORTA

           PERFORM 2200-PROCESSAR-TITULO
                                       UNTIL WS-FIM-ARQ-IMPORTA
                                       EQUAL 'S'

           PERFORM 1155-FECHAR-ARQ-IMPORTA

           PERFORM 2400-BAIXAR-AUSENTES

           MOVE BOOKTITI-REG-QTD-LIDOS TO WS-TRL-QTD-LIDOS
           MOVE BOOKTITI-REG-QTD-INCLUIDOS
                                       TO WS-TRL-QTD-INCLUIDOS
           MOVE BOOKTITI-REG-QTD-ATUALIZADOS
                                       TO WS-TRL-QTD-ATUALIZADOS
           MOVE BOOKTITI-REG-QTD-BAIXADOS
                                       TO WS-TRL-QTD-BAIXADOS
           MOVE BOOKTITI-REG-QTD-REJEITADOS
                                       TO WS-TRL-QTD-REJEITADOS
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKTITI-CTRL-COD
           IF BOOKTITI-REG-QTD-REJEITADOS
                                       GREATER ZEROS
             MOVE "IMPORTADO COM REJEICOES - VER IMPTIT.RPT"
                                       TO BOOKTITI-CTRL-MSG
           ELSE
             MOVE "TITULOS IMPORTADOS COM SUCESSO"
                                       TO BOOKTITI-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-VALIDAR-ARQUIVO            SECTION.

           MOVE 'N'                    TO WS-IMP-TEM-HEADER
                                       WS-IMP-TEM-TRAILER
           MOVE ZEROS                  TO WS-IMP-QTD-DADOS
                                       WS-IMP-TRAILER-QTD
           MOVE SPACES                 TO WS-IMP-MOTIVO-RECUSA

           PERFORM 1140-ABRIR-ARQ-IMPORTA
           PERFORM 1150-LER-ARQ-IMPORTA

           IF WS-FIM-ARQ-IMPORTA       NOT EQUAL 'S' AND
              WS-IMPORTACAO (1:1)      EQUAL 'H'
             MOVE 'S'                  TO WS-IMP-TEM-HEADER
             MOVE WS-IMPORTACAO        TO FD-IMPORTA-HEADER
             IF FD-IMH-DATA-GERACAO    NOT NUMERIC OR
                FD-IMH-DATA-GERACAO    EQUAL ZEROS
               MOVE "HEADER SEM DATA DE GERACAO"
                                       TO WS-IMP-MOTIVO-RECUSA
             ELSE
               COMPUTE WS-IMP-DIAS-HEADER
                                       = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-HOJE)
                                       - FUNCTION INTEGER-OF-DATE
                                       (FD-IMH-DATA-GERACAO)
               IF WS-IMP-DIAS-HEADER   GREATER WS-IMP-PRAZO-HEADER
                 MOVE "HEADER COM DATA DE GERACAO VENCIDA"
                                       TO WS-IMP-MOTIVO-RECUSA
               END-IF
             END-IF
           ELSE
             MOVE "ARQUIVO SEM HEADER DE INTERFACE"
                                       TO WS-IMP-MOTIVO-RECUSA
           END-IF

           PERFORM 2110-CONTAR-REGISTROS
                                       UNTIL WS-FIM-ARQ-IMPORTA
                                       EQUAL 'S'

           PERFORM 1155-FECHAR-ARQ-IMPORTA

           IF WS-IMP-MOTIVO-RECUSA     EQUAL SPACES
             IF WS-IMP-TEM-TRAILER     NOT EQUAL 'S'
               MOVE "ARQUIVO SEM TRAILER DE INTERFACE"
                                       TO WS-IMP-MOTIVO-RECUSA
             ELSE
               IF WS-IMP-QTD-DADOS     NOT EQUAL WS-IMP-TRAILER-QTD
                 MOVE "QUANTIDADE DIVERGE DO TRAILER"
                                       TO WS-IMP-MOTIVO-RECUSA
               END-IF
             END-IF
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-CONTAR-REGISTROS           SECTION.

           IF WS-IMPORTACAO (1:1)      EQUAL 'T'
             MOVE 'S'                  TO WS-IMP-TEM-TRAILER
             MOVE WS-IMPORTACAO        TO FD-IMPORTA-TRAILER
             MOVE FD-IMT-QTD-REGISTROS TO WS-IMP-TRAILER-QTD
           ELSE
             IF WS-IMPORTACAO (1:1)    NOT EQUAL 'H'
               ADD 1                   TO WS-IMP-QTD-DADOS
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-IMPORTA

           .
       2110-99-FIM.                    EXIT.

       2200-PROCESSAR-TITULO           SECTION.

           IF WS-IMPORTACAO (1:1)      NOT EQUAL 'H' AND
              WS-IMPORTACAO (1:1)      NOT EQUAL 'T'
             ADD 1                     TO BOOKTITI-REG-QTD-LIDOS
             PERFORM 2210-LOCALIZAR-TITULO
             PERFORM 2220-VALIDAR-TITULO

             IF WS-REL-MOTIVO          NOT EQUAL SPACES
               PERFORM 1180-REGISTRAR-REJEICAO
             ELSE
               IF WS-TITULO-EXISTE     EQUAL 'S'
                 PERFORM 2240-ATUALIZAR-TITULO
               ELSE
                 PERFORM 2230-INCLUIR-TITULO
               END-IF
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-IMPORTA

           .
       2200-99-FIM.                    EXIT.

       2210-LOCALIZAR-TITULO           SECTION.

           MOVE 'N'                    TO WS-TITULO-EXISTE

           IF WS-IMP-COD-CLIENTE       IS NUMERIC AND
              WS-IMP-NUM-TITULO        NOT EQUAL SPACES
             MOVE WS-IMP-COD-CLIENTE   TO FD-TIT-COD-CLIENTE
             MOVE WS-IMP-NUM-TITULO    TO FD-TIT-NUM-TITULO

             READ ARQ-TITULOS          RECORD INTO FD-TITULOS
                                       KEY IS FD-TIT-CHAVE

             IF WS-FS-ARQ-TITULOS      EQUAL ZEROS
               MOVE 'S'                TO WS-TITULO-EXISTE
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-VALIDAR-TITULO             SECTION.

           MOVE SPACES                 TO WS-REL-MOTIVO

           IF WS-IMP-COD-CLIENTE       NOT NUMERIC OR
              WS-IMP-COD-CLIENTE       EQUAL ZEROS
             MOVE "CODIGO DO CLIENTE INVALIDO"
                                       TO WS-REL-MOTIVO
           ELSE
             MOVE WS-IMP-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             READ ARQ-CLIENTE          RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

             IF WS-FS-ARQ-CLIE         NOT EQUAL ZEROS
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-REL-MOTIVO
             END-IF
           END-IF

           IF WS-REL-MOTIVO            EQUAL SPACES AND
              WS-IMP-NUM-TITULO        EQUAL SPACES
             MOVE "NUMERO DO TITULO NAO INFORMADO"
                                       TO WS-REL-MOTIVO
           END-IF

           IF WS-REL-MOTIVO            EQUAL SPACES
             IF WS-IMP-VALOR           NOT NUMERIC OR
                WS-IMP-VALOR           EQUAL ZEROS
               MOVE "VALOR DO TITULO INVALIDO"
                                       TO WS-REL-MOTIVO
             ELSE
               IF WS-IMP-VALOR-PAGO    NOT NUMERIC
                 MOVE "VALOR PAGO INVALIDO"
                                       TO WS-REL-MOTIVO
               ELSE
                 IF WS-IMP-VALOR-PAGO  GREATER WS-IMP-VALOR
                   MOVE "VALOR PAGO MAIOR QUE O VALOR DO TITULO"
                                       TO WS-REL-MOTIVO
                 END-IF
               END-IF
             END-IF
           END-IF

           IF WS-REL-MOTIVO            EQUAL SPACES
             PERFORM 2225-VALIDAR-DATAS
           END-IF

           IF WS-REL-MOTIVO            EQUAL SPACES AND
              WS-IMP-NUM-PEDIDO        NOT NUMERIC
             MOVE ZEROS                TO WS-IMP-NUM-PEDIDO
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2225-VALIDAR-DATAS              SECTION.

           INITIALIZE                  WS-LINK-VALIDATA
           MOVE WS-IMP-DATA-VENCIMENTO TO BOOKVDAT-REG-DATA
           MOVE 'S'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE "DATA DE VENCIMENTO INVALIDA"
                                       TO WS-REL-MOTIVO
           ELSE
             INITIALIZE                WS-LINK-VALIDATA
             MOVE WS-IMP-DATA-EMISSAO  TO BOOKVDAT-REG-DATA

             CALL WS-VALIDATA          USING WS-LINK-VALIDATA

             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE "DATA DE EMISSAO INVALIDA"
                                       TO WS-REL-MOTIVO
             END-IF
           END-IF

           .
       2225-99-FIM.                    EXIT.

       2230-INCLUIR-TITULO             SECTION.

           INITIALIZE                  FD-TITULOS
           MOVE WS-IMP-COD-CLIENTE     TO FD-TIT-COD-CLIENTE
           MOVE WS-IMP-NUM-TITULO      TO FD-TIT-NUM-TITULO
           PERFORM 2250-MOVER-DADOS-TITULO

           WRITE FD-TITULOS

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             ADD 1                     TO BOOKTITI-REG-QTD-INCLUIDOS
           ELSE
             MOVE 2                    TO BOOKTITI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE TITULOS"
                                       TO BOOKTITI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       2230-99-FIM.                    EXIT.

       2240-ATUALIZAR-TITULO           SECTION.

           PERFORM 2250-MOVER-DADOS-TITULO
           PERFORM 1175-REGRAVAR-TITULO
           ADD 1                       TO BOOKTITI-REG-QTD-ATUALIZADOS

           .
       2240-99-FIM.                    EXIT.

       2250-MOVER-DADOS-TITULO         SECTION.

           MOVE WS-IMP-DATA-EMISSAO    TO FD-TIT-DATA-EMISSAO
           MOVE WS-IMP-DATA-VENCIMENTO TO FD-TIT-DATA-VENCIMENTO
           MOVE WS-IMP-VALOR           TO FD-TIT-VALOR
           MOVE WS-IMP-VALOR-PAGO      TO FD-TIT-VALOR-PAGO
           MOVE WS-IMP-NUM-PEDIDO      TO FD-TIT-NUM-PEDIDO
           MOVE WS-DATA-HOJE           TO FD-TIT-DATA-IMPORTACAO
           MOVE BOOKTITI-REG-OPERADOR  TO FD-TIT-OPERADOR

           IF FD-TIT-VALOR-PAGO        LESS FD-TIT-VALOR
             MOVE ZEROS                TO FD-TIT-DATA-BAIXA
           ELSE
             IF FD-TIT-DATA-BAIXA      EQUAL ZEROS
               MOVE WS-DATA-HOJE       TO FD-TIT-DATA-BAIXA
             END-IF
           END-IF

           .
       2250-99-FIM.                    EXIT.

       2400-BAIXAR-AUSENTES            SECTION.

           MOVE LOW-VALUES             TO FD-TIT-CHAVE

           START ARQ-TITULOS           KEY IS NOT LESS FD-TIT-CHAVE

           IF WS-FS-ARQ-TITULOS        EQUAL ZEROS
             PERFORM 1170-LER-PROXIMO-TITULO
             PERFORM 2410-AVALIAR-AUSENTE
                                       UNTIL WS-FS-ARQ-TITULOS
                                       NOT EQUAL ZEROS
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2410-AVALIAR-AUSENTE            SECTION.

           IF FD-TIT-VALOR-PAGO        LESS FD-TIT-VALOR AND
              FD-TIT-DATA-IMPORTACAO   LESS WS-DATA-HOJE
             MOVE FD-TIT-VALOR         TO FD-TIT-VALOR-PAGO
             MOVE WS-DATA-HOJE         TO FD-TIT-DATA-BAIXA
             MOVE BOOKTITI-REG-OPERADOR
                                       TO FD-TIT-OPERADOR
             PERFORM 1175-REGRAVAR-TITULO
             ADD 1                     TO BOOKTITI-REG-QTD-BAIXADOS
           END-IF

           PERFORM 1170-LER-PROXIMO-TITULO

           .
       2410-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-TITULOS
                                       ARQ-RELAT-TITULOS

           IF BOOKTITI-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPTIT.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "IMPTITUL"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKTITI-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKTITI-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
