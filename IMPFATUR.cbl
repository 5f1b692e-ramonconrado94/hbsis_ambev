
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. IMPFATUR.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PEDIDO  ASSIGN TO DISK "PEDIDO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PED-CHAVE
                  ALTERNATE RECORD KEY IS FD-PED-COD-VENDEDOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDIDO.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-IMPORTA          ASSIGN TO DISK WS-ENDER
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-IMPORTA.

           SELECT ARQ-RELAT-FATURA     ASSIGN TO "IMPFAT.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PEDIDO
           LABEL RECORD                IS STANDARD.
       01  FD-PEDIDO.
           05 FD-PED-CHAVE.
               10 FD-PED-NUM-PEDIDO    PIC 9(007).
               10 FD-PED-SEQ-ITEM      PIC 9(003).
           05 FD-PED-COD-CLIENTE       PIC 9(007).
           05 FD-PED-COD-VENDEDOR      PIC 9(005).
           05 FD-PED-DATA-VISITA       PIC 9(008).
           05 FD-PED-COD-PRODUTO       PIC 9(005).
           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

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

       FD  ARQ-IMPORTA
           LABEL RECORD                IS STANDARD.
       01  FD-IMPORTA.
           05 FD-IMP-LINHA             PIC X(080).

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

       FD  ARQ-RELAT-FATURA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-FATURA.
           05 FD-REL-LINHA             PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDIDO            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-IMPORTA           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-ENDER                    PIC X(040)          VALUE SPACES.
       01  WS-FIM-ARQ-IMPORTA          PIC X(001)          VALUE SPACES.
       01  WS-FIM-ITENS                PIC X(001)          VALUE SPACES.

       01  WS-IMPORTACAO               PIC X(080)          VALUE SPACES.

       01  WS-IMP-NOTA-FISCAL          REDEFINES WS-IMPORTACAO.
           05 WS-IMN-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 WS-IMN-NUM-PEDIDO        PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WS-IMN-NUM-NF            PIC 9(009).
           05 FILLER                   PIC X(001).
           05 WS-IMN-SERIE-NF          PIC X(003).
           05 FILLER                   PIC X(001).
           05 WS-IMN-DATA-EMISSAO      PIC 9(008).
           05 FILLER                   PIC X(048).

       01  WS-IMP-RECUSA-ERP           REDEFINES WS-IMPORTACAO.
           05 WS-IME-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 WS-IME-NUM-PEDIDO        PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WS-IME-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(030).

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
           05 WS-REL-NUM-PEDIDO        PIC X(007)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-REL-TIPO-RETORNO      PIC X(001)          VALUE SPACES.
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
           05 WS-TRL-QTD-FATURADOS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-RECUSADOS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(007)          VALUE ZEROS.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       77  WS-CRUDESTQ                 PIC X(008)          VALUE
                                                           'CRUDESTQ'.

       01  WS-LINK-CRUDESTQ.
           COPY 'BOOKESTQ.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKFATI.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE BOOKFATI-REG-ARQUIVO   TO WS-ENDER
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           MOVE ZEROS                  TO BOOKFATI-REG-QTD-LIDOS
                                       BOOKFATI-REG-QTD-FATURADOS
                                       BOOKFATI-REG-QTD-RECUSADOS
                                       BOOKFATI-REG-QTD-REJEITADOS

           PERFORM 1110-ABRIR-ARQ-PEDHDR
           PERFORM 1120-ABRIR-ARQ-PEDIDO
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN I-O ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PEDIDO           SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FS-ARQ-PEDIDO         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-FATURA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO IMPFAT"
                                       TO BOOKFATI-CTRL-MSG
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
             MOVE 1                    TO BOOKFATI-CTRL-COD
             MOVE "ARQUIVO DE RETORNO NAO ENCONTRADO"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-IMPORTA            SECTION.

           MOVE SPACES                 TO WS-IMPORTACAO

           READ ARQ-IMPORTA            INTO WS-IMPORTACAO

           IF WS-FS-ARQ-IMPORTA        EQUAL ZEROS
             CONTINUE
           ELSE IF WS-FS-ARQ-IMPORTA   EQUAL '10'
             MOVE 'S'                  TO WS-FIM-ARQ-IMPORTA
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE RETORNO"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1155-FECHAR-ARQ-IMPORTA         SECTION.

           CLOSE ARQ-IMPORTA

           .
       1155-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-FATURA       FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO IMPFAT"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO             NEXT RECORD

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL ZEROS OR
              FD-PED-NUM-PEDIDO        NOT EQUAL FD-PEH-NUM-PEDIDO
             MOVE 'S'                  TO WS-FIM-ITENS
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1175-REGRAVAR-ARQ-PEDHDR        SECTION.

           REWRITE FD-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO CABECALHO DE PEDIDOS"
                                       TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1175-99-FIM.                    EXIT.

       1180-REGISTRAR-REJEICAO         SECTION.

           ADD 1                       TO BOOKFATI-REG-QTD-REJEITADOS
           MOVE WS-IMPORTACAO (3:7)    TO WS-REL-NUM-PEDIDO
           MOVE WS-IMPORTACAO (1:1)    TO WS-REL-TIPO-RETORNO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

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

             MOVE 1                    TO BOOKFATI-CTRL-COD
             MOVE WS-IMP-MOTIVO-RECUSA TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 1140-ABRIR-ARQ-IMPORTA
           PERFORM 1150-LER-ARQ-IMPORTA

           PERFORM 2200-PROCESSAR-RETORNO
                                       UNTIL WS-FIM-ARQ-IMPORTA
                                       EQUAL 'S'

           PERFORM 1155-FECHAR-ARQ-IMPORTA

           MOVE BOOKFATI-REG-QTD-LIDOS TO WS-TRL-QTD-LIDOS
           MOVE BOOKFATI-REG-QTD-FATURADOS
                                       TO WS-TRL-QTD-FATURADOS
           MOVE BOOKFATI-REG-QTD-RECUSADOS
                                       TO WS-TRL-QTD-RECUSADOS
           MOVE BOOKFATI-REG-QTD-REJEITADOS
                                       TO WS-TRL-QTD-REJEITADOS
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKFATI-CTRL-COD
           IF BOOKFATI-REG-QTD-REJEITADOS
                                       GREATER ZEROS
             MOVE "IMPORTADO COM REJEICOES - VER IMPFAT.RPT"
                                       TO BOOKFATI-CTRL-MSG
           ELSE
             MOVE "RETORNO DO FATURAMENTO IMPORTADO"
                                       TO BOOKFATI-CTRL-MSG
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

       2200-PROCESSAR-RETORNO          SECTION.

           IF WS-IMPORTACAO (1:1)      NOT EQUAL 'H' AND
              WS-IMPORTACAO (1:1)      NOT EQUAL 'T'
             ADD 1                     TO BOOKFATI-REG-QTD-LIDOS
             MOVE SPACES               TO WS-REL-MOTIVO

             EVALUATE WS-IMPORTACAO (1:1)
               WHEN 'N'
                 PERFORM 2210-VALIDAR-NOTA-FISCAL
                 IF WS-REL-MOTIVO      EQUAL SPACES
                   PERFORM 2220-FATURAR-PEDIDO
                 END-IF
               WHEN 'R'
                 PERFORM 2230-VALIDAR-RECUSA
                 IF WS-REL-MOTIVO      EQUAL SPACES
                   PERFORM 2240-RECUSAR-PEDIDO
                 END-IF
               WHEN OTHER
                 MOVE "TIPO DE REGISTRO INVALIDO"
                                       TO WS-REL-MOTIVO
             END-EVALUATE

             IF WS-REL-MOTIVO          NOT EQUAL SPACES
               PERFORM 1180-REGISTRAR-REJEICAO
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-IMPORTA

           .
       2200-99-FIM.                    EXIT.

       2205-LOCALIZAR-PEDIDO           SECTION.

           IF WS-IMN-NUM-PEDIDO        NOT NUMERIC OR
              WS-IMN-NUM-PEDIDO        EQUAL ZEROS
             MOVE "NUMERO DO PEDIDO INVALIDO"
                                       TO WS-REL-MOTIVO
           ELSE
             MOVE WS-IMN-NUM-PEDIDO    TO FD-PEH-NUM-PEDIDO
             READ ARQ-PEDHDR           RECORD INTO FD-PEDHDR
                                       KEY IS FD-PEH-NUM-PEDIDO

             IF WS-FS-ARQ-PEDHDR       NOT EQUAL ZEROS
               MOVE "PEDIDO NAO CADASTRADO"
                                       TO WS-REL-MOTIVO
             ELSE
               IF FD-PEH-FATURADO
                 MOVE "PEDIDO JA FATURADO"
                                       TO WS-REL-MOTIVO
               ELSE
                 IF NOT FD-PEH-CONFIRMADO OR
                    FD-PEH-DATA-ENVIO-FAT
                                       EQUAL ZEROS
                   MOVE "PEDIDO NAO ENVIADO AO FATURAMENTO"
                                       TO WS-REL-MOTIVO
                 END-IF
               END-IF
             END-IF
           END-IF

           .
       2205-99-FIM.                    EXIT.

       2210-VALIDAR-NOTA-FISCAL        SECTION.

           PERFORM 2205-LOCALIZAR-PEDIDO

           IF WS-REL-MOTIVO            EQUAL SPACES
             IF WS-IMN-NUM-NF          NOT NUMERIC OR
                WS-IMN-NUM-NF          EQUAL ZEROS
               MOVE "NUMERO DA NOTA FISCAL INVALIDO"
                                       TO WS-REL-MOTIVO
             ELSE
               IF WS-IMN-SERIE-NF      EQUAL SPACES
                 MOVE "SERIE DA NOTA FISCAL NAO INFORMADA"
                                       TO WS-REL-MOTIVO
               END-IF
             END-IF
           END-IF

           IF WS-REL-MOTIVO            EQUAL SPACES
             INITIALIZE                WS-LINK-VALIDATA
             MOVE WS-IMN-DATA-EMISSAO  TO BOOKVDAT-REG-DATA

             CALL WS-VALIDATA          USING WS-LINK-VALIDATA

             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE "DATA DE EMISSAO DA NOTA INVALIDA"
                                       TO WS-REL-MOTIVO
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-FATURAR-PEDIDO             SECTION.

           SET FD-PEH-FATURADO         TO TRUE
           MOVE WS-IMN-NUM-NF          TO FD-PEH-NUM-NF
           MOVE WS-IMN-SERIE-NF        TO FD-PEH-SERIE-NF
           MOVE WS-IMN-DATA-EMISSAO    TO FD-PEH-DATA-EMISSAO-NF
           MOVE ZEROS                  TO FD-PEH-DATA-REJEICAO-FAT
           MOVE SPACES                 TO FD-PEH-MOTIVO-REJEICAO

           PERFORM 1175-REGRAVAR-ARQ-PEDHDR

           PERFORM 2225-BAIXAR-ESTOQUE

           ADD 1                       TO BOOKFATI-REG-QTD-FATURADOS

           .
       2220-99-FIM.                    EXIT.

       2225-BAIXAR-ESTOQUE             SECTION.

           IF WS-FS-ARQ-PEDIDO         NOT EQUAL '35' AND
              FD-PEH-DATA-SEPARACAO    GREATER ZEROS
             MOVE 'N'                  TO WS-FIM-ITENS
             MOVE FD-PEH-NUM-PEDIDO    TO FD-PED-NUM-PEDIDO
             MOVE ZEROS                TO FD-PED-SEQ-ITEM

             START ARQ-PEDIDO          KEY IS NOT LESS FD-PED-CHAVE

             IF WS-FS-ARQ-PEDIDO       EQUAL ZEROS
               PERFORM 1170-LER-ARQ-PEDIDO
               PERFORM 2226-BAIXAR-ITEM
                                       UNTIL WS-FIM-ITENS EQUAL 'S'
             END-IF
           END-IF

           .
       2225-99-FIM.                    EXIT.

       2226-BAIXAR-ITEM                SECTION.

           INITIALIZE                  WS-LINK-CRUDESTQ
           MOVE 'B'                    TO BOOKESTQ-REG-SERVICO
           MOVE FD-PED-COD-PRODUTO     TO BOOKESTQ-REG-COD-PRODUTO
           MOVE FD-PED-QUANTIDADE      TO BOOKESTQ-REG-QUANTIDADE
           MOVE FD-PED-NUM-PEDIDO      TO BOOKESTQ-REG-NUM-PEDIDO
           MOVE "EXPEDICAO DO PEDIDO FATURADO"
                                       TO BOOKESTQ-REG-MOTIVO
           MOVE BOOKFATI-REG-OPERADOR  TO BOOKESTQ-REG-OPERADOR

           CALL WS-CRUDESTQ            USING WS-LINK-CRUDESTQ

           IF BOOKESTQ-CTRL-COD        EQUAL 2
             MOVE 2                    TO BOOKFATI-CTRL-COD
             MOVE BOOKESTQ-CTRL-MSG    TO BOOKFATI-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           PERFORM 1170-LER-ARQ-PEDIDO

           .
       2226-99-FIM.                    EXIT.

       2230-VALIDAR-RECUSA             SECTION.

           PERFORM 2205-LOCALIZAR-PEDIDO

           IF WS-REL-MOTIVO            EQUAL SPACES AND
              WS-IME-MOTIVO            EQUAL SPACES
             MOVE "MOTIVO DA RECUSA NAO INFORMADO"
                                       TO WS-REL-MOTIVO
           END-IF

           .
       2230-99-FIM.                    EXIT.

       2240-RECUSAR-PEDIDO             SECTION.

           MOVE WS-DATA-HOJE           TO FD-PEH-DATA-REJEICAO-FAT
           MOVE WS-IME-MOTIVO          TO FD-PEH-MOTIVO-REJEICAO

           PERFORM 1175-REGRAVAR-ARQ-PEDHDR

           ADD 1                       TO BOOKFATI-REG-QTD-RECUSADOS

           .
       2240-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PEDHDR
                                       ARQ-PEDIDO
                                       ARQ-RELAT-FATURA

           IF BOOKFATI-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPFAT.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "IMPFATUR"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKFATI-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKFATI-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
