                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT OPTIONAL ARQ-PREVISAO
                                       ASSIGN TO DISK "PREVISAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRV-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PREVISAO.

           SELECT ARQ-EXCECAO          ASSIGN TO "EXCECOES.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-EXCECAO.


       DATA                            DIVISION.
       FILE                            SECTION.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-PREVISAO
           LABEL RECORD                IS STANDARD.
       01  FD-PREVISAO.
           05 FD-PRV-CHAVE.
               10 FD-PRV-ANO-MES       PIC 9(006).
               10 FD-PRV-NIVEL         PIC X(001).
                   88 FD-PRV-NIVEL-PRODUTO                 VALUE 'P'.
                   88 FD-PRV-NIVEL-VENDEDOR                VALUE 'V'.
                   88 FD-PRV-NIVEL-FILIAL                  VALUE 'F'.
               10 FD-PRV-COD-FILIAL    PIC 9(004).
               10 FD-PRV-COD-VENDEDOR  PIC 9(005).
               10 FD-PRV-COD-PRODUTO   PIC 9(005).
           05 FD-PRV-QTD-MEDIA         PIC 9(009)V9(002).
           05 FD-PRV-VALOR-MEDIA       PIC 9(011)V9(002).
           05 FD-PRV-FATOR-SAZONAL     PIC 9(003)V9(004).
           05 FD-PRV-QTD-PREVISTA      PIC 9(009).
           05 FD-PRV-VALOR-PREVISTO    PIC 9(011)V9(002).
           05 FD-PRV-MESES-HISTORICO   PIC 9(002).
           05 FD-PRV-DATA-GERACAO      PIC 9(008).
           05 FD-PRV-OPERADOR          PIC X(010).
           05 FD-PRV-SITUACAO          PIC X(001).
               88 FD-PRV-PENDENTE                          VALUE 'N'.
               88 FD-PRV-APURADA                           VALUE 'S'.
           05 FD-PRV-QTD-REALIZADA     PIC 9(009).
           05 FD-PRV-VALOR-REALIZADO   PIC 9(011)V9(002).
           05 FD-PRV-PCT-ERRO          PIC 9(005)V9(002).
           05 FD-PRV-DATA-APURACAO     PIC 9(008).

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

       77  WS-FS-ARQ-META              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PREVISAO          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.

       77  WS-CRUDPERI                 PIC X(008)          VALUE
                                                           'CRUDPERI'.

       01  WS-LINK-CRUDPERI.
           COPY 'BOOKPERI.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.

           PERFORM 1110-ABRIR-ARQ-META
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-PREVISAO
           .
       1000-99-FIM.                    EXIT.

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PREVISAO         SECTION.

           OPEN INPUT ARQ-PREVISAO

           IF WS-FS-ARQ-PREVISAO       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKMETA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PREVISAO"
                                       TO BOOKMETA-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKMETA-REG-SERVICO
             WHEN 'I'
               PERFORM 2050-VERIFICAR-PERIODO
               IF BOOKMETA-CTRL-COD    EQUAL ZEROS
                 PERFORM 2100-INCLUIR
               END-IF
             WHEN 'A'
               PERFORM 2050-VERIFICAR-PERIODO
               IF BOOKMETA-CTRL-COD    EQUAL ZEROS
                 PERFORM 2200-ALTERAR
               END-IF
             WHEN 'E'
               PERFORM 2050-VERIFICAR-PERIODO
               IF BOOKMETA-CTRL-COD    EQUAL ZEROS
                 PERFORM 2300-EXCLUIR
               END-IF
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN 'V'
               PERFORM 2600-CONSULTAR-PREVISAO
             WHEN OTHER
               MOVE 1                  TO BOOKMETA-CTRL-COD
               MOVE "OPCAO INVALIDA"
           .
       2000-99-FIM.                    EXIT.

       2050-VERIFICAR-PERIODO          SECTION.

           MOVE ZEROS                  TO BOOKMETA-CTRL-COD

           IF BOOKMETA-REG-ANO-MES     GREATER ZEROS
             INITIALIZE                WS-LINK-CRUDPERI

             SET BOOKPERI-VERIFICAR    TO TRUE
             MOVE BOOKMETA-REG-ANO-MES TO BOOKPERI-REG-ANO-MES
             MOVE BOOKMETA-REG-OPERADOR
                                       TO BOOKPERI-REG-OPERADOR

             CALL WS-CRUDPERI          USING WS-LINK-CRUDPERI

             IF BOOKPERI-CTRL-COD      NOT EQUAL ZEROS
               MOVE BOOKPERI-CTRL-COD  TO BOOKMETA-CTRL-COD
               MOVE BOOKPERI-CTRL-MSG  TO BOOKMETA-CTRL-MSG

               IF BOOKPERI-PERIODO-FECHADO
                 PERFORM 2060-REGISTRAR-EXCECAO
               END-IF
             END-IF
           END-IF

           .
       2050-99-FIM.                    EXIT.

       2060-REGISTRAR-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO

           IF WS-FS-ARQ-EXCECAO        EQUAL ZEROS OR 05
             INITIALIZE                FD-EXCECAO
             MOVE 'M'                  TO FD-EXC-ORIGEM
             MOVE BOOKMETA-REG-SERVICO TO FD-EXC-OPERACAO
             MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-EXC-DATA-HORA
             MOVE BOOKMETA-REG-COD-VEND
                                       TO FD-EXC-COD-REGISTRO
             MOVE BOOKMETA-CTRL-MSG    TO FD-EXC-MOTIVO
             MOVE BOOKMETA-REG-OPERADOR
                                       TO FD-EXC-OPERADOR

             WRITE FD-EXCECAO

             IF WS-FS-ARQ-EXCECAO      NOT EQUAL ZEROS
               MOVE 2                  TO BOOKMETA-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXCECOES"
                                       TO BOOKMETA-CTRL-MSG
             END-IF

             CLOSE ARQ-EXCECAO
           ELSE
             MOVE 2                    TO BOOKMETA-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXCECOES"
                                       TO BOOKMETA-CTRL-MSG
           END-IF

           .
       2060-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKMETA-REG-COD-VEND  TO FD-VEND-COD-VENDEDOR
             MOVE "META NAO ENCONTRADA"
                                       TO BOOKMETA-CTRL-MSG
           END-IF

           PERFORM 2610-LER-PREVISAO
           .
       2500-99-FIM.                    EXIT.

       2600-CONSULTAR-PREVISAO         SECTION.

           MOVE BOOKMETA-REG-COD-VEND  TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS
             MOVE 1                    TO BOOKMETA-CTRL-COD
             MOVE "VENDEDOR NAO CADASTRADO"
                                       TO BOOKMETA-CTRL-MSG
           ELSE
             MOVE BOOKMETA-REG-COD-VEND
                                       TO FD-MET-COD-VENDEDOR
             MOVE BOOKMETA-REG-ANO-MES TO FD-MET-ANO-MES
             READ ARQ-META             RECORD INTO FD-META
                                       KEY IS FD-MET-CHAVE

             IF WS-FS-ARQ-META         EQUAL ZEROS
               MOVE FD-MET-META-VALOR  TO BOOKMETA-REG-META-VALOR
             ELSE
               MOVE ZEROS              TO BOOKMETA-REG-META-VALOR
             END-IF

             PERFORM 2610-LER-PREVISAO

             IF BOOKMETA-PREVISAO-ENCONTRADA
               MOVE ZEROS              TO BOOKMETA-CTRL-COD
               MOVE "PREVISAO DE VENDAS ENCONTRADA"
                                       TO BOOKMETA-CTRL-MSG
             ELSE
               MOVE 3                  TO BOOKMETA-CTRL-COD
               MOVE "SEM PREVISAO DE VENDAS PARA O PERIODO"
                                       TO BOOKMETA-CTRL-MSG
             END-IF
           END-IF
           .
       2600-99-FIM.                    EXIT.

       2610-LER-PREVISAO               SECTION.

           MOVE ZEROS                  TO BOOKMETA-REG-PREVISAO-VALOR
                                       BOOKMETA-REG-PREVISAO-QTD
           SET BOOKMETA-PREVISAO-AUSENTE
                                       TO TRUE

           IF WS-FS-ARQ-PREVISAO       NOT EQUAL '05' AND
              WS-FS-ARQ-PREVISAO       NOT EQUAL '35'
             MOVE BOOKMETA-REG-ANO-MES TO FD-PRV-ANO-MES
             SET FD-PRV-NIVEL-VENDEDOR TO TRUE
             MOVE ZEROS                TO FD-PRV-COD-FILIAL
                                       FD-PRV-COD-PRODUTO
             MOVE BOOKMETA-REG-COD-VEND
                                       TO FD-PRV-COD-VENDEDOR
             READ ARQ-PREVISAO         RECORD INTO FD-PREVISAO
                                       KEY IS FD-PRV-CHAVE

             IF WS-FS-ARQ-PREVISAO     EQUAL ZEROS
               MOVE FD-PRV-VALOR-PREVISTO
                                       TO BOOKMETA-REG-PREVISAO-VALOR
               MOVE FD-PRV-QTD-PREVISTA
                                       TO BOOKMETA-REG-PREVISAO-QTD
               SET BOOKMETA-PREVISAO-ENCONTRADA
                                       TO TRUE
             END-IF
           END-IF
           .
       2610-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-META
                                       ARQ-VENDEDOR
                                       ARQ-PREVISAO

           GOBACK

