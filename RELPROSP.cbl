       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELPROSP.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PROSPECT
                                       ASSIGN TO DISK "PROSPECT.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PRO-COD-PROSPECT
                  ALTERNATE RECORD KEY IS FD-PRO-COD-VEND-ORIGEM
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PROSPECT.

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

           SELECT ARQ-PIPELINE         ASSIGN TO DISK "RELPROSP.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PIPELINE.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PROSPECT
           LABEL RECORD                IS STANDARD.
       01  FD-PROSPECT.
           05 FD-PRO-COD-PROSPECT      PIC 9(007).
           05 FD-PRO-NOME              PIC X(040).
           05 FD-PRO-LATITUDE          PIC S9(003)V9(008).
           05 FD-PRO-LONGITUDE         PIC S9(003)V9(008).
           05 FD-PRO-VOLUME-POTENCIAL  PIC 9(007).
           05 FD-PRO-COD-VEND-ORIGEM   PIC 9(005).
           05 FD-PRO-CONTATO           PIC X(040).
           05 FD-PRO-TELEFONE          PIC X(015).
           05 FD-PRO-STATUS            PIC X(001).
               88 FD-PRO-NOVO                              VALUE 'N'.
               88 FD-PRO-VISITADO                          VALUE 'V'.
               88 FD-PRO-QUALIFICADO                       VALUE 'Q'.
               88 FD-PRO-CONVERTIDO                        VALUE 'C'.
               88 FD-PRO-PERDIDO                           VALUE 'P'.
           05 FD-PRO-MOTIVO-PERDA      PIC X(040).
           05 FD-PRO-DATA-CADASTRO     PIC 9(008).
           05 FD-PRO-DATA-STATUS       PIC 9(008).
           05 FD-PRO-DATA-CONVERSAO    PIC 9(008).
           05 FD-PRO-COD-CLIENTE       PIC 9(007).
           05 FD-PRO-CNPJ              PIC 9(014).
           05 FD-PRO-OPERADOR          PIC X(010).

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

       FD  ARQ-PIPELINE
           LABEL RECORD                IS STANDARD.
       01  FD-PIPELINE.
           05 FD-PIP-LINHA             PIC X(150).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PROSPECT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PIPELINE          PIC X(002)          VALUE SPACES.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-DIAS-CONVERSAO           PIC S9(007)         VALUE ZEROS.
       77  WS-DIAS-TOTAL-GERAL         PIC 9(011)          VALUE ZEROS.

       01  WS-TAB-PIPELINE.
           05 WS-PIP-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-PIP-QTD-TOTAL     PIC 9(007).
               10 WS-PIP-QTD-NOVOS     PIC 9(007).
               10 WS-PIP-QTD-VISITADOS PIC 9(007).
               10 WS-PIP-QTD-QUALIFICADOS
                                       PIC 9(007).
               10 WS-PIP-QTD-CONVERTIDOS
                                       PIC 9(007).
               10 WS-PIP-QTD-PERDIDOS  PIC 9(007).
               10 WS-PIP-DIAS-CONVERSAO
                                       PIC 9(011).
               10 WS-PIP-VOLUME-ABERTO PIC 9(011).

       01  WS-PIPELINE-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VEND          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-TOTAL         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-NOVOS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-VISITADOS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-QUALIFICADOS  PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-CONVERTIDOS   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-PERDIDOS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-PCT-CONVERSAO     PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DIAS-MEDIO        PIC 9(005)V9(001)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VOLUME-ABERTO     PIC 9(011)          VALUE ZEROS.

       01  WS-PIPELINE-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-DATA-INICIO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-DATA-FIM          PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PROSPECTS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-CONVERTIDOS   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-PCT-CONVERSAO     PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-DIAS-MEDIO        PIC 9(005)V9(001)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRPSP.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRPSP-REG-DATA-FIM    EQUAL ZEROS
             MOVE 99999999             TO BOOKRPSP-REG-DATA-FIM
           END-IF

           MOVE ZEROS                  TO BOOKRPSP-REG-QTD-PROSPECTS
                                       BOOKRPSP-REG-QTD-CONVERTIDOS

           PERFORM 1105-ZERAR-TABELA-PIPELINE
           PERFORM 1110-ABRIR-ARQ-PROSPECT
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-PIPELINE
           .
       1000-99-FIM.                    EXIT.

       1105-ZERAR-TABELA-PIPELINE      SECTION.

           MOVE 1                      TO WS-IDX-VEND

           PERFORM                     UNTIL WS-IDX-VEND
                                       GREATER 99999
             MOVE ZEROS                TO WS-PIP-QTD-TOTAL
                                       (WS-IDX-VEND)
                                       WS-PIP-QTD-NOVOS
                                       (WS-IDX-VEND)
                                       WS-PIP-QTD-VISITADOS
                                       (WS-IDX-VEND)
                                       WS-PIP-QTD-QUALIFICADOS
                                       (WS-IDX-VEND)
                                       WS-PIP-QTD-CONVERTIDOS
                                       (WS-IDX-VEND)
                                       WS-PIP-QTD-PERDIDOS
                                       (WS-IDX-VEND)
                                       WS-PIP-DIAS-CONVERSAO
                                       (WS-IDX-VEND)
                                       WS-PIP-VOLUME-ABERTO
                                       (WS-IDX-VEND)
             ADD 1                     TO WS-IDX-VEND
           END-PERFORM

           .
       1105-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PROSPECT         SECTION.

           OPEN INPUT ARQ-PROSPECT

           IF WS-FS-ARQ-PROSPECT       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PROSPECT"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-PIPELINE         SECTION.

           OPEN OUTPUT ARQ-PIPELINE

           IF WS-FS-ARQ-PIPELINE       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE PIPELINE"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-LER-ARQ-PROSPECT           SECTION.

           READ ARQ-PROSPECT           NEXT RECORD

           IF WS-FS-ARQ-PROSPECT       EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO PROSPECT"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-PIPELINE        SECTION.

           WRITE FD-PIPELINE

           IF WS-FS-ARQ-PIPELINE       EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRPSP-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE PIPELINE"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-PROSPECT
                                       ARQ-VENDEDOR
                                       ARQ-PIPELINE
           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-FS-ARQ-PROSPECT       NOT EQUAL '35'
             PERFORM 1150-LER-ARQ-PROSPECT
             PERFORM 2100-APURAR-PROSPECT
                                       UNTIL WS-FS-ARQ-PROSPECT
                                       EQUAL '10'
           END-IF

           PERFORM 1160-LER-ARQ-VENDEDOR

           PERFORM 2300-GRAVAR-VENDEDOR-PIPELINE
                                       UNTIL WS-FS-ARQ-VEND
                                       EQUAL '10'

           IF BOOKRPSP-REG-QTD-PROSPECTS
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKRPSP-CTRL-COD
             MOVE "NENHUM PROSPECT CADASTRADO NO PERIODO"
                                       TO BOOKRPSP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE BOOKRPSP-REG-DATA-INICIO
                                       TO WS-TRL-DATA-INICIO
           MOVE BOOKRPSP-REG-DATA-FIM  TO WS-TRL-DATA-FIM
           MOVE BOOKRPSP-REG-QTD-PROSPECTS
                                       TO WS-TRL-QTD-PROSPECTS
           MOVE BOOKRPSP-REG-QTD-CONVERTIDOS
                                       TO WS-TRL-QTD-CONVERTIDOS
           COMPUTE WS-TRL-PCT-CONVERSAO
                                       = BOOKRPSP-REG-QTD-CONVERTIDOS
                                       * 100
                                       / BOOKRPSP-REG-QTD-PROSPECTS
           IF BOOKRPSP-REG-QTD-CONVERTIDOS
                                       GREATER ZEROS
             COMPUTE WS-TRL-DIAS-MEDIO = WS-DIAS-TOTAL-GERAL
                                       / BOOKRPSP-REG-QTD-CONVERTIDOS
           ELSE
             MOVE ZEROS                TO WS-TRL-DIAS-MEDIO
           END-IF
           MOVE BOOKRPSP-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-PIPELINE-TRAILER    TO FD-PIP-LINHA
           PERFORM 1170-GRAVAR-ARQ-PIPELINE

           MOVE ZEROS                  TO BOOKRPSP-CTRL-COD
           MOVE "RELATORIO DE PIPELINE GERADO"
                                       TO BOOKRPSP-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-APURAR-PROSPECT            SECTION.

           IF FD-PRO-DATA-CADASTRO     NOT LESS
                                       BOOKRPSP-REG-DATA-INICIO AND
              FD-PRO-DATA-CADASTRO     NOT GREATER
                                       BOOKRPSP-REG-DATA-FIM AND
              FD-PRO-COD-VEND-ORIGEM   GREATER ZEROS AND
              (BOOKRPSP-REG-COD-VEND   EQUAL ZEROS OR
               FD-PRO-COD-VEND-ORIGEM  EQUAL BOOKRPSP-REG-COD-VEND)
             MOVE FD-PRO-COD-VEND-ORIGEM
                                       TO WS-IDX-VEND
             ADD 1                     TO WS-PIP-QTD-TOTAL
                                       (WS-IDX-VEND)
             EVALUATE TRUE
               WHEN FD-PRO-NOVO
                 ADD 1                 TO WS-PIP-QTD-NOVOS
                                       (WS-IDX-VEND)
               WHEN FD-PRO-VISITADO
                 ADD 1                 TO WS-PIP-QTD-VISITADOS
                                       (WS-IDX-VEND)
               WHEN FD-PRO-QUALIFICADO
                 ADD 1                 TO WS-PIP-QTD-QUALIFICADOS
                                       (WS-IDX-VEND)
               WHEN FD-PRO-CONVERTIDO
                 ADD 1                 TO WS-PIP-QTD-CONVERTIDOS
                                       (WS-IDX-VEND)
                 PERFORM 2110-APURAR-DIAS-CONVERSAO
               WHEN FD-PRO-PERDIDO
                 ADD 1                 TO WS-PIP-QTD-PERDIDOS
                                       (WS-IDX-VEND)
             END-EVALUATE
             IF FD-PRO-NOVO OR FD-PRO-VISITADO OR FD-PRO-QUALIFICADO
               ADD FD-PRO-VOLUME-POTENCIAL
                                       TO WS-PIP-VOLUME-ABERTO
                                       (WS-IDX-VEND)
             END-IF
           END-IF

           PERFORM 1150-LER-ARQ-PROSPECT

           .
       2100-99-FIM.                    EXIT.

       2110-APURAR-DIAS-CONVERSAO      SECTION.

           MOVE ZEROS                  TO WS-DIAS-CONVERSAO

           IF FD-PRO-DATA-CADASTRO     GREATER ZEROS AND
              FD-PRO-DATA-CONVERSAO    NOT LESS FD-PRO-DATA-CADASTRO
             COMPUTE WS-DIAS-CONVERSAO = FUNCTION INTEGER-OF-DATE
                                       (FD-PRO-DATA-CONVERSAO)
                                       - FUNCTION INTEGER-OF-DATE
                                       (FD-PRO-DATA-CADASTRO)
           END-IF

           ADD WS-DIAS-CONVERSAO       TO WS-PIP-DIAS-CONVERSAO
                                       (WS-IDX-VEND)

           .
       2110-99-FIM.                    EXIT.

       2300-GRAVAR-VENDEDOR-PIPELINE   SECTION.

           MOVE FD-VEND-COD-VENDEDOR   TO WS-IDX-VEND

           IF WS-PIP-QTD-TOTAL (WS-IDX-VEND)
                                       GREATER ZEROS AND
              (BOOKRPSP-REG-COD-SUPERVISOR
                                       EQUAL ZEROS OR
               FD-VEND-COD-SUPERVISOR  EQUAL
                                       BOOKRPSP-REG-COD-SUPERVISOR)
             ADD WS-PIP-QTD-TOTAL (WS-IDX-VEND)
                                       TO BOOKRPSP-REG-QTD-PROSPECTS
             ADD WS-PIP-QTD-CONVERTIDOS (WS-IDX-VEND)
                                       TO BOOKRPSP-REG-QTD-CONVERTIDOS
             ADD WS-PIP-DIAS-CONVERSAO (WS-IDX-VEND)
                                       TO WS-DIAS-TOTAL-GERAL

             MOVE FD-VEND-COD-VENDEDOR TO WS-DET-COD-VEND
             MOVE FD-VEND-NOME         TO WS-DET-NOME
             MOVE WS-PIP-QTD-TOTAL (WS-IDX-VEND)
                                       TO WS-DET-QTD-TOTAL
             MOVE WS-PIP-QTD-NOVOS (WS-IDX-VEND)
                                       TO WS-DET-QTD-NOVOS
             MOVE WS-PIP-QTD-VISITADOS (WS-IDX-VEND)
                                       TO WS-DET-QTD-VISITADOS
             MOVE WS-PIP-QTD-QUALIFICADOS (WS-IDX-VEND)
                                       TO WS-DET-QTD-QUALIFICADOS
             MOVE WS-PIP-QTD-CONVERTIDOS (WS-IDX-VEND)
                                       TO WS-DET-QTD-CONVERTIDOS
             MOVE WS-PIP-QTD-PERDIDOS (WS-IDX-VEND)
                                       TO WS-DET-QTD-PERDIDOS
             MOVE WS-PIP-VOLUME-ABERTO (WS-IDX-VEND)
                                       TO WS-DET-VOLUME-ABERTO

             COMPUTE WS-DET-PCT-CONVERSAO
                                       = WS-PIP-QTD-CONVERTIDOS
                                       (WS-IDX-VEND) * 100
                                       / WS-PIP-QTD-TOTAL
                                       (WS-IDX-VEND)

             IF WS-PIP-QTD-CONVERTIDOS (WS-IDX-VEND)
                                       GREATER ZEROS
               COMPUTE WS-DET-DIAS-MEDIO
                                       = WS-PIP-DIAS-CONVERSAO
                                       (WS-IDX-VEND)
                                       / WS-PIP-QTD-CONVERTIDOS
                                       (WS-IDX-VEND)
             ELSE
               MOVE ZEROS              TO WS-DET-DIAS-MEDIO
             END-IF

             MOVE WS-PIPELINE-DET      TO FD-PIP-LINHA
             PERFORM 1170-GRAVAR-ARQ-PIPELINE
           END-IF

           PERFORM 1160-LER-ARQ-VENDEDOR

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1180-FECHAR-ARQUIVOS

           IF BOOKRPSP-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELPROSP.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELPROSP"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRPSP-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRPSP-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
