       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDPARM.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PARAMETRO
                                       ASSIGN TO DISK "PARAMETR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PAR-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PARAMETRO.

           SELECT OPTIONAL ARQ-HIST-PARAMETRO
                                       ASSIGN TO DISK "PARMHIST.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PARAMETRO
           LABEL RECORD                IS STANDARD.
       01  FD-PARAMETRO.
           05 FD-PAR-CHAVE.
               10 FD-PAR-PROGRAMA      PIC X(008).
               10 FD-PAR-NOME          PIC X(020).
           05 FD-PAR-VALOR             PIC X(060).
           05 FD-PAR-TIPO              PIC X(001).
           05 FD-PAR-VALOR-MINIMO      PIC 9(010)V9(008).
           05 FD-PAR-VALOR-MAXIMO      PIC 9(010)V9(008).
           05 FD-PAR-DATA-VALIDADE     PIC 9(008).
           05 FD-PAR-DESCRICAO         PIC X(040).
           05 FD-PAR-OPERADOR          PIC X(010).
           05 FD-PAR-DATA-HORA-ALT     PIC 9(014).

       FD  ARQ-HIST-PARAMETRO
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-PARAMETRO.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-PROGRAMA         PIC X(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-NOME             PIC X(020).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-VALOR-ANTERIOR   PIC X(060).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-VALOR-NOVO       PIC X(060).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PARAMETRO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.

       77  WS-IND-HIST-ABERTO          PIC X(001)          VALUE 'N'.
           88  WS-HIST-ABERTO                              VALUE 'S'.
       77  WS-IND-FIM-LISTA            PIC X(001)          VALUE 'N'.
           88  WS-FIM-LISTA                                VALUE 'S'.

       77  WS-HIST-OPERACAO            PIC X(001)          VALUE SPACES.
       77  WS-VALOR-ANTERIOR           PIC X(060)          VALUE SPACES.
       77  WS-PROGRAMA-LISTA           PIC X(008)          VALUE SPACES.
       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-VALOR               PIC 9(008)          VALUE ZEROS.
       77  WS-POSICAO-INVALIDA         PIC 9(004)          VALUE ZEROS.
       77  WS-VALOR-CALC               PIC S9(014)V9(008)  VALUE ZEROS.

       01  WS-VALOR-PASSO.
           05 WS-PSS-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-POLITICA          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-SO-DIA-UTIL       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-PARAMETRO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(007)          VALUE SPACES.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPARM.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE 'N'                    TO WS-IND-HIST-ABERTO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           IF BOOKPARM-INCLUIR OR BOOKPARM-ALTERAR OR
              BOOKPARM-EXCLUIR
             PERFORM 1110-ABRIR-ARQ-PARAMETRO
             PERFORM 1120-ABRIR-ARQ-HIST-PARAMETRO
           ELSE
             PERFORM 1130-ABRIR-PARAMETRO-CONSULTA
           END-IF
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PARAMETRO        SECTION.

           OPEN I-O ARQ-PARAMETRO

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPARM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PARAMETR"
                                       TO BOOKPARM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-HIST-PARAMETRO   SECTION.

           OPEN EXTEND ARQ-HIST-PARAMETRO

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             MOVE 'S'                  TO WS-IND-HIST-ABERTO
           ELSE
             MOVE 2                    TO BOOKPARM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PARMHIST"
                                       TO BOOKPARM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-PARAMETRO-CONSULTA   SECTION.

           OPEN INPUT ARQ-PARAMETRO

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             CONTINUE
           ELSE IF WS-FS-ARQ-PARAMETRO EQUAL 05 OR 35
             MOVE 3                    TO BOOKPARM-CTRL-COD
             MOVE "ARQUIVO PARAMETR NAO ENCONTRADO"
                                       TO BOOKPARM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           ELSE
             MOVE 2                    TO BOOKPARM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PARAMETR"
                                       TO BOOKPARM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF
           END-IF

           .
       1130-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE TRUE
             WHEN BOOKPARM-INCLUIR
               PERFORM 2100-INCLUIR
             WHEN BOOKPARM-ALTERAR
               PERFORM 2200-ALTERAR
             WHEN BOOKPARM-EXCLUIR
               PERFORM 2300-EXCLUIR
             WHEN BOOKPARM-PESQUISAR
               PERFORM 2500-PESQUISAR
             WHEN BOOKPARM-CONSULTAR-VIGENTE
               PERFORM 2600-CONSULTAR-VIGENTE
             WHEN BOOKPARM-LISTAR-PROXIMO
               PERFORM 2650-LISTAR-PROXIMO
             WHEN OTHER
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKPARM-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           READ ARQ-PARAMETRO          RECORD INTO FD-PARAMETRO
                                       KEY IS FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO JA CADASTRADO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             IF BOOKPARM-REG-PROGRAMA  EQUAL SPACES OR
                BOOKPARM-REG-NOME      EQUAL SPACES
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "PROGRAMA E NOME SAO OBRIGATORIOS"
                                       TO BOOKPARM-CTRL-MSG
             ELSE
               IF BOOKPARM-REG-DESCRICAO
                                       EQUAL SPACES
                 MOVE 1                TO BOOKPARM-CTRL-COD
                 MOVE "DESCRICAO DO PARAMETRO OBRIGATORIA"
                                       TO BOOKPARM-CTRL-MSG
               ELSE
                 PERFORM 2700-VALIDAR-REGISTRO

                 IF BOOKPARM-CTRL-COD  EQUAL ZEROS
                   MOVE BOOKPARM-REG-PROGRAMA
                                       TO FD-PAR-PROGRAMA
                   MOVE BOOKPARM-REG-NOME
                                       TO FD-PAR-NOME
                   PERFORM 2750-MOVER-REGISTRO

                   WRITE FD-PARAMETRO

                   IF WS-FS-ARQ-PARAMETRO
                                       EQUAL ZEROS
                     MOVE 'I'          TO WS-HIST-OPERACAO
                     MOVE SPACES       TO WS-VALOR-ANTERIOR
                     PERFORM 2900-REGISTRAR-HISTORICO
                     IF BOOKPARM-CTRL-COD
                                       EQUAL ZEROS
                       MOVE "PARAMETRO CADASTRADO COM SUCESSO"
                                       TO BOOKPARM-CTRL-MSG
                     END-IF
                   ELSE
                     MOVE 2            TO BOOKPARM-CTRL-COD
                     MOVE "ERRO NA GRAVACAO DOS PARAMETROS"
                                       TO BOOKPARM-CTRL-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           READ ARQ-PARAMETRO          RECORD INTO FD-PARAMETRO
                                       KEY IS FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             IF BOOKPARM-REG-TIPO      EQUAL SPACES
               MOVE FD-PAR-TIPO        TO BOOKPARM-REG-TIPO
             END-IF
             IF BOOKPARM-REG-DESCRICAO EQUAL SPACES
               MOVE FD-PAR-DESCRICAO   TO BOOKPARM-REG-DESCRICAO
             END-IF

             PERFORM 2700-VALIDAR-REGISTRO

             IF BOOKPARM-CTRL-COD      EQUAL ZEROS
               MOVE FD-PAR-VALOR       TO WS-VALOR-ANTERIOR
               PERFORM 2750-MOVER-REGISTRO

               REWRITE FD-PARAMETRO

               IF WS-FS-ARQ-PARAMETRO  EQUAL ZEROS
                 MOVE 'A'              TO WS-HIST-OPERACAO
                 PERFORM 2900-REGISTRAR-HISTORICO
                 IF BOOKPARM-CTRL-COD  EQUAL ZEROS
                   MOVE "PARAMETRO ALTERADO COM SUCESSO"
                                       TO BOOKPARM-CTRL-MSG
                 END-IF
               ELSE
                 MOVE 2                TO BOOKPARM-CTRL-COD
                 MOVE "ERRO NA ATUALIZACAO DOS PARAMETROS"
                                       TO BOOKPARM-CTRL-MSG
               END-IF
             END-IF
           ELSE
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO NAO ENCONTRADO"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2300-EXCLUIR                    SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           READ ARQ-PARAMETRO          RECORD INTO FD-PARAMETRO
                                       KEY IS FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             MOVE FD-PAR-VALOR         TO WS-VALOR-ANTERIOR

             DELETE ARQ-PARAMETRO      RECORD

             IF WS-FS-ARQ-PARAMETRO    EQUAL ZEROS
               MOVE 'E'                TO WS-HIST-OPERACAO
               MOVE SPACES             TO FD-PAR-VALOR
               PERFORM 2900-REGISTRAR-HISTORICO
               IF BOOKPARM-CTRL-COD    EQUAL ZEROS
                 MOVE "PARAMETRO EXCLUIDO COM SUCESSO"
                                       TO BOOKPARM-CTRL-MSG
               END-IF
             ELSE
               MOVE 2                  TO BOOKPARM-CTRL-COD
               MOVE "ERRO NA EXCLUSAO DO PARAMETRO"
                                       TO BOOKPARM-CTRL-MSG
             END-IF
           ELSE
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO NAO ENCONTRADO"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           .
       2300-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           READ ARQ-PARAMETRO          RECORD INTO FD-PARAMETRO
                                       KEY IS FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             PERFORM 2550-DEVOLVER-REGISTRO
             MOVE ZEROS                TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO ENCONTRADO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO NAO ENCONTRADO"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       2550-DEVOLVER-REGISTRO          SECTION.

           MOVE FD-PAR-PROGRAMA        TO BOOKPARM-REG-PROGRAMA
           MOVE FD-PAR-NOME            TO BOOKPARM-REG-NOME
           MOVE FD-PAR-VALOR           TO BOOKPARM-REG-VALOR
           MOVE FD-PAR-TIPO            TO BOOKPARM-REG-TIPO
           MOVE FD-PAR-VALOR-MINIMO    TO BOOKPARM-REG-VALOR-MINIMO
           MOVE FD-PAR-VALOR-MAXIMO    TO BOOKPARM-REG-VALOR-MAXIMO
           MOVE FD-PAR-DATA-VALIDADE   TO BOOKPARM-REG-DATA-VALIDADE
           MOVE FD-PAR-DESCRICAO       TO BOOKPARM-REG-DESCRICAO
           MOVE FD-PAR-OPERADOR        TO BOOKPARM-REG-OPERADOR
           MOVE FD-PAR-DATA-HORA-ALT   TO BOOKPARM-REG-DATA-HORA-ALT
           MOVE ZEROS                  TO BOOKPARM-REG-VALOR-NUM
           .
       2550-99-FIM.                    EXIT.

       2600-CONSULTAR-VIGENTE          SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           READ ARQ-PARAMETRO          RECORD INTO FD-PARAMETRO
                                       KEY IS FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             PERFORM 2610-ENTREGAR-VIGENTE
           ELSE
             MOVE 3                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO NAO CADASTRADO"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           .
       2600-99-FIM.                    EXIT.

       2610-ENTREGAR-VIGENTE           SECTION.

           PERFORM 2550-DEVOLVER-REGISTRO

           IF FD-PAR-DATA-VALIDADE     GREATER ZEROS AND
              FD-PAR-DATA-VALIDADE     LESS WS-DATA-HOJE
             MOVE 3                    TO BOOKPARM-CTRL-COD
             MOVE "PARAMETRO FORA DA VALIDADE"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKPARM-CTRL-COD
             PERFORM 2800-VALIDAR-VALOR
             IF BOOKPARM-CTRL-COD      EQUAL ZEROS
               MOVE "PARAMETRO VIGENTE"
                                       TO BOOKPARM-CTRL-MSG
             END-IF
           END-IF
           .
       2610-99-FIM.                    EXIT.

       2650-LISTAR-PROXIMO             SECTION.

           MOVE BOOKPARM-REG-PROGRAMA  TO WS-PROGRAMA-LISTA
                                       FD-PAR-PROGRAMA
           MOVE BOOKPARM-REG-NOME      TO FD-PAR-NOME
           MOVE 'N'                    TO WS-IND-FIM-LISTA

           START ARQ-PARAMETRO         KEY IS GREATER FD-PAR-CHAVE

           IF WS-FS-ARQ-PARAMETRO      EQUAL ZEROS
             READ ARQ-PARAMETRO        NEXT
           END-IF

           PERFORM                     UNTIL WS-FIM-LISTA
             IF WS-FS-ARQ-PARAMETRO    NOT EQUAL ZEROS OR
                FD-PAR-PROGRAMA        NOT EQUAL WS-PROGRAMA-LISTA
               MOVE 3                  TO BOOKPARM-CTRL-COD
               MOVE "FIM DOS PARAMETROS DO PROGRAMA"
                                       TO BOOKPARM-CTRL-MSG
               MOVE 'S'                TO WS-IND-FIM-LISTA
             ELSE
               IF FD-PAR-DATA-VALIDADE GREATER ZEROS AND
                  FD-PAR-DATA-VALIDADE LESS WS-DATA-HOJE
                 READ ARQ-PARAMETRO    NEXT
               ELSE
                 PERFORM 2610-ENTREGAR-VIGENTE
                 MOVE 'S'              TO WS-IND-FIM-LISTA
               END-IF
             END-IF
           END-PERFORM
           .
       2650-99-FIM.                    EXIT.

       2700-VALIDAR-REGISTRO           SECTION.

           MOVE ZEROS                  TO BOOKPARM-CTRL-COD

           IF BOOKPARM-REG-VALOR-MAXIMO
                                       GREATER ZEROS AND
              BOOKPARM-REG-VALOR-MINIMO
                                       GREATER
              BOOKPARM-REG-VALOR-MAXIMO
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "FAIXA INVALIDA - MINIMO MAIOR QUE MAXIMO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE IF BOOKPARM-REG-DATA-VALIDADE
                                       GREATER ZEROS
             MOVE BOOKPARM-REG-DATA-VALIDADE
                                       TO WS-DATA-VALOR
             PERFORM 2850-CHAMAR-VALIDATA
             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "DATA DE VALIDADE INVALIDA"
                                       TO BOOKPARM-CTRL-MSG
             END-IF
           END-IF
           END-IF

           IF BOOKPARM-CTRL-COD        EQUAL ZEROS
             PERFORM 2800-VALIDAR-VALOR
           END-IF
           .
       2700-99-FIM.                    EXIT.

       2750-MOVER-REGISTRO             SECTION.

           MOVE BOOKPARM-REG-VALOR     TO FD-PAR-VALOR
           MOVE BOOKPARM-REG-TIPO      TO FD-PAR-TIPO
           MOVE BOOKPARM-REG-VALOR-MINIMO
                                       TO FD-PAR-VALOR-MINIMO
           MOVE BOOKPARM-REG-VALOR-MAXIMO
                                       TO FD-PAR-VALOR-MAXIMO
           MOVE BOOKPARM-REG-DATA-VALIDADE
                                       TO FD-PAR-DATA-VALIDADE
           MOVE BOOKPARM-REG-DESCRICAO TO FD-PAR-DESCRICAO
           MOVE BOOKPARM-REG-OPERADOR  TO FD-PAR-OPERADOR
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-PAR-DATA-HORA-ALT
           .
       2750-99-FIM.                    EXIT.

       2800-VALIDAR-VALOR              SECTION.

           MOVE ZEROS                  TO BOOKPARM-REG-VALOR-NUM

           IF BOOKPARM-REG-VALOR       EQUAL SPACES
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "VALOR DO PARAMETRO OBRIGATORIO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             EVALUATE TRUE
               WHEN BOOKPARM-TIPO-NUMERICO
                 PERFORM 2810-VALIDAR-NUMERICO
               WHEN BOOKPARM-TIPO-DATA
                 PERFORM 2820-VALIDAR-DATA
               WHEN BOOKPARM-TIPO-TEXTO
                 CONTINUE
               WHEN BOOKPARM-TIPO-INDICADOR
                 IF BOOKPARM-REG-VALOR NOT EQUAL 'S' AND 'N'
                   MOVE 1              TO BOOKPARM-CTRL-COD
                   MOVE "INDICADOR DEVE SER S OU N"
                                       TO BOOKPARM-CTRL-MSG
                 END-IF
               WHEN BOOKPARM-TIPO-PASSO-LOTE
                 PERFORM 2830-VALIDAR-PASSO-LOTE
               WHEN OTHER
                 MOVE 1                TO BOOKPARM-CTRL-COD
                 MOVE "TIPO INVALIDO - USE N, D, T, S OU J"
                                       TO BOOKPARM-CTRL-MSG
             END-EVALUATE
           END-IF
           .
       2800-99-FIM.                    EXIT.

       2810-VALIDAR-NUMERICO           SECTION.

           MOVE FUNCTION TEST-NUMVAL (BOOKPARM-REG-VALOR)
                                       TO WS-POSICAO-INVALIDA

           IF WS-POSICAO-INVALIDA      NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "VALOR NUMERICO INVALIDO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             COMPUTE WS-VALOR-CALC     = FUNCTION NUMVAL
                                       (BOOKPARM-REG-VALOR)
             IF WS-VALOR-CALC          LESS ZEROS
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "VALOR NUMERICO NAO PODE SER NEGATIVO"
                                       TO BOOKPARM-CTRL-MSG
             ELSE IF WS-VALOR-CALC     GREATER 9999999999,99999999
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "VALOR NUMERICO ACIMA DO LIMITE"
                                       TO BOOKPARM-CTRL-MSG
             ELSE
               MOVE WS-VALOR-CALC      TO BOOKPARM-REG-VALOR-NUM
               PERFORM 2840-VALIDAR-FAIXA
             END-IF
             END-IF
           END-IF
           .
       2810-99-FIM.                    EXIT.

       2820-VALIDAR-DATA               SECTION.

           IF BOOKPARM-REG-VALOR (1:8) IS NOT NUMERIC OR
              BOOKPARM-REG-VALOR (9:52)
                                       NOT EQUAL SPACES
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "DATA INVALIDA - USE O FORMATO AAAAMMDD"
                                       TO BOOKPARM-CTRL-MSG
           ELSE
             MOVE BOOKPARM-REG-VALOR (1:8)
                                       TO WS-DATA-VALOR
             PERFORM 2850-CHAMAR-VALIDATA
             IF BOOKVDAT-CTRL-COD      NOT EQUAL ZEROS
               MOVE 1                  TO BOOKPARM-CTRL-COD
               MOVE "DATA DO PARAMETRO INVALIDA"
                                       TO BOOKPARM-CTRL-MSG
             ELSE
               MOVE WS-DATA-VALOR      TO BOOKPARM-REG-VALOR-NUM
               PERFORM 2840-VALIDAR-FAIXA
             END-IF
           END-IF
           .
       2820-99-FIM.                    EXIT.

       2830-VALIDAR-PASSO-LOTE         SECTION.

           MOVE BOOKPARM-REG-VALOR     TO WS-VALOR-PASSO

           IF WS-PSS-PROGRAMA          EQUAL SPACES
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "PROGRAMA DO PASSO OBRIGATORIO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE IF WS-PSS-POLITICA     NOT EQUAL 'A' AND 'C'
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "POLITICA DO PASSO DEVE SER A OU C"
                                       TO BOOKPARM-CTRL-MSG
           ELSE IF WS-PSS-SO-DIA-UTIL  NOT EQUAL 'S' AND 'N'
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "SO DIA UTIL DO PASSO DEVE SER S OU N"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           END-IF
           END-IF
           .
       2830-99-FIM.                    EXIT.

       2840-VALIDAR-FAIXA              SECTION.

           IF BOOKPARM-REG-VALOR-NUM   LESS
              BOOKPARM-REG-VALOR-MINIMO
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "VALOR ABAIXO DO MINIMO PERMITIDO"
                                       TO BOOKPARM-CTRL-MSG
           ELSE IF BOOKPARM-REG-VALOR-MAXIMO
                                       GREATER ZEROS AND
              BOOKPARM-REG-VALOR-NUM   GREATER
              BOOKPARM-REG-VALOR-MAXIMO
             MOVE 1                    TO BOOKPARM-CTRL-COD
             MOVE "VALOR ACIMA DO MAXIMO PERMITIDO"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           END-IF
           .
       2840-99-FIM.                    EXIT.

       2850-CHAMAR-VALIDATA            SECTION.

           INITIALIZE                  WS-LINK-VALIDATA

           MOVE WS-DATA-VALOR          TO BOOKVDAT-REG-DATA
           MOVE 'S'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA
           .
       2850-99-FIM.                    EXIT.

       2900-REGISTRAR-HISTORICO        SECTION.

           INITIALIZE                  FD-HIST-PARAMETRO
           MOVE WS-HIST-OPERACAO       TO FD-HIST-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-HIST-DATA-HORA
           MOVE FD-PAR-PROGRAMA        TO FD-HIST-PROGRAMA
           MOVE FD-PAR-NOME            TO FD-HIST-NOME
           MOVE WS-VALOR-ANTERIOR      TO FD-HIST-VALOR-ANTERIOR
           MOVE FD-PAR-VALOR           TO FD-HIST-VALOR-NOVO
           MOVE BOOKPARM-REG-OPERADOR  TO FD-HIST-OPERADOR

           WRITE FD-HIST-PARAMETRO

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
             MOVE ZEROS                TO BOOKPARM-CTRL-COD
           ELSE
             MOVE 2                    TO BOOKPARM-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO PARMHIST"
                                       TO BOOKPARM-CTRL-MSG
           END-IF
           .
       2900-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PARAMETRO

           IF WS-HIST-ABERTO
             CLOSE ARQ-HIST-PARAMETRO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.
