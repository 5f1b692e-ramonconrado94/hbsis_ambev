       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. CRUDPROS.
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

           SELECT ARQ-NUMERADOR        ASSIGN TO DISK "PROSNUM.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-NUMERADOR.


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

       FD  ARQ-NUMERADOR
           LABEL RECORD                IS STANDARD.
       01  FD-NUMERADOR.
           05 FD-NUM-ULTIMO-PROSPECT   PIC 9(007).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PROSPECT          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-NUMERADOR         PIC X(002)          VALUE SPACES.

       77  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-NUM-PROSPECT-NOVO        PIC 9(007)          VALUE ZEROS.

       77  WS-VENDEDOR-SITUACAO        PIC X(001)          VALUE 'N'.
           88 WS-VENDEDOR-VALIDO                           VALUE 'S'.

       77  WS-CRUDCLIE                 PIC X(008)          VALUE
                                                           'CRUDCLIE'.

       01  WS-LINK-CRUDCLIE.
           COPY 'BOOKCLIE.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKPROS.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           IF BOOKPROS-REG-DATA-MOVIMENTO
                                       EQUAL ZEROS
             MOVE WS-DATA-HOJE         TO BOOKPROS-REG-DATA-MOVIMENTO
           END-IF

           PERFORM 1110-ABRIR-ARQ-PROSPECT
           PERFORM 1120-ABRIR-ARQ-VENDEDOR
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PROSPECT         SECTION.

           OPEN I-O ARQ-PROSPECT

           IF WS-FS-ARQ-PROSPECT       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPROS-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO PROSPECT"
                                       TO BOOKPROS-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKPROS-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKPROS-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1126-OBTER-NUM-PROSPECT         SECTION.

           MOVE ZEROS                  TO WS-NUM-PROSPECT-NOVO

           OPEN INPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             READ ARQ-NUMERADOR        INTO FD-NUMERADOR
             IF WS-FS-ARQ-NUMERADOR    EQUAL ZEROS
               MOVE FD-NUM-ULTIMO-PROSPECT
                                       TO WS-NUM-PROSPECT-NOVO
             END-IF
             CLOSE ARQ-NUMERADOR
           END-IF

           ADD 1                       TO WS-NUM-PROSPECT-NOVO

           OPEN OUTPUT ARQ-NUMERADOR

           IF WS-FS-ARQ-NUMERADOR      EQUAL ZEROS
             MOVE WS-NUM-PROSPECT-NOVO TO FD-NUM-ULTIMO-PROSPECT
             WRITE FD-NUMERADOR
             CLOSE ARQ-NUMERADOR
           ELSE
             MOVE 2                    TO BOOKPROS-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO NUMERADOR PROSPECT"
                                       TO BOOKPROS-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1126-99-FIM.                    EXIT.

       1130-LER-ARQ-PROSPECT           SECTION.

           MOVE BOOKPROS-REG-COD-PROSPECT
                                       TO FD-PRO-COD-PROSPECT
           READ ARQ-PROSPECT           RECORD INTO FD-PROSPECT
                                       KEY IS FD-PRO-COD-PROSPECT

           .
       1130-99-FIM.                    EXIT.

       1140-REGRAVAR-ARQ-PROSPECT      SECTION.

           MOVE BOOKPROS-REG-OPERADOR  TO FD-PRO-OPERADOR

           REWRITE FD-PROSPECT

           IF WS-FS-ARQ-PROSPECT       NOT EQUAL ZEROS
             MOVE 2                    TO BOOKPROS-CTRL-COD
             MOVE "ERRO NA ATUALIZACAO DO ARQUIVO PROSPECT"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-VALIDAR-VENDEDOR           SECTION.

           MOVE 'N'                    TO WS-VENDEDOR-SITUACAO

           MOVE BOOKPROS-REG-COD-VEND-ORIGEM
                                       TO FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS AND
              FD-VEND-ATIVO
             MOVE 'S'                  TO WS-VENDEDOR-SITUACAO
           END-IF

           .
       1150-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           EVALUATE BOOKPROS-REG-SERVICO
             WHEN 'I'
               PERFORM 2100-INCLUIR
             WHEN 'A'
               PERFORM 2200-ALTERAR
             WHEN 'C'
               PERFORM 2400-CONVERTER
             WHEN 'P'
               PERFORM 2500-PESQUISAR
             WHEN OTHER
               MOVE 1                  TO BOOKPROS-CTRL-COD
               MOVE "OPCAO INVALIDA"
                                       TO BOOKPROS-CTRL-MSG
               PERFORM 3000-FINALIZAR
           END-EVALUATE
           .
       2000-99-FIM.                    EXIT.

       2100-INCLUIR                    SECTION.

           IF BOOKPROS-REG-STATUS      EQUAL SPACES
             SET BOOKPROS-NOVO         TO TRUE
           END-IF

           PERFORM 2110-CONSISTIR-INCLUSAO

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS
             IF BOOKPROS-REG-COD-PROSPECT
                                       EQUAL ZEROS
               PERFORM 1126-OBTER-NUM-PROSPECT
               MOVE WS-NUM-PROSPECT-NOVO
                                       TO BOOKPROS-REG-COD-PROSPECT
             END-IF

             INITIALIZE                FD-PROSPECT
             MOVE BOOKPROS-REG-COD-PROSPECT
                                       TO FD-PRO-COD-PROSPECT
             MOVE BOOKPROS-REG-NOME    TO FD-PRO-NOME
             MOVE BOOKPROS-REG-LATITUDE
                                       TO FD-PRO-LATITUDE
             MOVE BOOKPROS-REG-LONGITUDE
                                       TO FD-PRO-LONGITUDE
             MOVE BOOKPROS-REG-VOLUME-POTENCIAL
                                       TO FD-PRO-VOLUME-POTENCIAL
             MOVE BOOKPROS-REG-COD-VEND-ORIGEM
                                       TO FD-PRO-COD-VEND-ORIGEM
             MOVE BOOKPROS-REG-CONTATO TO FD-PRO-CONTATO
             MOVE BOOKPROS-REG-TELEFONE
                                       TO FD-PRO-TELEFONE
             MOVE BOOKPROS-REG-STATUS  TO FD-PRO-STATUS
             MOVE BOOKPROS-REG-DATA-MOVIMENTO
                                       TO FD-PRO-DATA-CADASTRO
                                          FD-PRO-DATA-STATUS
             MOVE BOOKPROS-REG-OPERADOR
                                       TO FD-PRO-OPERADOR

             WRITE FD-PROSPECT

             IF WS-FS-ARQ-PROSPECT     EQUAL ZEROS
               MOVE FD-PRO-DATA-CADASTRO
                                       TO BOOKPROS-REG-DATA-CADASTRO
               MOVE ZEROS              TO BOOKPROS-CTRL-COD
               MOVE "PROSPECT CADASTRADO COM SUCESSO"
                                       TO BOOKPROS-CTRL-MSG
             ELSE
               MOVE 2                  TO BOOKPROS-CTRL-COD
               MOVE "ERRO NA GRAVACAO DO ARQUIVO PROSPECT"
                                       TO BOOKPROS-CTRL-MSG
             END-IF
           END-IF
           .
       2100-99-FIM.                    EXIT.

       2110-CONSISTIR-INCLUSAO         SECTION.

           IF BOOKPROS-REG-COD-PROSPECT
                                       GREATER ZEROS
             PERFORM 1130-LER-ARQ-PROSPECT
             IF WS-FS-ARQ-PROSPECT     EQUAL ZEROS
               MOVE 1                  TO BOOKPROS-CTRL-COD
               MOVE "PROSPECT JA CADASTRADO"
                                       TO BOOKPROS-CTRL-MSG
             END-IF
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-REG-NOME        EQUAL SPACES
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "NOME DO PROSPECT OBRIGATORIO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              NOT BOOKPROS-NOVO        AND
              NOT BOOKPROS-VISITADO    AND
              NOT BOOKPROS-QUALIFICADO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "STATUS INICIAL DEVE SER N, V OU Q"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS
             PERFORM 1150-VALIDAR-VENDEDOR
             IF NOT WS-VENDEDOR-VALIDO
               MOVE 1                  TO BOOKPROS-CTRL-COD
               MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO BOOKPROS-CTRL-MSG
             END-IF
           END-IF
           .
       2110-99-FIM.                    EXIT.

       2200-ALTERAR                    SECTION.

           PERFORM 1130-LER-ARQ-PROSPECT

           IF WS-FS-ARQ-PROSPECT       NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT NAO ENCONTRADO"
                                       TO BOOKPROS-CTRL-MSG
           ELSE
             PERFORM 2210-CONSISTIR-ALTERACAO
             IF BOOKPROS-CTRL-COD      EQUAL ZEROS
               PERFORM 2220-ATUALIZAR-PROSPECT
               PERFORM 1140-REGRAVAR-ARQ-PROSPECT
               IF BOOKPROS-CTRL-COD    EQUAL ZEROS
                 MOVE "PROSPECT ALTERADO COM SUCESSO"
                                       TO BOOKPROS-CTRL-MSG
               END-IF
             END-IF
           END-IF
           .
       2200-99-FIM.                    EXIT.

       2210-CONSISTIR-ALTERACAO        SECTION.

           IF FD-PRO-CONVERTIDO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT JA CONVERTIDO EM CLIENTE"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-CONVERTIDO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "USE A OPCAO CONVERTER EM CLIENTE"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-REG-STATUS      NOT EQUAL SPACES AND
              NOT BOOKPROS-NOVO        AND
              NOT BOOKPROS-VISITADO    AND
              NOT BOOKPROS-QUALIFICADO AND
              NOT BOOKPROS-PERDIDO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "STATUS DEVE SER N, V, Q OU P"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-PERDIDO         AND
              BOOKPROS-REG-MOTIVO-PERDA
                                       EQUAL SPACES
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "MOTIVO DA PERDA OBRIGATORIO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF
           .
       2210-99-FIM.                    EXIT.

       2220-ATUALIZAR-PROSPECT         SECTION.

           IF BOOKPROS-REG-NOME        NOT EQUAL SPACES
             MOVE BOOKPROS-REG-NOME    TO FD-PRO-NOME
           END-IF
           IF BOOKPROS-REG-LATITUDE    NOT EQUAL ZEROS OR
              BOOKPROS-REG-LONGITUDE   NOT EQUAL ZEROS
             MOVE BOOKPROS-REG-LATITUDE
                                       TO FD-PRO-LATITUDE
             MOVE BOOKPROS-REG-LONGITUDE
                                       TO FD-PRO-LONGITUDE
           END-IF
           IF BOOKPROS-REG-VOLUME-POTENCIAL
                                       GREATER ZEROS
             MOVE BOOKPROS-REG-VOLUME-POTENCIAL
                                       TO FD-PRO-VOLUME-POTENCIAL
           END-IF
           IF BOOKPROS-REG-CONTATO     NOT EQUAL SPACES
             MOVE BOOKPROS-REG-CONTATO TO FD-PRO-CONTATO
           END-IF
           IF BOOKPROS-REG-TELEFONE    NOT EQUAL SPACES
             MOVE BOOKPROS-REG-TELEFONE
                                       TO FD-PRO-TELEFONE
           END-IF

           IF BOOKPROS-REG-STATUS      NOT EQUAL SPACES AND
              BOOKPROS-REG-STATUS      NOT EQUAL FD-PRO-STATUS
             MOVE BOOKPROS-REG-STATUS  TO FD-PRO-STATUS
             MOVE BOOKPROS-REG-DATA-MOVIMENTO
                                       TO FD-PRO-DATA-STATUS
           END-IF

           IF FD-PRO-PERDIDO
             IF BOOKPROS-REG-MOTIVO-PERDA
                                       NOT EQUAL SPACES
               MOVE BOOKPROS-REG-MOTIVO-PERDA
                                       TO FD-PRO-MOTIVO-PERDA
             END-IF
           ELSE
             MOVE SPACES               TO FD-PRO-MOTIVO-PERDA
           END-IF
           .
       2220-99-FIM.                    EXIT.

       2400-CONVERTER                  SECTION.

           PERFORM 1130-LER-ARQ-PROSPECT

           IF WS-FS-ARQ-PROSPECT       NOT EQUAL ZEROS
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT NAO ENCONTRADO"
                                       TO BOOKPROS-CTRL-MSG
           ELSE
             PERFORM 2410-CONSISTIR-CONVERSAO
             IF BOOKPROS-CTRL-COD      EQUAL ZEROS
               PERFORM 2420-ACESSAR-CRUDCLIE
               IF BOOKCLIE-CTRL-COD    EQUAL ZEROS
                 SET FD-PRO-CONVERTIDO TO TRUE
                 MOVE SPACES           TO FD-PRO-MOTIVO-PERDA
                 MOVE BOOKPROS-REG-COD-CLIENTE
                                       TO FD-PRO-COD-CLIENTE
                 MOVE BOOKPROS-REG-CNPJ
                                       TO FD-PRO-CNPJ
                 MOVE BOOKPROS-REG-DATA-MOVIMENTO
                                       TO FD-PRO-DATA-STATUS
                                          FD-PRO-DATA-CONVERSAO
                 PERFORM 1140-REGRAVAR-ARQ-PROSPECT
                 IF BOOKPROS-CTRL-COD  EQUAL ZEROS
                   MOVE FD-PRO-DATA-CONVERSAO
                                       TO BOOKPROS-REG-DATA-CONVERSAO
                   MOVE "PROSPECT CONVERTIDO EM CLIENTE"
                                       TO BOOKPROS-CTRL-MSG
                 END-IF
               ELSE
                 MOVE BOOKCLIE-CTRL-COD
                                       TO BOOKPROS-CTRL-COD
                 MOVE BOOKCLIE-CTRL-MSG
                                       TO BOOKPROS-CTRL-MSG
               END-IF
             END-IF
           END-IF
           .
       2400-99-FIM.                    EXIT.

       2410-CONSISTIR-CONVERSAO        SECTION.

           IF FD-PRO-CONVERTIDO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT JA CONVERTIDO EM CLIENTE"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              FD-PRO-PERDIDO
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT PERDIDO NAO PODE SER CONVERTIDO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-REG-COD-CLIENTE EQUAL ZEROS
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "CODIGO DO NOVO CLIENTE OBRIGATORIO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS AND
              BOOKPROS-REG-CNPJ        EQUAL ZEROS
             MOVE 1                    TO BOOKPROS-CTRL-COD
             MOVE "CNPJ OBRIGATORIO PARA CONVERSAO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF
           .
       2410-99-FIM.                    EXIT.

       2420-ACESSAR-CRUDCLIE           SECTION.

           INITIALIZE                  WS-LINK-CRUDCLIE

           MOVE 'I'                    TO BOOKCLIE-REG-SERVICO
           MOVE BOOKPROS-REG-COD-CLIENTE
                                       TO BOOKCLIE-REG-COD-CLIENTE
           MOVE BOOKPROS-REG-CNPJ      TO BOOKCLIE-REG-CNPJ
           MOVE FD-PRO-NOME            TO BOOKCLIE-REG-RZ-SOCIAL
           MOVE FD-PRO-LATITUDE        TO BOOKCLIE-REG-LATITUDE
           MOVE FD-PRO-LONGITUDE       TO BOOKCLIE-REG-LONGITUDE
           MOVE FD-PRO-TELEFONE        TO BOOKCLIE-REG-TELEFONE
           MOVE FD-PRO-CONTATO         TO BOOKCLIE-REG-CONTATO
           MOVE FD-PRO-COD-VEND-ORIGEM TO BOOKCLIE-REG-COD-VENDEDOR
           MOVE BOOKPROS-REG-REGIAO    TO BOOKCLIE-REG-REGIAO
           MOVE BOOKPROS-REG-OPERADOR  TO BOOKCLIE-REG-OPERADOR

           CALL WS-CRUDCLIE            USING WS-LINK-CRUDCLIE

           .
       2420-99-FIM.                    EXIT.

       2500-PESQUISAR                  SECTION.

           PERFORM 1130-LER-ARQ-PROSPECT

           IF WS-FS-ARQ-PROSPECT       EQUAL ZEROS
             MOVE FD-PRO-NOME          TO BOOKPROS-REG-NOME
             MOVE FD-PRO-LATITUDE      TO BOOKPROS-REG-LATITUDE
             MOVE FD-PRO-LONGITUDE     TO BOOKPROS-REG-LONGITUDE
             MOVE FD-PRO-VOLUME-POTENCIAL
                                       TO BOOKPROS-REG-VOLUME-POTENCIAL
             MOVE FD-PRO-COD-VEND-ORIGEM
                                       TO BOOKPROS-REG-COD-VEND-ORIGEM
             MOVE FD-PRO-CONTATO       TO BOOKPROS-REG-CONTATO
             MOVE FD-PRO-TELEFONE      TO BOOKPROS-REG-TELEFONE
             MOVE FD-PRO-STATUS        TO BOOKPROS-REG-STATUS
             MOVE FD-PRO-MOTIVO-PERDA  TO BOOKPROS-REG-MOTIVO-PERDA
             MOVE FD-PRO-DATA-STATUS   TO BOOKPROS-REG-DATA-MOVIMENTO
             MOVE FD-PRO-DATA-CADASTRO TO BOOKPROS-REG-DATA-CADASTRO
             MOVE FD-PRO-DATA-CONVERSAO
                                       TO BOOKPROS-REG-DATA-CONVERSAO
             MOVE FD-PRO-COD-CLIENTE   TO BOOKPROS-REG-COD-CLIENTE
             MOVE FD-PRO-CNPJ          TO BOOKPROS-REG-CNPJ
             MOVE ZEROS                TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT ENCONTRADO"
                                       TO BOOKPROS-CTRL-MSG
           ELSE
             MOVE 3                    TO BOOKPROS-CTRL-COD
             MOVE "PROSPECT NAO ENCONTRADO"
                                       TO BOOKPROS-CTRL-MSG
           END-IF
           .
       2500-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-PROSPECT
                                       ARQ-VENDEDOR

           GOBACK

           .
       3000-99-FIM.                    EXIT.
