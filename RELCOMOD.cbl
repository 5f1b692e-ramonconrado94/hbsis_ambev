       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELCOMOD.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-EQUIPTO ASSIGN TO DISK "EQUIPTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-EQP-NUM-ATIVO
                  ALTERNATE RECORD KEY IS FD-EQP-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-EQUIPTO.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT ARQ-EXCECAO-COMODATO ASSIGN TO DISK "COMODEXC.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELATORIO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-EQUIPTO
           LABEL RECORD                IS STANDARD.
       01  FD-EQUIPTO.
           05 FD-EQP-NUM-ATIVO         PIC 9(007).
           05 FD-EQP-TIPO              PIC X(001).
           05 FD-EQP-NUM-SERIE         PIC X(020).
           05 FD-EQP-DESCRICAO         PIC X(030).
           05 FD-EQP-COD-CLIENTE       PIC 9(007).
           05 FD-EQP-DATA-INSTALACAO   PIC 9(008).
           05 FD-EQP-STATUS            PIC X(001).
               88 FD-EQP-EM-CLIENTE                        VALUE 'C'.
               88 FD-EQP-EM-DEPOSITO                       VALUE 'D'.
               88 FD-EQP-EM-MANUTENCAO                     VALUE 'M'.
               88 FD-EQP-BAIXADO                           VALUE 'B'.
           05 FD-EQP-DATA-ULT-CONFIRM  PIC 9(008).
           05 FD-EQP-SITUACAO-CONFIRM  PIC X(001).
               88 FD-EQP-FUNCIONANDO                       VALUE 'F'.
               88 FD-EQP-DEFEITO                           VALUE 'D'.
               88 FD-EQP-NAO-ENCONTRADO                    VALUE 'N'.
           05 FD-EQP-VEND-CONFIRM      PIC 9(005).
           05 FD-EQP-DATA-ULT-MOVTO    PIC 9(008).
           05 FD-EQP-OPERADOR          PIC X(010).

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

       FD  ARQ-EXCECAO-COMODATO
           LABEL RECORD                IS STANDARD.
       01  FD-EXCECAO-COMODATO.
           05 FD-ECM-LINHA             PIC X(160).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-EQUIPTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELATORIO         PIC X(002)          VALUE SPACES.

       77  WS-DIAS-PADRAO              PIC 9(004)          VALUE 0060.
       77  WS-DIAS-CORTE               PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WS-DIAS-REFERENCIA          PIC 9(008)          VALUE ZEROS.

       01  WS-DATA-CORTE               PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-REFERENCIA          PIC 9(008)          VALUE ZEROS.

       01  WS-MOTIVO-EXCECAO           PIC X(001)          VALUE SPACES.
           88 WS-SEM-EXCECAO                               VALUE SPACE.
           88 WS-EXC-CLIENTE-INEXISTENTE                   VALUE 'X'.
           88 WS-EXC-CLIENTE-INCORPORADO                   VALUE 'M'.
           88 WS-EXC-CLIENTE-ANONIMIZADO                   VALUE 'L'.
           88 WS-EXC-CLIENTE-INATIVO                       VALUE 'I'.
           88 WS-EXC-NAO-ENCONTRADO                        VALUE 'N'.
           88 WS-EXC-SEM-CONFIRMACAO                       VALUE 'S'.

       01  WS-CONTADORES.
           05 WS-QTD-INEXISTENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-QTD-INCORPORADO       PIC 9(007)          VALUE ZEROS.
           05 WS-QTD-ANONIMIZADO       PIC 9(007)          VALUE ZEROS.
           05 WS-QTD-INATIVO           PIC 9(007)          VALUE ZEROS.
           05 WS-QTD-NAO-ENCONTRADO    PIC 9(007)          VALUE ZEROS.
           05 WS-QTD-SEM-CONFIRMACAO   PIC 9(007)          VALUE ZEROS.

       01  WS-EXCECAO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-CORTE        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DIAS              PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-EXCECAO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NUM-ATIVO         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-TIPO-ATIVO        PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NUM-SERIE         PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-RZ-SOCIAL         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-CLIENTE-DESTINO   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DATA-INSTALACAO   PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DATA-ULT-CONFIRM  PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DIAS-SEM-CONFIRM  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-MOTIVO            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESC-MOTIVO       PIC X(030)          VALUE SPACES.

       01  WS-EXCECAO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EM-CLIENTE    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-EXCECOES      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-INEXISTENTE   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-INCORPORADO   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ANONIMIZADO   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-INATIVO       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-NAO-ENCONTRADO
                                       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SEM-CONFIRMACAO
                                       PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRCOM.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
                                       EQUAL ZEROS
             MOVE WS-DIAS-PADRAO       TO
                                       BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
           END-IF

           COMPUTE WS-DIAS-HOJE        = FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                       (FUNCTION CURRENT-DATE (1:8)))
           COMPUTE WS-DIAS-CORTE       = WS-DIAS-HOJE
                                       -
                                       BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-CORTE)
                                       TO WS-DATA-CORTE

           PERFORM 1110-ABRIR-ARQ-EQUIPTO
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-RELATORIO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-EQUIPTO          SECTION.

           OPEN INPUT ARQ-EQUIPTO

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCOM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EQUIPAMENTOS"
                                       TO BOOKRCOM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCOM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRCOM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELATORIO        SECTION.

           OPEN OUTPUT ARQ-EXCECAO-COMODATO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCOM-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE COMODATO"
                                       TO BOOKRCOM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1140-LER-ARQ-EQUIPTO            SECTION.

           READ ARQ-EQUIPTO            NEXT RECORD

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCOM-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE EQUIPAMENTOS"
                                       TO BOOKRCOM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-RELATORIO       SECTION.

           WRITE FD-EXCECAO-COMODATO

           IF WS-FS-ARQ-RELATORIO      EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRCOM-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE COMODATO"
                                       TO BOOKRCOM-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-EQUIPTO
                                       ARQ-CLIENTE
                                       ARQ-EXCECAO-COMODATO
           .
       1160-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE WS-DATA-CORTE          TO WS-CAB-DATA-CORTE
           MOVE BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
                                       TO WS-CAB-DIAS
           MOVE BOOKRCOM-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-EXCECAO-CABEC       TO FD-ECM-LINHA
           PERFORM 1150-GRAVAR-ARQ-RELATORIO

           IF WS-FS-ARQ-EQUIPTO        EQUAL ZEROS
             PERFORM 1140-LER-ARQ-EQUIPTO
             PERFORM 2100-AVALIAR-EQUIPAMENTO
                                       UNTIL WS-FS-ARQ-EQUIPTO
                                       EQUAL '10'
           END-IF

           MOVE BOOKRCOM-REG-QTD-EM-CLIENTE
                                       TO WS-TRL-QTD-EM-CLIENTE
           MOVE BOOKRCOM-REG-QTD-EXCECOES
                                       TO WS-TRL-QTD-EXCECOES
           MOVE WS-QTD-INEXISTENTE     TO WS-TRL-QTD-INEXISTENTE
           MOVE WS-QTD-INCORPORADO     TO WS-TRL-QTD-INCORPORADO
           MOVE WS-QTD-ANONIMIZADO     TO WS-TRL-QTD-ANONIMIZADO
           MOVE WS-QTD-INATIVO         TO WS-TRL-QTD-INATIVO
           MOVE WS-QTD-NAO-ENCONTRADO  TO WS-TRL-QTD-NAO-ENCONTRADO
           MOVE WS-QTD-SEM-CONFIRMACAO TO WS-TRL-QTD-SEM-CONFIRMACAO
           MOVE WS-EXCECAO-TRAILER     TO FD-ECM-LINHA
           PERFORM 1150-GRAVAR-ARQ-RELATORIO

           MOVE ZEROS                  TO BOOKRCOM-CTRL-COD
           MOVE "EXCECOES DE COMODATO LISTADAS"
                                       TO BOOKRCOM-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2100-AVALIAR-EQUIPAMENTO        SECTION.

           IF FD-EQP-EM-CLIENTE
             ADD 1                     TO BOOKRCOM-REG-QTD-EM-CLIENTE

             PERFORM 2200-CLASSIFICAR-EXCECAO

             IF NOT WS-SEM-EXCECAO
               PERFORM 2300-LISTAR-EXCECAO
             END-IF
           END-IF

           PERFORM 1140-LER-ARQ-EQUIPTO

           .
       2100-99-FIM.                    EXIT.

       2200-CLASSIFICAR-EXCECAO        SECTION.

           MOVE SPACES                 TO WS-MOTIVO-EXCECAO

           MOVE FD-EQP-DATA-ULT-CONFIRM
                                       TO WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA       EQUAL ZEROS
             MOVE FD-EQP-DATA-INSTALACAO
                                       TO WS-DATA-REFERENCIA
           END-IF

           MOVE FD-EQP-COD-CLIENTE     TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             INITIALIZE                FD-CLIENTE
             SET WS-EXC-CLIENTE-INEXISTENTE
                                       TO TRUE
             ADD 1                     TO WS-QTD-INEXISTENTE
           ELSE
           IF FD-CLI-CLIENTE-DESTINO   GREATER ZEROS
             SET WS-EXC-CLIENTE-INCORPORADO
                                       TO TRUE
             ADD 1                     TO WS-QTD-INCORPORADO
           ELSE
           IF FD-CLI-DADOS-ANONIMOS
             SET WS-EXC-CLIENTE-ANONIMIZADO
                                       TO TRUE
             ADD 1                     TO WS-QTD-ANONIMIZADO
           ELSE
           IF NOT FD-CLI-ATIVO
             SET WS-EXC-CLIENTE-INATIVO
                                       TO TRUE
             ADD 1                     TO WS-QTD-INATIVO
           ELSE
           IF FD-EQP-NAO-ENCONTRADO
             SET WS-EXC-NAO-ENCONTRADO TO TRUE
             ADD 1                     TO WS-QTD-NAO-ENCONTRADO
           ELSE
           IF WS-DATA-REFERENCIA       LESS WS-DATA-CORTE
             SET WS-EXC-SEM-CONFIRMACAO
                                       TO TRUE
             ADD 1                     TO WS-QTD-SEM-CONFIRMACAO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2300-LISTAR-EXCECAO             SECTION.

           ADD 1                       TO BOOKRCOM-REG-QTD-EXCECOES

           IF WS-DATA-REFERENCIA       GREATER ZEROS
             COMPUTE WS-DIAS-REFERENCIA
                                       = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-REFERENCIA)
             COMPUTE WS-DET-DIAS-SEM-CONFIRM
                                       = WS-DIAS-HOJE
                                       - WS-DIAS-REFERENCIA
           ELSE
             MOVE ZEROS                TO WS-DET-DIAS-SEM-CONFIRM
           END-IF

           MOVE FD-EQP-NUM-ATIVO       TO WS-DET-NUM-ATIVO
           MOVE FD-EQP-TIPO            TO WS-DET-TIPO-ATIVO
           MOVE FD-EQP-NUM-SERIE       TO WS-DET-NUM-SERIE
           MOVE FD-EQP-COD-CLIENTE     TO WS-DET-COD-CLIENTE
           MOVE FD-CLI-RZ-SOCIAL       TO WS-DET-RZ-SOCIAL
           MOVE FD-CLI-COD-VENDEDOR    TO WS-DET-COD-VENDEDOR
           MOVE FD-CLI-CLIENTE-DESTINO TO WS-DET-CLIENTE-DESTINO
           MOVE FD-EQP-DATA-INSTALACAO TO WS-DET-DATA-INSTALACAO
           MOVE FD-EQP-DATA-ULT-CONFIRM
                                       TO WS-DET-DATA-ULT-CONFIRM
           MOVE WS-MOTIVO-EXCECAO      TO WS-DET-MOTIVO

           EVALUATE TRUE
             WHEN WS-EXC-CLIENTE-INEXISTENTE
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-DET-DESC-MOTIVO
             WHEN WS-EXC-CLIENTE-INCORPORADO
               MOVE "CLIENTE INCORPORADO"
                                       TO WS-DET-DESC-MOTIVO
             WHEN WS-EXC-CLIENTE-ANONIMIZADO
               MOVE "CLIENTE ANONIMIZADO (LGPD)"
                                       TO WS-DET-DESC-MOTIVO
             WHEN WS-EXC-CLIENTE-INATIVO
               MOVE "CLIENTE INATIVO"  TO WS-DET-DESC-MOTIVO
             WHEN WS-EXC-NAO-ENCONTRADO
               MOVE "NAO ENCONTRADO NA VISITA"
                                       TO WS-DET-DESC-MOTIVO
             WHEN OTHER
               MOVE "SEM CONFERENCIA NO PRAZO"
                                       TO WS-DET-DESC-MOTIVO
           END-EVALUATE

           MOVE WS-EXCECAO-DET         TO FD-ECM-LINHA
           PERFORM 1150-GRAVAR-ARQ-RELATORIO

           .
       2300-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1160-FECHAR-ARQUIVOS

           IF BOOKRCOM-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "COMODEXC.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELCOMOD"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRCOM-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRCOM-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
