                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  WITH LOCK ON RECORD
                  FILE STATUS          IS WS-FS-ARQ-CLIE.
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDISPEN.

           SELECT OPTIONAL ARQ-REDE    ASSIGN TO DISK "REDE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RED-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDE.

       DATA                            DIVISION.
       FILE                            SECTION.

               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-TRAVA
           LABEL RECORD                IS STANDARD.
           05 FD-IMP-LATITUDE          PIC S9(003)V9(008).
           05 FD-IMP-LONGITUDE         PIC S9(003)V9(008).
           05 FD-IMP-REGIAO            PIC 9(003).
           05 FD-IMP-COD-REDE          PIC 9(005).


       01  FD-IMPORTA-HEADER.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-BUSCA
           LABEL RECORD                IS STANDARD.
           05 FD-STG-LATITUDE          PIC S9(003)V9(008).
           05 FD-STG-LONGITUDE         PIC S9(003)V9(008).
           05 FD-STG-REGIAO            PIC 9(003).
           05 FD-STG-COD-REDE          PIC 9(005).
           05 FD-STG-ACAO              PIC X(001).
               88 FD-STG-NOVO                              VALUE 'N'.
               88 FD-STG-ALTERACAO                         VALUE 'A'.
           05 FD-RDP-DATA-HORA         PIC 9(014).
           05 FD-RDP-ORIGEM            PIC X(001).

       FD  ARQ-REDE
           LABEL RECORD                IS STANDARD.
       01  FD-REDE.
           05 FD-RED-CODIGO            PIC 9(005).
           05 FD-RED-NOME              PIC X(040).
           05 FD-RED-GERENTE-CONTA     PIC X(040).
           05 FD-RED-LIMITE-CREDITO    PIC 9(011)V9(002).
           05 FD-RED-BLOQ-FINANCEIRO   PIC X(001).
               88 FD-RED-BLOQUEADA                         VALUE 'S'.
           05 FD-RED-STATUS            PIC X(001).
               88 FD-RED-ATIVA                             VALUE 'A'.
               88 FD-RED-INATIVA                           VALUE 'I'.
           05 FD-RED-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REDISPEN          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-STAGING           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-DIFF              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REDE              PIC X(002)          VALUE SPACES.
       77  WS-COD-REDE-VALIDAR         PIC 9(005)          VALUE ZEROS.
       77  WS-REDE-SITUACAO            PIC X(001)          VALUE 'S'.
           88 WS-REDE-VALIDA                               VALUE 'S'.

       01  WS-COORD-EDIT               PIC -ZZ9,99999999   VALUE ZEROS.
       01  WS-DIFF-CONTADORES.
           05 WS-LAT                   PIC S9(003)V9(08)   VALUE ZEROS.
           05 WS-LONG                  PIC S9(003)V9(08)   VALUE ZEROS.
           05 WS-REGIAO                PIC 9(003)          VALUE ZEROS.
           05 WS-COD-REDE              PIC 9(005)          VALUE ZEROS.


       01  WS-VALIDACAO-IMPORT.
           05 WS-FILIAL-PROXIMA        PIC 9(004)          VALUE ZEROS.


       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCLIE.CPY'.
           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1184-ABRIR-ARQ-HIST-CLIENTE
           PERFORM 1196-ABRIR-ARQ-EXCECAO
           PERFORM 1117-ABRIR-ARQ-REDE

           IF BOOKCLIE-REG-SERVICO     EQUAL 'I' OR 'A' OR 'E' OR 'R'
             PERFORM 1115-GRAVAR-TRAVA-CADASTRO
           .
       1116-99-FIM.                    EXIT.

       1117-ABRIR-ARQ-REDE             SECTION.

           OPEN INPUT ARQ-REDE
           IF WS-FS-ARQ-REDE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCLIE-CTRL-COD
             MOVE 'ERRO NA ABERTURA DO ARQUIVO DE REDES'
                                       TO BOOKCLIE-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF
           .
       1117-99-FIM.                    EXIT.

       1120-GRAVAR-ARQ-CLIENTE         SECTION.

           WRITE FD-CLIENTE
           MOVE FD-CLI-LONGITUDE       TO FD-HIST-LONGITUDE
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKCLIE-REG-OPERADOR  TO FD-HIST-OPERADOR
           .
       1187-99-FIM.

       1188-GRAVAR-IMAGEM-HISTORICO    SECTION.

           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE
           PERFORM 1185-GRAVAR-ARQ-HIST-CLIENTE
           .
       1188-99-FIM.                    EXIT.

       1189-MARCAR-REDISTRIBUICAO      SECTION.

           OPEN I-O ARQ-REDISPEN
               IF BOOKCLIE-CTRL-COD     NOT EQUAL ZEROS
                 PERFORM 1199-REGISTRAR-EXCECAO
               ELSE
                 MOVE BOOKCLIE-REG-COD-REDE
                                       TO WS-COD-REDE-VALIDAR
                 PERFORM 2160-VALIDAR-REDE
                 IF WS-REDE-VALIDA
                   PERFORM 2100-INCLUIR
                 ELSE
                   MOVE 1              TO BOOKCLIE-CTRL-COD
                   MOVE "REDE NAO CADASTRADA OU INATIVA"
                                       TO BOOKCLIE-CTRL-MSG
                 END-IF
                 IF BOOKCLIE-CTRL-COD   EQUAL 1
                   PERFORM 1199-REGISTRAR-EXCECAO
                 END-IF
               IF BOOKCLIE-CTRL-COD     NOT EQUAL ZEROS
                 PERFORM 1199-REGISTRAR-EXCECAO
               ELSE
                 MOVE BOOKCLIE-REG-COD-REDE
                                       TO WS-COD-REDE-VALIDAR
                 PERFORM 2160-VALIDAR-REDE
                 IF WS-REDE-VALIDA
                   PERFORM 2200-ALTERAR
                 ELSE
                   MOVE 1              TO BOOKCLIE-CTRL-COD
                   MOVE "REDE NAO CADASTRADA OU INATIVA"
                                       TO BOOKCLIE-CTRL-MSG
                 END-IF
                 IF BOOKCLIE-CTRL-COD   EQUAL 1
                   PERFORM 1199-REGISTRAR-EXCECAO
                 END-IF
                 PERFORM 1180-FECHAR-ARQ-IMPORT
               END-IF
               PERFORM 1183-FECHAR-ARQ-RELAT-IMPORTA
               IF BOOKCLIE-CTRL-COD     EQUAL ZEROS
                 PERFORM 3100-ARQUIVAR-RELATORIO
               END-IF
             WHEN 'X'
               PERFORM 2450-APLICAR-STAGING
               IF BOOKCLIE-CTRL-COD     EQUAL ZEROS
                 PERFORM 3100-ARQUIVAR-RELATORIO
               END-IF
             WHEN 'D'
               PERFORM 2460-DESCARTAR-STAGING
             WHEN 'P'
                                       TO FD-CLI-CONTATO
               MOVE BOOKCLIE-REG-REGIAO
                                       TO FD-CLI-REGIAO
               MOVE BOOKCLIE-REG-COD-REDE
                                       TO FD-CLI-COD-REDE
               MOVE 'C'                TO FD-CLI-CLASSE-ABC
               IF BOOKCLIE-REG-FREQ-VISITA
                                       EQUAL 'S' OR 'Q' OR 'M'
               MOVE 'N'                TO FD-CLI-BLOQ-FINANCEIRO
                                       FD-CLI-PROTEGIDO-LGPD
                                       FD-CLI-ANONIMIZADO
               MOVE SPACES             TO FD-CLI-ORIGEM-BLOQUEIO
               SET  FD-CLI-ATIVO       TO TRUE
               PERFORM 1120-GRAVAR-ARQ-CLIENTE
               MOVE 'I'                TO WS-HIST-OPERACAO
               PERFORM 1187-REGISTRAR-HISTORICO
               PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
               PERFORM 1189-MARCAR-REDISTRIBUICAO
               MOVE WS-FILIAL-PROXIMA  TO BOOKCLIE-REG-FILIAL
               MOVE ZEROS              TO BOOKCLIE-CTRL-COD
           .
       2100-99-FIM.                    EXIT.

       2160-VALIDAR-REDE               SECTION.

           MOVE 'S'                    TO WS-REDE-SITUACAO

           IF WS-COD-REDE-VALIDAR      GREATER ZEROS
             IF WS-FS-ARQ-REDE         EQUAL '35'
               MOVE 'N'                TO WS-REDE-SITUACAO
             ELSE
               MOVE WS-COD-REDE-VALIDAR
                                       TO FD-RED-CODIGO
               READ ARQ-REDE           RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO
               IF WS-FS-ARQ-REDE       NOT EQUAL ZEROS
                 MOVE 'N'              TO WS-REDE-SITUACAO
               ELSE
                 IF NOT FD-RED-ATIVA
                   MOVE 'N'            TO WS-REDE-SITUACAO
                 END-IF
               END-IF
             END-IF
           END-IF
           .
       2160-99-FIM.                    EXIT.

       2200-ALTERAR                  SECTION.

           PERFORM 2050-LER-CLIENTE-BLOQUEIO
             MOVE BOOKCLIE-REG-EMAIL   TO FD-CLI-EMAIL
             MOVE BOOKCLIE-REG-CONTATO TO FD-CLI-CONTATO
             MOVE BOOKCLIE-REG-REGIAO  TO FD-CLI-REGIAO
             MOVE BOOKCLIE-REG-COD-REDE
                                       TO FD-CLI-COD-REDE
             IF BOOKCLIE-REG-CLASSE-ABC
                                       NOT EQUAL SPACES
               MOVE BOOKCLIE-REG-CLASSE-ABC
                                       TO FD-CLI-HORA-ABRE
             MOVE BOOKCLIE-REG-HORA-FECHA
                                       TO FD-CLI-HORA-FECHA
             PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-CLIENTE
             PERFORM 1189-MARCAR-REDISTRIBUICAO
             MOVE ZEROS                TO BOOKCLIE-CTRL-COD
             PERFORM 1187-REGISTRAR-HISTORICO

             SET  FD-CLI-INATIVO       TO TRUE
             PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-CLIENTE
             PERFORM 1189-MARCAR-REDISTRIBUICAO
             MOVE ZEROS                TO BOOKCLIE-CTRL-COD
                                       TO FD-REL-MOTIVO
                 PERFORM 1182-GRAVAR-ARQ-RELAT-IMPORTA
               ELSE
                 IF WS-COD-REDE        NUMERIC
                   MOVE WS-COD-REDE    TO WS-COD-REDE-VALIDAR
                 ELSE
                   MOVE ZEROS          TO WS-COD-REDE-VALIDAR
                 END-IF
                 PERFORM 2160-VALIDAR-REDE
                 IF WS-REDE-VALIDA
                   PERFORM 2420-CLASSIFICAR-E-ESTAGIAR
                 ELSE
                   ADD 1               TO WS-IMP-QTD-REJEITADOS
                   INITIALIZE          FD-RELAT-IMPORTA
                   MOVE 'D'            TO FD-REL-TIPO
                   MOVE WS-COD-CLIENTE TO FD-REL-COD-CLIENTE
                   MOVE WS-CNPJ        TO FD-REL-CNPJ
                   MOVE "REDE NAO CADASTRADA OU INATIVA"
                                       TO FD-REL-MOTIVO
                   PERFORM 1182-GRAVAR-ARQ-RELAT-IMPORTA
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-COD-REDE              NOT NUMERIC
             IF WS-FS-ARQ-CLIE         EQUAL ZEROS
               MOVE FD-CLI-COD-REDE    TO WS-COD-REDE
             ELSE
               MOVE ZEROS              TO WS-COD-REDE
             END-IF
           END-IF

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             ADD 1                     TO WS-DIF-QTD-NOVOS
             MOVE 'N'                  TO WS-DIF-TIPO
             PERFORM 2445-GRAVAR-ARQ-DIFF
           END-IF

           IF WS-COD-REDE              NOT EQUAL FD-CLI-COD-REDE
             ADD 1                     TO WS-DIF-QTD-ALTERADOS-ITEM
             MOVE "REDE"               TO WS-DIF-CAMPO
             MOVE FD-CLI-COD-REDE      TO WS-DIF-VALOR-ANTIGO
             MOVE WS-COD-REDE          TO WS-DIF-VALOR-NOVO
             MOVE WS-DIFF-DET          TO FD-DIF-LINHA
             PERFORM 2445-GRAVAR-ARQ-DIFF
           END-IF

           .
       2430-99-FIM.                    EXIT.

           MOVE WS-LAT                 TO FD-STG-LATITUDE
           MOVE WS-LONG                TO FD-STG-LONGITUDE
           MOVE WS-REGIAO              TO FD-STG-REGIAO
           MOVE WS-COD-REDE            TO FD-STG-COD-REDE

           WRITE FD-STAGING

           MOVE FD-STG-LATITUDE        TO WS-LAT
           MOVE FD-STG-LONGITUDE       TO WS-LONG
           MOVE FD-STG-REGIAO          TO WS-REGIAO
           MOVE FD-STG-COD-REDE        TO WS-COD-REDE

           PERFORM 2410-GRAVAR-CLIENTE-IMPORT

             MOVE WS-LAT               TO FD-CLI-LATITUDE
             MOVE WS-LONG              TO FD-CLI-LONGITUDE
             MOVE WS-REGIAO            TO FD-CLI-REGIAO
             MOVE WS-COD-REDE          TO FD-CLI-COD-REDE
             PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-CLIENTE
             PERFORM 1189-MARCAR-REDISTRIBUICAO
             ADD 1                     TO WS-IMP-QTD-ATUALIZADOS
             MOVE WS-LAT               TO FD-CLI-LATITUDE
             MOVE WS-LONG              TO FD-CLI-LONGITUDE
             MOVE WS-REGIAO            TO FD-CLI-REGIAO
             MOVE WS-COD-REDE          TO FD-CLI-COD-REDE
             MOVE ZEROS                TO FD-CLI-COD-VENDEDOR
             MOVE SPACES               TO FD-CLI-TELEFONE
                                       FD-CLI-EMAIL
             MOVE 'N'                  TO FD-CLI-BLOQ-FINANCEIRO
                                       FD-CLI-PROTEGIDO-LGPD
                                       FD-CLI-ANONIMIZADO
             MOVE SPACES               TO FD-CLI-ORIGEM-BLOQUEIO
             SET  FD-CLI-ATIVO         TO TRUE
             PERFORM 1120-GRAVAR-ARQ-CLIENTE
             MOVE 'I'                  TO WS-HIST-OPERACAO
             PERFORM 1187-REGISTRAR-HISTORICO
             PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1189-MARCAR-REDISTRIBUICAO
             ADD 1                     TO WS-IMP-QTD-GRAVADOS
           END-IF
                                       TO BOOKCLIE-REG-LIMITE-CREDITO
             MOVE FD-CLI-BLOQ-FINANCEIRO
                                       TO BOOKCLIE-REG-BLOQ-FINANCEIRO
             MOVE FD-CLI-COD-REDE      TO BOOKCLIE-REG-COD-REDE
           ELSE
             MOVE 3                    TO BOOKCLIE-CTRL-COD
             MOVE 'CLIENTE NAO ENCONTRADO'
                                       EQUAL 'S' OR 'N'
               MOVE BOOKCLIE-REG-BLOQ-FINANCEIRO
                                       TO FD-CLI-BLOQ-FINANCEIRO
               IF FD-CLI-BLOQUEADO
                 SET FD-CLI-BLOQ-MANUAL
                                       TO TRUE
               ELSE
                 MOVE SPACES           TO FD-CLI-ORIGEM-BLOQUEIO
               END-IF
             END-IF

             IF BOOKCLIE-REG-PROTEGIDO-LGPD
                                       TO FD-CLI-PROTEGIDO-LGPD
             END-IF

             PERFORM 1188-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-CLIENTE
             MOVE ZEROS                TO BOOKCLIE-CTRL-COD
             MOVE "LIMITE DE CREDITO ATUALIZADO"
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKCLIE-REG-OPERADOR  TO FD-HIST-OPERADOR

           PERFORM 1188-GRAVAR-IMAGEM-HISTORICO

           .
       2810-99-FIM.                    EXIT.
           PERFORM 1150-FECHAR-ARQ-CLIENTE
           PERFORM 1186-FECHAR-ARQ-HIST-CLIENTE
           PERFORM 1198-FECHAR-ARQ-EXCECAO
           CLOSE ARQ-REDE
           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPCLI.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "CRUDCLIE"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCLIE-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCLIE-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           IF BOOKCLIE-REG-SERVICO     EQUAL 'R'
             INITIALIZE                WS-LINK-ARQRELAT

             SET BOOKARQR-ARQUIVAMENTO TO TRUE
             MOVE "DIFCLI.RPT"         TO BOOKARQR-REG-ARQUIVO
             MOVE "CRUDCLIE"           TO BOOKARQR-REG-PROGRAMA
             MOVE BOOKCLIE-REG-OPERADOR
                                       TO BOOKARQR-REG-OPERADOR
             MOVE BOOKCLIE-REG         TO BOOKARQR-REG-PARAMETROS

             CALL WS-ARQRELAT          USING WS-LINK-ARQRELAT
           END-IF

           .
       3100-99-FIM.                    EXIT.
