                  WITH LOCK ON RECORD
                  FILE STATUS          IS WS-FS-ARQ-VEND.

           SELECT OPTIONAL ARQ-SUPERVISOR
                                       ASSIGN TO DISK "SUPERVISOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUP-CODIGO
                  ALTERNATE RECORD KEY IS FD-SUP-COD-OPERADOR
                                       WITH DUPLICATES
                  FILE STATUS          IS WS-FS-ARQ-SUPERVISOR.

           SELECT ARQ-IMPORTA          ASSIGN TO DISK WS-ENDER
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-SUPERVISOR
           LABEL RECORD                IS STANDARD.
       01  FD-SUPERVISOR.
           05 FD-SUP-CODIGO            PIC 9(005).
           05 FD-SUP-NOME              PIC X(040).
           05 FD-SUP-COD-FILIAL        PIC 9(004).
           05 FD-SUP-COD-OPERADOR      PIC X(010).
           05 FD-SUP-STATUS            PIC X(001).
               88 FD-SUP-ATIVO                             VALUE 'A'.
               88 FD-SUP-INATIVO                           VALUE 'I'.

       FD  ARQ-IMPORTA
           LABEL RECORD                IS STANDARD.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-QTD-MAX-CLIENTES PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-VENDEDOR  PIC X(117).

       FD  ARQ-BUSCA
           LABEL RECORD                IS STANDARD.
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-STAGING
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-REDISPEN          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-STAGING           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-DIFF              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SUPERVISOR        PIC X(002)          VALUE SPACES.

       01  WS-COORD-EDIT               PIC -ZZ9,99999999   VALUE ZEROS.
       01  WS-DIFF-CONTADORES.
           05 WS-REST-QTD-MAX-CLIENTES PIC 9(005)          VALUE ZEROS.
           05 WS-REST-DATA-HORA        PIC 9(014)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKVEND.CPY'.
           MOVE BOOKVEND-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-VEND-QTD-MAX-CLIENTES
                                       TO FD-HIST-QTD-MAX-CLIENTES
           .
       1187-99-FIM.

           .
       1193-99-FIM.                    EXIT.

       1194-GRAVAR-IMAGEM-HISTORICO    SECTION.

           MOVE FD-VENDEDOR            TO FD-HIST-IMAGEM-VENDEDOR
           PERFORM 1185-GRAVAR-ARQ-HIST-VENDEDOR
           .
       1194-99-FIM.                    EXIT.

       1196-ABRIR-ARQ-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO

           EVALUATE BOOKVEND-REG-SERVICO
             WHEN 'I'
               IF BOOKVEND-CTRL-COD    EQUAL ZEROS
                 PERFORM 2060-VALIDAR-SUPERVISOR
               END-IF
               IF BOOKVEND-CTRL-COD    NOT EQUAL ZEROS
                 PERFORM 1199-REGISTRAR-EXCECAO
               ELSE
                 END-IF
               END-IF
             WHEN 'A'
               IF BOOKVEND-CTRL-COD    EQUAL ZEROS
                 PERFORM 2060-VALIDAR-SUPERVISOR
               END-IF
               IF BOOKVEND-CTRL-COD    NOT EQUAL ZEROS
                 PERFORM 1199-REGISTRAR-EXCECAO
               ELSE
                 PERFORM 1180-FECHAR-ARQ-IMPORT
               END-IF
               PERFORM 1183-FECHAR-ARQ-RELAT-IMPORTA
               IF BOOKVEND-CTRL-COD     EQUAL ZEROS
                 PERFORM 3100-ARQUIVAR-RELATORIO
               END-IF
             WHEN 'G'
               PERFORM 2450-APLICAR-STAGING
               IF BOOKVEND-CTRL-COD     EQUAL ZEROS
                 PERFORM 3100-ARQUIVAR-RELATORIO
               END-IF
             WHEN 'D'
               PERFORM 2460-DESCARTAR-STAGING
             WHEN 'P'
           .
       2055-99-FIM.                    EXIT.

       2060-VALIDAR-SUPERVISOR         SECTION.

           IF BOOKVEND-REG-COD-SUPERVISOR
                                       GREATER ZEROS
             OPEN INPUT ARQ-SUPERVISOR
             IF WS-FS-ARQ-SUPERVISOR   EQUAL ZEROS
               MOVE BOOKVEND-REG-COD-SUPERVISOR
                                       TO FD-SUP-CODIGO
               READ ARQ-SUPERVISOR     RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO
               IF WS-FS-ARQ-SUPERVISOR NOT EQUAL ZEROS
                 MOVE 1                TO BOOKVEND-CTRL-COD
                 MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO BOOKVEND-CTRL-MSG
               ELSE
                 IF FD-SUP-INATIVO
                   MOVE 1              TO BOOKVEND-CTRL-COD
                   MOVE "SUPERVISOR INATIVO"
                                       TO BOOKVEND-CTRL-MSG
                 END-IF
               END-IF
               CLOSE ARQ-SUPERVISOR
             ELSE
               MOVE 1                  TO BOOKVEND-CTRL-COD
               MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO BOOKVEND-CTRL-MSG
               IF WS-FS-ARQ-SUPERVISOR EQUAL '05'
                 CLOSE ARQ-SUPERVISOR
               END-IF
             END-IF
           END-IF
           .
       2060-99-FIM.                    EXIT.

       2100-INCLUIR                  SECTION.

           MOVE BOOKVEND-REG-COD-VEND  TO FD-VEND-COD-VENDEDOR
                                       TO FD-VEND-META-VISITAS
               MOVE BOOKVEND-REG-PCT-COMISSAO
                                       TO FD-VEND-PCT-COMISSAO
               MOVE BOOKVEND-REG-COD-SUPERVISOR
                                       TO FD-VEND-COD-SUPERVISOR
               SET  FD-VEND-ATIVO      TO TRUE
               PERFORM 1120-GRAVAR-ARQ-VENDEDOR
               MOVE 'I'                TO WS-HIST-OPERACAO
               PERFORM 1187-REGISTRAR-HISTORICO
               PERFORM 1194-GRAVAR-IMAGEM-HISTORICO
               PERFORM 1290-MARCAR-CLIENTES-VENDEDOR
               MOVE ZEROS              TO BOOKVEND-CTRL-COD
               MOVE "VENDEDOR CADASTRADO COM SUCESSO"
                                       TO FD-VEND-META-VISITAS
             MOVE BOOKVEND-REG-PCT-COMISSAO
                                       TO FD-VEND-PCT-COMISSAO
             MOVE BOOKVEND-REG-COD-SUPERVISOR
                                       TO FD-VEND-COD-SUPERVISOR
             IF BOOKVEND-REG-STATUS    EQUAL 'A' OR 'S' OR 'T'
               MOVE BOOKVEND-REG-STATUS
                                       TO FD-VEND-STATUS
             END-IF
             PERFORM 1194-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-VENDEDOR
             PERFORM 1290-MARCAR-CLIENTES-VENDEDOR
             MOVE ZEROS                TO BOOKVEND-CTRL-COD
           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE 'E'                  TO WS-HIST-OPERACAO
             PERFORM 1187-REGISTRAR-HISTORICO
             PERFORM 1194-GRAVAR-IMAGEM-HISTORICO

             PERFORM 1140-EXCLUIR-ARQ-VENDEDOR
             PERFORM 1290-MARCAR-CLIENTES-VENDEDOR
                                       TO FD-VEND-LONGITUDE
                 MOVE WS-REST-QTD-MAX-CLIENTES
                                       TO FD-VEND-QTD-MAX-CLIENTES
                 MOVE ZEROS            TO FD-VEND-COD-SUPERVISOR
                 PERFORM 1120-GRAVAR-ARQ-VENDEDOR
                 MOVE 'I'              TO WS-HIST-OPERACAO
                 PERFORM 1187-REGISTRAR-HISTORICO
                 PERFORM 1194-GRAVAR-IMAGEM-HISTORICO
                 MOVE ZEROS            TO BOOKVEND-CTRL-COD
                 MOVE "VENDEDOR RESTAURADO COM SUCESSO"
                                       TO BOOKVEND-CTRL-MSG
             MOVE WS-LATITUDE          TO FD-VEND-LATITUDE
             MOVE WS-LONGITUDE         TO FD-VEND-LONGITUDE
             MOVE WS-REGIAO            TO FD-VEND-REGIAO
             PERFORM 1194-GRAVAR-IMAGEM-HISTORICO
             PERFORM 1130-REGRAVAR-ARQ-VENDEDOR
             ADD 1                     TO WS-IMP-QTD-ATUALIZADOS
           ELSE
                                       TO FD-VEND-QTD-MAX-CLIENTES
             MOVE WS-REGIAO            TO FD-VEND-REGIAO
             MOVE ZEROS                TO FD-VEND-META-VISITAS
             MOVE ZEROS                TO FD-VEND-COD-SUPERVISOR
             PERFORM 1120-GRAVAR-ARQ-VENDEDOR
             MOVE 'I'                  TO WS-HIST-OPERACAO
             PERFORM 1187-REGISTRAR-HISTORICO
             PERFORM 1194-GRAVAR-IMAGEM-HISTORICO
             ADD 1                     TO WS-IMP-QTD-GRAVADOS
           END-IF

             MOVE FD-VEND-META-VISITAS TO BOOKVEND-REG-META-VISITAS
             MOVE FD-VEND-PCT-COMISSAO TO BOOKVEND-REG-PCT-COMISSAO
             MOVE FD-VEND-STATUS       TO BOOKVEND-REG-STATUS
             MOVE FD-VEND-COD-SUPERVISOR
                                       TO BOOKVEND-REG-COD-SUPERVISOR
           ELSE
             MOVE 3                   TO BOOKVEND-CTRL-COD
             MOVE 'VENDEDOR NAO ENCONTRADO'
               END-IF
             END-PERFORM
           END-IF

           IF BOOKVEND-REG-COD-SUPERVISOR
                                       GREATER ZEROS
              AND FD-VEND-COD-SUPERVISOR
                                       NOT EQUAL
                                       BOOKVEND-REG-COD-SUPERVISOR
             MOVE 'N'                  TO WS-BUSCA-ACHOU
           END-IF
           .
       2515-99-FIM.                    EXIT.

           GOBACK
           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPVEND.RPT"          TO BOOKARQR-REG-ARQUIVO
           MOVE "CRUDVEND"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKVEND-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKVEND-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           IF BOOKVEND-REG-SERVICO     EQUAL 'R'
             INITIALIZE                WS-LINK-ARQRELAT

             SET BOOKARQR-ARQUIVAMENTO TO TRUE
             MOVE "DIFVEND.RPT"        TO BOOKARQR-REG-ARQUIVO
             MOVE "CRUDVEND"           TO BOOKARQR-REG-PROGRAMA
             MOVE BOOKVEND-REG-OPERADOR
                                       TO BOOKARQR-REG-OPERADOR
             MOVE BOOKVEND-REG         TO BOOKARQR-REG-PARAMETROS

             CALL WS-ARQRELAT          USING WS-LINK-ARQRELAT
           END-IF

           .
       3100-99-FIM.                    EXIT.
