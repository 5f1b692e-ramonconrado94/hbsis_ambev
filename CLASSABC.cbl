                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CURVA.

           SELECT ARQ-HIST-CLIENTE     ASSIGN TO "HISTCLI.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-HIST.


       DATA                            DIVISION.
       FILE                            SECTION.
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
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-CURVA
           LABEL RECORD                IS STANDARD.
       01  FD-CURVA.
           05 FD-CRV-LINHA             PIC X(120).

       FD  ARQ-HIST-CLIENTE
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-CLIENTE.
           05 FD-HIST-OPERACAO         PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-DATA-HORA        PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-CLIENTE      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-CNPJ             PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-RZ-SOCIAL        PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CURVA             PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-HIST              PIC X(002)          VALUE SPACES.

       77  WS-MESES-PADRAO             PIC 9(002)          VALUE 12.
       77  WS-CORTE-CLASSE-A           PIC 9(003)V9(002)   VALUE 080,00.
       77  WS-IDX-COMPARA              PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-MAIOR                PIC 9(005)          VALUE ZEROS.
       77  WS-CLIE-ACHOU               PIC X(001)          VALUE 'N'.
       77  WS-CLASSE-ANTERIOR          PIC X(001)          VALUE SPACES.

       77  WS-DIAS-CORTE               PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-CORTE               PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-TOTAL       PIC 9(013)V9(002)   VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCABC.CPY'.
           PERFORM 1110-ABRIR-ARQ-PEDHDR
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-CURVA
           PERFORM 1180-ABRIR-ARQ-HIST-CLIENTE
           .
       1000-99-FIM.                    EXIT.

           CLOSE ARQ-PEDHDR
                                       ARQ-CLIENTE
                                       ARQ-CURVA
                                       ARQ-HIST-CLIENTE
           .
       1170-99-FIM.                    EXIT.

       1180-ABRIR-ARQ-HIST-CLIENTE     SECTION.

           OPEN EXTEND ARQ-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKCABC-CTRL-COD
             MOVE "ERRO NA ABERTURA DO HISTORICO DE CLIENTE"
                                       TO BOOKCABC-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1180-99-FIM.                    EXIT.

       1190-REGISTRAR-HISTORICO        SECTION.

           INITIALIZE                  FD-HIST-CLIENTE
           MOVE 'A'                    TO FD-HIST-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-HIST-DATA-HORA
           MOVE FD-CLI-COD-CLIENTE     TO FD-HIST-COD-CLIENTE
           MOVE FD-CLI-CNPJ            TO FD-HIST-CNPJ
           MOVE FD-CLI-RZ-SOCIAL       TO FD-HIST-RZ-SOCIAL
           MOVE FD-CLI-LATITUDE        TO FD-HIST-LATITUDE
           MOVE FD-CLI-LONGITUDE       TO FD-HIST-LONGITUDE
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKCABC-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKCABC-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO HISTORICO DE CLIENTE"
                                       TO BOOKCABC-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1190-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE WS-DATA-CORTE          TO WS-CAB-DATA-CORTE
       2410-ATUALIZAR-CLASSE-CLIENTE   SECTION.

           IF FD-CLI-ATIVO
             MOVE FD-CLI-CLASSE-ABC    TO WS-CLASSE-ANTERIOR
             MOVE 'N'                  TO WS-CLIE-ACHOU
             MOVE 1                    TO WS-IDX-CLIE

               MOVE 'C'                TO FD-CLI-CLASSE-ABC
             END-IF

             IF FD-CLI-CLASSE-ABC      NOT EQUAL WS-CLASSE-ANTERIOR
               PERFORM 1190-REGISTRAR-HISTORICO
             END-IF

             REWRITE FD-CLIENTE

             IF WS-FS-ARQ-CLIE         NOT EQUAL ZEROS

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKCABC-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "CURVAABC.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "CLASSABC"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCABC-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCABC-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
