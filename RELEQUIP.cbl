
       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELEQUIP.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

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

           SELECT OPTIONAL ARQ-SUPERVISOR
                                       ASSIGN TO DISK "SUPERVISOR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUP-CODIGO
                  ALTERNATE RECORD KEY IS FD-SUP-COD-OPERADOR
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SUPERVISOR.

           SELECT OPTIONAL ARQ-FILIAL  ASSIGN TO DISK "FILIAL.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-FIL-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-FILIAL.

           SELECT OPTIONAL ARQ-META    ASSIGN TO DISK "METAVND.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-MET-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-META.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT ARQ-VISITA           ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-ROTEIRO          ASSIGN TO DISK WS-ENDER-ROTEIRO
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-ROTEIRO.

           SELECT ARQ-RELAT-EQUIPE     ASSIGN TO DISK "RELEQUIP.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-EQUIPE          ASSIGN TO "WEQUIP.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

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

       FD  ARQ-FILIAL
           LABEL RECORD                IS STANDARD.
       01  FD-FILIAL.
           05 FD-FIL-CODIGO            PIC 9(004).
           05 FD-FIL-NOME              PIC X(040).
           05 FD-FIL-REGIAO            PIC 9(003).
           05 FD-FIL-SUPERVISOR        PIC X(040).
           05 FD-FIL-STATUS            PIC X(001).
               88 FD-FIL-ATIVA                             VALUE 'A'.
               88 FD-FIL-INATIVA                           VALUE 'I'.

       FD  ARQ-META
           LABEL RECORD                IS STANDARD.
       01  FD-META.
           05 FD-MET-CHAVE.
               10 FD-MET-COD-VENDEDOR  PIC 9(005).
               10 FD-MET-ANO-MES       PIC 9(006).
           05 FD-MET-META-VALOR        PIC 9(011)V9(002).
           05 FD-MET-OPERADOR          PIC X(010).

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

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
       01  FD-VISITA.
           05 FD-VIS-CHAVE.
               10 FD-VIS-COD-VENDEDOR  PIC 9(005).
               10 FD-VIS-COD-CLIENTE   PIC 9(007).
               10 FD-VIS-DATA-VISITA   PIC 9(008).
           05 FD-VIS-RESULTADO         PIC X(001).
           05 FD-VIS-OBSERVACAO        PIC X(040).
           05 FD-VIS-OPERADOR          PIC X(010).
           05 FD-VIS-LATITUDE          PIC S9(003)V9(008).
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-ROTEIRO
           LABEL RECORD                IS STANDARD.
       01  FD-ROTEIRO.
           05 FD-ROT-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-ROT-SEQUENCIA         PIC 9(004).
           05 FILLER                   PIC X(001).
           05 FD-ROT-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-ROT-RZ-SOCIAL         PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-ROT-DISTANCIA         PIC 9(010)V9(008).

       FD  ARQ-RELAT-EQUIPE
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-EQUIPE.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-EQUIPE.
       01  SD-EQUIPE.
           05 SD-EQP-COD-FILIAL        PIC 9(004).
           05 SD-EQP-COD-SUPERVISOR    PIC 9(005).
           05 SD-EQP-COD-VENDEDOR      PIC 9(005).
           05 SD-EQP-NOME              PIC X(040).
           05 SD-EQP-INDICADORES.
               10 SD-EQP-META-VALOR    PIC 9(011)V9(002).
               10 SD-EQP-VALOR-VENDIDO PIC 9(011)V9(002).
               10 SD-EQP-QTD-VISITAS   PIC 9(007).
               10 SD-EQP-META-VISITAS  PIC 9(007).
               10 SD-EQP-QTD-REALIZADAS
                                       PIC 9(007).
               10 SD-EQP-QTD-CONVERTIDAS
                                       PIC 9(007).
               10 SD-EQP-QTD-PLANEJADOS
                                       PIC 9(007).
               10 SD-EQP-QTD-NO-PLANO  PIC 9(007).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SUPERVISOR        PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-FILIAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-META              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-ROTEIRO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-VEND-CREDITADO           PIC 9(005)          VALUE ZEROS.
       77  WS-VISITA-COM-PEDIDO        PIC X(001)          VALUE 'N'.
       77  WS-PRIMEIRO-REGISTRO        PIC X(001)          VALUE 'S'.

       77  WS-DIA-INICIAL              PIC 9(007)          VALUE ZEROS.
       77  WS-DIA-FINAL                PIC 9(007)          VALUE ZEROS.
       77  WS-DIA-HOJE                 PIC 9(007)          VALUE ZEROS.
       77  WS-DIA-ROTEIRO              PIC 9(007)          VALUE ZEROS.

       01  WS-ANO-MES-MOVTO            PIC 9(006)          VALUE ZEROS.
       01  WS-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-ROTEIRO             PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-INICIO-MES          PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-INICIO-MES-R        REDEFINES WS-DATA-INICIO-MES.
           05 WS-INI-ANO-MES           PIC 9(006).
           05 WS-INI-DIA               PIC 9(002).
       01  WS-DATA-INICIO-PROXIMO      PIC 9(008)          VALUE ZEROS.
       01  WS-DATA-INICIO-PROXIMO-R    REDEFINES
                                       WS-DATA-INICIO-PROXIMO.
           05 WS-PRX-ANO               PIC 9(004).
           05 WS-PRX-MES               PIC 9(002).
           05 WS-PRX-DIA               PIC 9(002).

       01  WS-ENDER-ROTEIRO            PIC X(040)          VALUE SPACES.
       01  WS-COD-VEND-EDIT            PIC 9(005)          VALUE ZEROS.

       01  WS-QUEBRA-FILIAL            PIC 9(004)          VALUE ZEROS.
       01  WS-QUEBRA-SUPERVISOR        PIC 9(005)          VALUE ZEROS.

       01  WS-TAB-EQUIPE.
           05 WS-EQP-VENDEDOR          OCCURS 99999 TIMES.
               10 WS-EQP-VALOR-VENDIDO PIC 9(011)V9(002).
               10 WS-EQP-QTD-VISITAS   PIC 9(007).
               10 WS-EQP-QTD-REALIZADAS
                                       PIC 9(007).
               10 WS-EQP-QTD-CONVERTIDAS
                                       PIC 9(007).

       01  WS-ACUM-SUPERVISOR.
           05 WS-ASU-META-VALOR        PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-ASU-VALOR-VENDIDO     PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-ASU-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 WS-ASU-META-VISITAS      PIC 9(007)          VALUE ZEROS.
           05 WS-ASU-QTD-REALIZADAS    PIC 9(007)          VALUE ZEROS.
           05 WS-ASU-QTD-CONVERTIDAS   PIC 9(007)          VALUE ZEROS.
           05 WS-ASU-QTD-PLANEJADOS    PIC 9(007)          VALUE ZEROS.
           05 WS-ASU-QTD-NO-PLANO      PIC 9(007)          VALUE ZEROS.

       01  WS-ACUM-FILIAL.
           05 WS-AFI-META-VALOR        PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-AFI-VALOR-VENDIDO     PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-AFI-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 WS-AFI-META-VISITAS      PIC 9(007)          VALUE ZEROS.
           05 WS-AFI-QTD-REALIZADAS    PIC 9(007)          VALUE ZEROS.
           05 WS-AFI-QTD-CONVERTIDAS   PIC 9(007)          VALUE ZEROS.
           05 WS-AFI-QTD-PLANEJADOS    PIC 9(007)          VALUE ZEROS.
           05 WS-AFI-QTD-NO-PLANO      PIC 9(007)          VALUE ZEROS.

       01  WS-ACUM-GERAL.
           05 WS-AGE-META-VALOR        PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-AGE-VALOR-VENDIDO     PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-AGE-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 WS-AGE-META-VISITAS      PIC 9(007)          VALUE ZEROS.
           05 WS-AGE-QTD-REALIZADAS    PIC 9(007)          VALUE ZEROS.
           05 WS-AGE-QTD-CONVERTIDAS   PIC 9(007)          VALUE ZEROS.
           05 WS-AGE-QTD-PLANEJADOS    PIC 9(007)          VALUE ZEROS.
           05 WS-AGE-QTD-NO-PLANO      PIC 9(007)          VALUE ZEROS.

       01  WS-ACUM-LINHA.
           05 WS-ALI-META-VALOR        PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-ALI-VALOR-VENDIDO     PIC 9(013)V9(002)   VALUE ZEROS.
           05 WS-ALI-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 WS-ALI-META-VISITAS      PIC 9(007)          VALUE ZEROS.
           05 WS-ALI-QTD-REALIZADAS    PIC 9(007)          VALUE ZEROS.
           05 WS-ALI-QTD-CONVERTIDAS   PIC 9(007)          VALUE ZEROS.
           05 WS-ALI-QTD-PLANEJADOS    PIC 9(007)          VALUE ZEROS.
           05 WS-ALI-QTD-NO-PLANO      PIC 9(007)          VALUE ZEROS.

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-SUPERVISOR    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-LINHA.
           05 WS-LIN-TIPO              PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-COD-FILIAL        PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-COD-SUPERVISOR    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-META-VALOR        PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-VALOR-VENDIDO     PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-PCT-META          PIC 9(005)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-META-VISITAS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-PCT-VISITAS       PIC 9(005)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-QTD-REALIZADAS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-QTD-CONVERTIDAS   PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-PCT-CONVERSAO     PIC 9(003)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-QTD-PLANEJADOS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-QTD-NO-PLANO      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-LIN-PCT-ADERENCIA     PIC 9(003)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-VENDEDORES    PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SUPERVISORES  PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKREQP.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKREQP-REG-ANO-MES     EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO BOOKREQP-REG-ANO-MES
           END-IF

           MOVE ZEROS                  TO BOOKREQP-REG-QTD-VENDEDORES
                                       BOOKREQP-REG-QTD-SUPERVISORES

           PERFORM 1050-CALCULAR-PERIODO
           PERFORM 1105-ZERAR-TABELA-EQUIPE
           PERFORM 1110-ABRIR-ARQUIVOS
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODO           SECTION.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE         = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-HOJE)

           MOVE BOOKREQP-REG-ANO-MES   TO WS-INI-ANO-MES
           MOVE 01                     TO WS-INI-DIA
           COMPUTE WS-DIA-INICIAL      = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-INICIO-MES)

           MOVE BOOKREQP-REG-ANO-MES (1:4)
                                       TO WS-PRX-ANO
           MOVE BOOKREQP-REG-ANO-MES (5:2)
                                       TO WS-PRX-MES
           IF WS-PRX-MES               EQUAL 12
             ADD 1                     TO WS-PRX-ANO
             MOVE 01                   TO WS-PRX-MES
           ELSE
             ADD 1                     TO WS-PRX-MES
           END-IF
           MOVE 01                     TO WS-PRX-DIA
           COMPUTE WS-DIA-FINAL        = FUNCTION INTEGER-OF-DATE
                                       (WS-DATA-INICIO-PROXIMO) - 1

           IF WS-DIA-FINAL             GREATER WS-DIA-HOJE
             MOVE WS-DIA-HOJE          TO WS-DIA-FINAL
           END-IF
           .
       1050-99-FIM.                    EXIT.

       1105-ZERAR-TABELA-EQUIPE        SECTION.

           MOVE 1                      TO WS-IDX-VEND

           PERFORM                     UNTIL WS-IDX-VEND
                                       GREATER 99999
             MOVE ZEROS                TO WS-EQP-VALOR-VENDIDO
                                       (WS-IDX-VEND)
                                       WS-EQP-QTD-VISITAS
                                       (WS-IDX-VEND)
                                       WS-EQP-QTD-REALIZADAS
                                       (WS-IDX-VEND)
                                       WS-EQP-QTD-CONVERTIDAS
                                       (WS-IDX-VEND)
             ADD 1                     TO WS-IDX-VEND
           END-PERFORM

           .
       1105-99-FIM.                    EXIT.

       1110-ABRIR-ARQUIVOS             SECTION.

           OPEN INPUT ARQ-VENDEDOR
           IF WS-FS-ARQ-VEND           NOT EQUAL ZEROS AND 05
             MOVE 2                    TO BOOKREQP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKREQP-CTRL-MSG
             GOBACK
           END-IF

           OPEN INPUT ARQ-SUPERVISOR
                                       ARQ-FILIAL
                                       ARQ-META
                                       ARQ-PEDHDR

           OPEN INPUT ARQ-VISITA
           IF WS-FS-ARQ-VISITA         NOT EQUAL ZEROS AND 05 AND 35
             MOVE 2                    TO BOOKREQP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKREQP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           OPEN OUTPUT ARQ-RELAT-EQUIPE
           IF WS-FS-ARQ-RELAT          NOT EQUAL ZEROS
             MOVE 2                    TO BOOKREQP-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE EQUIPES"
                                       TO BOOKREQP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1140-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR           NEXT RECORD

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREQP-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO VENDEDOR"
                                       TO BOOKREQP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1140-99-FIM.                    EXIT.

       1150-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-EQUIPE       FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKREQP-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE EQUIPES"
                                       TO BOOKREQP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-VENDEDOR
                                       ARQ-SUPERVISOR
                                       ARQ-FILIAL
                                       ARQ-META
                                       ARQ-PEDHDR
                                       ARQ-VISITA
                                       ARQ-RELAT-EQUIPE
           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS
             PERFORM 1150-LER-ARQ-PEDHDR
             PERFORM 2010-ACUMULAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS
           END-IF

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS
             PERFORM 1160-LER-ARQ-VISITA
             PERFORM 2020-ACUMULAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS
           END-IF

           MOVE BOOKREQP-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKREQP-REG-COD-SUPERVISOR
                                       TO WS-CAB-COD-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-EQUIPE
                ON ASCENDING KEY SD-EQP-COD-FILIAL
                                 SD-EQP-COD-SUPERVISOR
                                 SD-EQP-COD-VENDEDOR
                INPUT PROCEDURE 2100-SELECIONAR-VENDEDORES
                OUTPUT PROCEDURE 2300-LISTAR-EQUIPES

           IF BOOKREQP-REG-QTD-VENDEDORES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKREQP-CTRL-COD
             MOVE "NENHUM VENDEDOR PARA O PERIODO INFORMADO"
                                       TO BOOKREQP-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           MOVE 'G'                    TO WS-LIN-TIPO
           MOVE ZEROS                  TO WS-LIN-COD-FILIAL
                                       WS-LIN-COD-SUPERVISOR
                                       WS-LIN-COD-VENDEDOR
           MOVE "TOTAL GERAL"          TO WS-LIN-NOME
           MOVE WS-ACUM-GERAL          TO WS-ACUM-LINHA
           PERFORM 2390-GRAVAR-LINHA

           MOVE BOOKREQP-REG-ANO-MES   TO WS-TRL-ANO-MES
           MOVE BOOKREQP-REG-QTD-VENDEDORES
                                       TO WS-TRL-QTD-VENDEDORES
           MOVE BOOKREQP-REG-QTD-SUPERVISORES
                                       TO WS-TRL-QTD-SUPERVISORES
           MOVE BOOKREQP-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           MOVE ZEROS                  TO BOOKREQP-CTRL-COD
           MOVE "RELATORIO DE EQUIPES GERADO - RELEQUIP.RPT"
                                       TO BOOKREQP-CTRL-MSG

           .
       2000-99-FIM.                    EXIT.

       2010-ACUMULAR-PEDIDO            SECTION.

           MOVE FD-PEH-DATA-PEDIDO (1:6)
                                       TO WS-ANO-MES-MOVTO

           IF WS-ANO-MES-MOVTO         EQUAL BOOKREQP-REG-ANO-MES AND
              NOT FD-PEH-CANCELADO AND
              FD-PEH-COD-VENDEDOR      GREATER ZEROS
             ADD FD-PEH-VALOR-TOTAL    TO WS-EQP-VALOR-VENDIDO
                                       (FD-PEH-COD-VENDEDOR)
           END-IF

           PERFORM 1150-LER-ARQ-PEDHDR

           .
       2010-99-FIM.                    EXIT.

       2020-ACUMULAR-VISITA            SECTION.

           MOVE FD-VIS-DATA-VISITA (1:6)
                                       TO WS-ANO-MES-MOVTO

           IF WS-ANO-MES-MOVTO         EQUAL BOOKREQP-REG-ANO-MES
             IF FD-VIS-VEND-EXECUTOR   GREATER ZEROS
               MOVE FD-VIS-VEND-EXECUTOR
                                       TO WS-VEND-CREDITADO
             ELSE
               MOVE FD-VIS-COD-VENDEDOR
                                       TO WS-VEND-CREDITADO
             END-IF
             ADD 1                     TO WS-EQP-QTD-VISITAS
                                       (WS-VEND-CREDITADO)

             IF FD-VIS-RESULTADO       EQUAL 'R'
               ADD 1                   TO WS-EQP-QTD-REALIZADAS
                                       (FD-VIS-COD-VENDEDOR)
               PERFORM 2030-BUSCAR-PEDIDO-VISITA
               IF WS-VISITA-COM-PEDIDO EQUAL 'S'
                 ADD 1                 TO WS-EQP-QTD-CONVERTIDAS
                                       (FD-VIS-COD-VENDEDOR)
               END-IF
             END-IF
           END-IF

           PERFORM 1160-LER-ARQ-VISITA

           .
       2020-99-FIM.                    EXIT.

       2030-BUSCAR-PEDIDO-VISITA       SECTION.

           MOVE 'N'                    TO WS-VISITA-COM-PEDIDO

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             MOVE FD-VIS-COD-CLIENTE   TO FD-PEH-COD-CLIENTE
             START ARQ-PEDHDR          KEY IS EQUAL
                                       FD-PEH-COD-CLIENTE
             IF WS-FS-ARQ-PEDHDR       EQUAL ZEROS
               PERFORM 1150-LER-ARQ-PEDHDR
               PERFORM                 UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS OR
                                       FD-PEH-COD-CLIENTE NOT EQUAL
                                       FD-VIS-COD-CLIENTE OR
                                       WS-VISITA-COM-PEDIDO EQUAL 'S'
                 IF FD-PEH-COD-VENDEDOR
                                       EQUAL FD-VIS-COD-VENDEDOR AND
                    FD-PEH-DATA-PEDIDO EQUAL FD-VIS-DATA-VISITA AND
                    NOT FD-PEH-CANCELADO
                   MOVE 'S'            TO WS-VISITA-COM-PEDIDO
                 END-IF
                 PERFORM 1150-LER-ARQ-PEDHDR
               END-PERFORM
             END-IF
           END-IF

           .
       2030-99-FIM.                    EXIT.

       2100-SELECIONAR-VENDEDORES      SECTION.

           PERFORM 1140-LER-ARQ-VENDEDOR

           PERFORM 2110-AVALIAR-VENDEDOR
                                       UNTIL WS-FS-ARQ-VEND
                                       EQUAL '10'

           .
       2100-99-FIM.                    EXIT.

       2110-AVALIAR-VENDEDOR           SECTION.

           IF BOOKREQP-REG-COD-SUPERVISOR
                                       EQUAL ZEROS OR
              FD-VEND-COD-SUPERVISOR   EQUAL
                                       BOOKREQP-REG-COD-SUPERVISOR
             MOVE FD-VEND-COD-VENDEDOR TO WS-IDX-VEND
             INITIALIZE                SD-EQUIPE
             MOVE FD-VEND-COD-VENDEDOR TO SD-EQP-COD-VENDEDOR
             MOVE FD-VEND-NOME         TO SD-EQP-NOME
             MOVE FD-VEND-COD-SUPERVISOR
                                       TO SD-EQP-COD-SUPERVISOR

             IF FD-VEND-COD-SUPERVISOR GREATER ZEROS
               MOVE FD-VEND-COD-SUPERVISOR
                                       TO FD-SUP-CODIGO
               READ ARQ-SUPERVISOR     RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO
               IF WS-FS-ARQ-SUPERVISOR EQUAL ZEROS
                 MOVE FD-SUP-COD-FILIAL
                                       TO SD-EQP-COD-FILIAL
               END-IF
             END-IF

             MOVE FD-VEND-COD-VENDEDOR TO FD-MET-COD-VENDEDOR
             MOVE BOOKREQP-REG-ANO-MES TO FD-MET-ANO-MES
             READ ARQ-META             RECORD INTO FD-META
                                       KEY IS FD-MET-CHAVE
             IF WS-FS-ARQ-META         EQUAL ZEROS
               MOVE FD-MET-META-VALOR  TO SD-EQP-META-VALOR
             END-IF

             MOVE WS-EQP-VALOR-VENDIDO (WS-IDX-VEND)
                                       TO SD-EQP-VALOR-VENDIDO
             MOVE WS-EQP-QTD-VISITAS (WS-IDX-VEND)
                                       TO SD-EQP-QTD-VISITAS
             MOVE FD-VEND-META-VISITAS TO SD-EQP-META-VISITAS
             MOVE WS-EQP-QTD-REALIZADAS (WS-IDX-VEND)
                                       TO SD-EQP-QTD-REALIZADAS
             MOVE WS-EQP-QTD-CONVERTIDAS (WS-IDX-VEND)
                                       TO SD-EQP-QTD-CONVERTIDAS

             PERFORM 2200-APURAR-ADERENCIA

             IF NOT FD-VEND-DESLIGADO OR
                SD-EQP-VALOR-VENDIDO   GREATER ZEROS OR
                SD-EQP-QTD-VISITAS     GREATER ZEROS
               RELEASE SD-EQUIPE
             END-IF
           END-IF

           PERFORM 1140-LER-ARQ-VENDEDOR

           .
       2110-99-FIM.                    EXIT.

       2200-APURAR-ADERENCIA           SECTION.

           MOVE FD-VEND-COD-VENDEDOR   TO WS-COD-VEND-EDIT
           MOVE WS-DIA-INICIAL         TO WS-DIA-ROTEIRO

           PERFORM                     UNTIL WS-DIA-ROTEIRO
                                       GREATER WS-DIA-FINAL
             MOVE FUNCTION DATE-OF-INTEGER (WS-DIA-ROTEIRO)
                                       TO WS-DATA-ROTEIRO
             MOVE SPACES               TO WS-ENDER-ROTEIRO
             STRING "ROT"              DELIMITED BY SIZE
                    WS-COD-VEND-EDIT   DELIMITED BY SIZE
                    WS-DATA-ROTEIRO    DELIMITED BY SIZE
                    ".RPT"             DELIMITED BY SIZE
                                       INTO WS-ENDER-ROTEIRO
             OPEN INPUT ARQ-ROTEIRO
             IF WS-FS-ARQ-ROTEIRO      EQUAL ZEROS
               READ ARQ-ROTEIRO
               PERFORM 2210-CONFERIR-PARADA
                                       UNTIL WS-FS-ARQ-ROTEIRO
                                       NOT EQUAL ZEROS
               CLOSE ARQ-ROTEIRO
             END-IF
             ADD 1                     TO WS-DIA-ROTEIRO
           END-PERFORM

           .
       2200-99-FIM.                    EXIT.

       2210-CONFERIR-PARADA            SECTION.

           IF FD-ROT-TIPO              EQUAL 'D'
             ADD 1                     TO SD-EQP-QTD-PLANEJADOS
             IF WS-FS-ARQ-VISITA       NOT EQUAL '35'
               MOVE FD-VEND-COD-VENDEDOR
                                       TO FD-VIS-COD-VENDEDOR
               MOVE FD-ROT-COD-CLIENTE TO FD-VIS-COD-CLIENTE
               MOVE WS-DATA-ROTEIRO    TO FD-VIS-DATA-VISITA
               READ ARQ-VISITA         RECORD INTO FD-VISITA
                                       KEY IS FD-VIS-CHAVE
               IF WS-FS-ARQ-VISITA     EQUAL ZEROS
                 ADD 1                 TO SD-EQP-QTD-NO-PLANO
               END-IF
             END-IF
           END-IF

           READ ARQ-ROTEIRO

           .
       2210-99-FIM.                    EXIT.

       2300-LISTAR-EQUIPES             SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE 'S'                    TO WS-PRIMEIRO-REGISTRO
           INITIALIZE                  WS-ACUM-SUPERVISOR
                                       WS-ACUM-FILIAL
                                       WS-ACUM-GERAL

           RETURN WORK-EQUIPE          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           PERFORM 2310-LISTAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

           IF WS-PRIMEIRO-REGISTRO     EQUAL 'N'
             PERFORM 2340-GRAVAR-SUPERVISOR
             PERFORM 2350-GRAVAR-FILIAL
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-LISTAR-REGISTRO            SECTION.

           IF WS-PRIMEIRO-REGISTRO     EQUAL 'S'
             MOVE 'N'                  TO WS-PRIMEIRO-REGISTRO
             MOVE SD-EQP-COD-FILIAL    TO WS-QUEBRA-FILIAL
             MOVE SD-EQP-COD-SUPERVISOR
                                       TO WS-QUEBRA-SUPERVISOR
           ELSE
             IF SD-EQP-COD-FILIAL      NOT EQUAL WS-QUEBRA-FILIAL
               PERFORM 2340-GRAVAR-SUPERVISOR
               PERFORM 2350-GRAVAR-FILIAL
               MOVE SD-EQP-COD-FILIAL  TO WS-QUEBRA-FILIAL
               MOVE SD-EQP-COD-SUPERVISOR
                                       TO WS-QUEBRA-SUPERVISOR
             ELSE
               IF SD-EQP-COD-SUPERVISOR
                                       NOT EQUAL WS-QUEBRA-SUPERVISOR
                 PERFORM 2340-GRAVAR-SUPERVISOR
                 MOVE SD-EQP-COD-SUPERVISOR
                                       TO WS-QUEBRA-SUPERVISOR
               END-IF
             END-IF
           END-IF

           ADD 1                       TO BOOKREQP-REG-QTD-VENDEDORES

           MOVE 'D'                    TO WS-LIN-TIPO
           MOVE SD-EQP-COD-FILIAL      TO WS-LIN-COD-FILIAL
           MOVE SD-EQP-COD-SUPERVISOR  TO WS-LIN-COD-SUPERVISOR
           MOVE SD-EQP-COD-VENDEDOR    TO WS-LIN-COD-VENDEDOR
           MOVE SD-EQP-NOME            TO WS-LIN-NOME
           MOVE SD-EQP-META-VALOR      TO WS-ALI-META-VALOR
           MOVE SD-EQP-VALOR-VENDIDO   TO WS-ALI-VALOR-VENDIDO
           MOVE SD-EQP-QTD-VISITAS     TO WS-ALI-QTD-VISITAS
           MOVE SD-EQP-META-VISITAS    TO WS-ALI-META-VISITAS
           MOVE SD-EQP-QTD-REALIZADAS  TO WS-ALI-QTD-REALIZADAS
           MOVE SD-EQP-QTD-CONVERTIDAS TO WS-ALI-QTD-CONVERTIDAS
           MOVE SD-EQP-QTD-PLANEJADOS  TO WS-ALI-QTD-PLANEJADOS
           MOVE SD-EQP-QTD-NO-PLANO    TO WS-ALI-QTD-NO-PLANO
           PERFORM 2390-GRAVAR-LINHA

           PERFORM 2320-SOMAR-INDICADORES

           RETURN WORK-EQUIPE          AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2320-SOMAR-INDICADORES          SECTION.

           ADD SD-EQP-META-VALOR       TO WS-ASU-META-VALOR
                                       WS-AFI-META-VALOR
                                       WS-AGE-META-VALOR
           ADD SD-EQP-VALOR-VENDIDO    TO WS-ASU-VALOR-VENDIDO
                                       WS-AFI-VALOR-VENDIDO
                                       WS-AGE-VALOR-VENDIDO
           ADD SD-EQP-QTD-VISITAS      TO WS-ASU-QTD-VISITAS
                                       WS-AFI-QTD-VISITAS
                                       WS-AGE-QTD-VISITAS
           ADD SD-EQP-META-VISITAS     TO WS-ASU-META-VISITAS
                                       WS-AFI-META-VISITAS
                                       WS-AGE-META-VISITAS
           ADD SD-EQP-QTD-REALIZADAS   TO WS-ASU-QTD-REALIZADAS
                                       WS-AFI-QTD-REALIZADAS
                                       WS-AGE-QTD-REALIZADAS
           ADD SD-EQP-QTD-CONVERTIDAS  TO WS-ASU-QTD-CONVERTIDAS
                                       WS-AFI-QTD-CONVERTIDAS
                                       WS-AGE-QTD-CONVERTIDAS
           ADD SD-EQP-QTD-PLANEJADOS   TO WS-ASU-QTD-PLANEJADOS
                                       WS-AFI-QTD-PLANEJADOS
                                       WS-AGE-QTD-PLANEJADOS
           ADD SD-EQP-QTD-NO-PLANO     TO WS-ASU-QTD-NO-PLANO
                                       WS-AFI-QTD-NO-PLANO
                                       WS-AGE-QTD-NO-PLANO

           .
       2320-99-FIM.                    EXIT.

       2340-GRAVAR-SUPERVISOR          SECTION.

           MOVE 'S'                    TO WS-LIN-TIPO
           MOVE WS-QUEBRA-FILIAL       TO WS-LIN-COD-FILIAL
           MOVE WS-QUEBRA-SUPERVISOR   TO WS-LIN-COD-SUPERVISOR
           MOVE ZEROS                  TO WS-LIN-COD-VENDEDOR

           IF WS-QUEBRA-SUPERVISOR     EQUAL ZEROS
             MOVE "VENDEDORES SEM SUPERVISOR"
                                       TO WS-LIN-NOME
           ELSE
             ADD 1                     TO BOOKREQP-REG-QTD-SUPERVISORES
             MOVE WS-QUEBRA-SUPERVISOR TO FD-SUP-CODIGO
             READ ARQ-SUPERVISOR       RECORD INTO FD-SUPERVISOR
                                       KEY IS FD-SUP-CODIGO
             IF WS-FS-ARQ-SUPERVISOR   EQUAL ZEROS
               MOVE FD-SUP-NOME        TO WS-LIN-NOME
             ELSE
               MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WS-LIN-NOME
             END-IF
           END-IF

           MOVE WS-ACUM-SUPERVISOR     TO WS-ACUM-LINHA
           PERFORM 2390-GRAVAR-LINHA

           INITIALIZE                  WS-ACUM-SUPERVISOR

           .
       2340-99-FIM.                    EXIT.

       2350-GRAVAR-FILIAL              SECTION.

           MOVE 'F'                    TO WS-LIN-TIPO
           MOVE WS-QUEBRA-FILIAL       TO WS-LIN-COD-FILIAL
           MOVE ZEROS                  TO WS-LIN-COD-SUPERVISOR
                                       WS-LIN-COD-VENDEDOR

           IF WS-QUEBRA-FILIAL         EQUAL ZEROS
             MOVE "SEM FILIAL DEFINIDA"
                                       TO WS-LIN-NOME
           ELSE
             MOVE WS-QUEBRA-FILIAL     TO FD-FIL-CODIGO
             READ ARQ-FILIAL           RECORD INTO FD-FILIAL
                                       KEY IS FD-FIL-CODIGO
             IF WS-FS-ARQ-FILIAL       EQUAL ZEROS
               MOVE FD-FIL-NOME        TO WS-LIN-NOME
             ELSE
               MOVE "FILIAL NAO CADASTRADA"
                                       TO WS-LIN-NOME
             END-IF
           END-IF

           MOVE WS-ACUM-FILIAL         TO WS-ACUM-LINHA
           PERFORM 2390-GRAVAR-LINHA

           INITIALIZE                  WS-ACUM-FILIAL

           .
       2350-99-FIM.                    EXIT.

       2390-GRAVAR-LINHA               SECTION.

           MOVE WS-ALI-META-VALOR      TO WS-LIN-META-VALOR
           MOVE WS-ALI-VALOR-VENDIDO   TO WS-LIN-VALOR-VENDIDO
           MOVE WS-ALI-QTD-VISITAS     TO WS-LIN-QTD-VISITAS
           MOVE WS-ALI-META-VISITAS    TO WS-LIN-META-VISITAS
           MOVE WS-ALI-QTD-REALIZADAS  TO WS-LIN-QTD-REALIZADAS
           MOVE WS-ALI-QTD-CONVERTIDAS TO WS-LIN-QTD-CONVERTIDAS
           MOVE WS-ALI-QTD-PLANEJADOS  TO WS-LIN-QTD-PLANEJADOS
           MOVE WS-ALI-QTD-NO-PLANO    TO WS-LIN-QTD-NO-PLANO

           MOVE ZEROS                  TO WS-LIN-PCT-META
                                       WS-LIN-PCT-VISITAS
                                       WS-LIN-PCT-CONVERSAO
                                       WS-LIN-PCT-ADERENCIA

           IF WS-ALI-META-VALOR        GREATER ZEROS
             COMPUTE WS-LIN-PCT-META ROUNDED
                                       = WS-ALI-VALOR-VENDIDO * 100
                                       / WS-ALI-META-VALOR
                                       ON SIZE ERROR
                                       MOVE 99999,99
                                       TO WS-LIN-PCT-META
             END-COMPUTE
           END-IF

           IF WS-ALI-META-VISITAS      GREATER ZEROS
             COMPUTE WS-LIN-PCT-VISITAS ROUNDED
                                       = WS-ALI-QTD-VISITAS * 100
                                       / WS-ALI-META-VISITAS
                                       ON SIZE ERROR
                                       MOVE 99999,99
                                       TO WS-LIN-PCT-VISITAS
             END-COMPUTE
           END-IF

           IF WS-ALI-QTD-REALIZADAS    GREATER ZEROS
             COMPUTE WS-LIN-PCT-CONVERSAO ROUNDED
                                       = WS-ALI-QTD-CONVERTIDAS * 100
                                       / WS-ALI-QTD-REALIZADAS
           END-IF

           IF WS-ALI-QTD-PLANEJADOS    GREATER ZEROS
             COMPUTE WS-LIN-PCT-ADERENCIA ROUNDED
                                       = WS-ALI-QTD-NO-PLANO * 100
                                       / WS-ALI-QTD-PLANEJADOS
           END-IF

           MOVE WS-RELAT-LINHA         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           .
       2390-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1180-FECHAR-ARQUIVOS

           IF BOOKREQP-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELEQUIP.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELEQUIP"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKREQP-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKREQP-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
