       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELREDE.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

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

           SELECT OPTIONAL ARQ-REDE    ASSIGN TO DISK "REDE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-RED-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-REDE.

           SELECT OPTIONAL ARQ-PEDHDR  ASSIGN TO DISK "PEDHDR.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PEH-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS FD-PEH-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PEDHDR.

           SELECT OPTIONAL ARQ-VISITA  ASSIGN TO DISK "VISITA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-VIS-CHAVE
                  ALTERNATE RECORD KEY IS FD-VIS-COD-CLIENTE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT ARQ-RELAT-REDE       ASSIGN TO "RELREDE.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.

           SELECT WORK-REDE            ASSIGN TO "WREDE.TMP".


       DATA                            DIVISION.
       FILE                            SECTION.

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


       FD  ARQ-RELAT-REDE
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-REDE.
           05 FD-REL-LINHA             PIC X(200).

       SD  WORK-REDE.
       01  SD-REDE.
           05 SD-RED-COD-REDE          PIC 9(005).
           05 SD-RED-COD-VENDEDOR      PIC 9(005).
           05 SD-RED-COD-CLIENTE       PIC 9(007).
           05 SD-RED-QTD-PEDIDOS       PIC 9(005).
           05 SD-RED-VALOR-VENDAS      PIC 9(011)V9(002).
           05 SD-RED-QTD-VISITAS       PIC 9(005).
           05 SD-RED-QTD-ABERTOS       PIC 9(005).
           05 SD-RED-VALOR-ABERTO      PIC 9(011)V9(002).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-REDE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PEDHDR            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.
       77  WS-FIM-SORT                 PIC X(001)          VALUE 'N'.

       77  WS-SERIAL-MES               PIC 9(006)          VALUE ZEROS.
       77  WS-DH-GERACAO               PIC 9(014)          VALUE ZEROS.
       77  WS-REDE-CLIENTE             PIC 9(005)          VALUE ZEROS.
       77  WS-SITUACAO-CLIENTE         PIC X(001)          VALUE 'N'.
           88 WS-CLIENTE-SELECIONADO                       VALUE 'S'.

       77  WS-QUEBRA-REDE              PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-VENDEDOR          PIC 9(005)          VALUE ZEROS.
       77  WS-QUEBRA-CLIENTE           PIC 9(007)          VALUE ZEROS.

       77  WS-VEND-QTD-LOJAS           PIC 9(007)          VALUE ZEROS.
       77  WS-VEND-QTD-PEDIDOS         PIC 9(007)          VALUE ZEROS.
       77  WS-VEND-VALOR-VENDAS        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-VEND-QTD-VISITAS         PIC 9(007)          VALUE ZEROS.
       77  WS-VEND-QTD-ABERTOS         PIC 9(007)          VALUE ZEROS.
       77  WS-VEND-VALOR-ABERTO        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-REDE-QTD-LOJAS           PIC 9(007)          VALUE ZEROS.
       77  WS-REDE-QTD-PEDIDOS         PIC 9(007)          VALUE ZEROS.
       77  WS-REDE-VALOR-VENDAS        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-REDE-QTD-VISITAS         PIC 9(007)          VALUE ZEROS.
       77  WS-REDE-QTD-ABERTOS         PIC 9(007)          VALUE ZEROS.
       77  WS-REDE-VALOR-ABERTO        PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-GERAL-VALOR-VENDAS       PIC 9(013)V9(002)   VALUE ZEROS.
       77  WS-GERAL-VALOR-ABERTO       PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-ANO-MES-CALCULO          PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES-CALCULO.
           05 WS-CALC-ANO              PIC 9(004).
           05 WS-CALC-MES              PIC 9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELREDE'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-COD-REDE          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NIVEL             PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-REDE          PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-GERENTE-CONTA     PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-LOJAS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-VENDAS      PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-VISITAS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-ABERTOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-ABERTO      PIC 9(013)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REDES         PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-LINHAS        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-VENDAS      PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-ABERTO      PIC 9(013)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRRED.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-DH-GERACAO

           PERFORM 1050-CALCULAR-PERIODO

           MOVE ZEROS                  TO BOOKRRED-REG-QTD-REDES
                                       BOOKRRED-REG-QTD-LINHAS
                                       BOOKRRED-REG-VALOR-TOTAL

           PERFORM 1110-ABRIR-ARQ-CLIENTE
           PERFORM 1115-ABRIR-ARQ-VENDEDOR
           PERFORM 1120-ABRIR-ARQ-REDE
           PERFORM 1125-ABRIR-ARQ-PEDHDR
           PERFORM 1130-ABRIR-ARQ-VISITA
           PERFORM 1150-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1050-CALCULAR-PERIODO           SECTION.

           IF BOOKRRED-REG-ANO-MES     EQUAL ZEROS
             MOVE WS-DH-GERACAO (1:6)  TO WS-ANO-MES-CALCULO
             COMPUTE WS-SERIAL-MES     = WS-CALC-ANO * 12
                                       + WS-CALC-MES - 2
             COMPUTE WS-CALC-ANO       = WS-SERIAL-MES / 12
             COMPUTE WS-CALC-MES       = WS-SERIAL-MES
                                       - WS-CALC-ANO * 12 + 1
             MOVE WS-ANO-MES-CALCULO   TO BOOKRRED-REG-ANO-MES
           ELSE
             MOVE BOOKRRED-REG-ANO-MES TO WS-ANO-MES-CALCULO
             IF WS-CALC-MES            LESS 1 OR
                WS-CALC-MES            GREATER 12
               MOVE 1                  TO BOOKRRED-CTRL-COD
               MOVE "MES DE REFERENCIA INVALIDO"
                                       TO BOOKRRED-CTRL-MSG
               GOBACK
             END-IF
           END-IF
           .
       1050-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKRRED-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1115-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1115-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-REDE             SECTION.

           OPEN INPUT ARQ-REDE

           IF WS-FS-ARQ-REDE           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE REDES"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-PEDHDR           SECTION.

           OPEN INPUT ARQ-PEDHDR

           IF WS-FS-ARQ-PEDHDR         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CABECALHO DE PEDIDOS"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-VISITA           SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FS-ARQ-VISITA         EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-REDE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE REDES"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-LER-ARQ-PEDHDR             SECTION.

           READ ARQ-PEDHDR             NEXT RECORD

           .
       1160-99-FIM.                    EXIT.

       1165-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA             NEXT RECORD

           .
       1165-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-REDE

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRRED-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE REDES"
                                       TO BOOKRRED-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE BOOKRRED-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE BOOKRRED-REG-COD-REDE  TO WS-CAB-COD-REDE
           MOVE WS-DH-GERACAO          TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           SORT WORK-REDE
                ON ASCENDING KEY SD-RED-COD-REDE
                                 SD-RED-COD-VENDEDOR
                                 SD-RED-COD-CLIENTE
                INPUT PROCEDURE 2100-SELECIONAR-MOVIMENTO
                OUTPUT PROCEDURE 2300-GERAR-RELATORIO

           MOVE BOOKRRED-REG-QTD-REDES TO WS-TRL-QTD-REDES
           MOVE BOOKRRED-REG-QTD-LINHAS
                                       TO WS-TRL-QTD-LINHAS
           MOVE WS-GERAL-VALOR-VENDAS  TO WS-TRL-VALOR-VENDAS
                                       BOOKRRED-REG-VALOR-TOTAL
           MOVE WS-GERAL-VALOR-ABERTO  TO WS-TRL-VALOR-ABERTO
           MOVE BOOKRRED-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT

           IF BOOKRRED-REG-QTD-REDES   EQUAL ZEROS
             MOVE 3                    TO BOOKRRED-CTRL-COD
             MOVE "NENHUM MOVIMENTO DE REDE NO PERIODO"
                                       TO BOOKRRED-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRRED-CTRL-COD
             MOVE "RELATORIO CONSOLIDADO DE REDES GERADO"
                                       TO BOOKRRED-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-SELECIONAR-MOVIMENTO       SECTION.

           IF WS-FS-ARQ-PEDHDR         NOT EQUAL '35'
             PERFORM 1160-LER-ARQ-PEDHDR

             PERFORM 2110-PROCESSAR-PEDIDO
                                       UNTIL WS-FS-ARQ-PEDHDR
                                       NOT EQUAL ZEROS
           END-IF

           IF WS-FS-ARQ-VISITA         NOT EQUAL '35'
             PERFORM 1165-LER-ARQ-VISITA

             PERFORM 2120-PROCESSAR-VISITA
                                       UNTIL WS-FS-ARQ-VISITA
                                       NOT EQUAL ZEROS
           END-IF

           .
       2100-99-FIM.                    EXIT.

       2110-PROCESSAR-PEDIDO           SECTION.

           IF NOT FD-PEH-CANCELADO
             MOVE FD-PEH-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             PERFORM 2130-LOCALIZAR-REDE-CLIENTE

             IF WS-CLIENTE-SELECIONADO
               INITIALIZE              SD-REDE
               MOVE WS-REDE-CLIENTE    TO SD-RED-COD-REDE
               MOVE FD-PEH-COD-VENDEDOR
                                       TO SD-RED-COD-VENDEDOR
               MOVE FD-PEH-COD-CLIENTE TO SD-RED-COD-CLIENTE

               IF FD-PEH-DATA-PEDIDO   IS NUMERIC AND
                  FD-PEH-DATA-PEDIDO (1:6)
                                       EQUAL BOOKRRED-REG-ANO-MES
                 MOVE 1                TO SD-RED-QTD-PEDIDOS
                 MOVE FD-PEH-VALOR-TOTAL
                                       TO SD-RED-VALOR-VENDAS
               END-IF

               IF FD-PEH-CAPTADO OR FD-PEH-CONFIRMADO
                 MOVE 1                TO SD-RED-QTD-ABERTOS
                 MOVE FD-PEH-VALOR-TOTAL
                                       TO SD-RED-VALOR-ABERTO
               END-IF

               IF SD-RED-QTD-PEDIDOS   GREATER ZEROS OR
                  SD-RED-QTD-ABERTOS   GREATER ZEROS
                 RELEASE SD-REDE
               END-IF
             END-IF
           END-IF

           PERFORM 1160-LER-ARQ-PEDHDR

           .
       2110-99-FIM.                    EXIT.

       2120-PROCESSAR-VISITA           SECTION.

           IF FD-VIS-DATA-VISITA       IS NUMERIC AND
              FD-VIS-DATA-VISITA (1:6) EQUAL BOOKRRED-REG-ANO-MES
             MOVE FD-VIS-COD-CLIENTE   TO FD-CLI-COD-CLIENTE
             PERFORM 2130-LOCALIZAR-REDE-CLIENTE

             IF WS-CLIENTE-SELECIONADO
               INITIALIZE              SD-REDE
               MOVE WS-REDE-CLIENTE    TO SD-RED-COD-REDE
               MOVE FD-VIS-COD-VENDEDOR
                                       TO SD-RED-COD-VENDEDOR
               MOVE FD-VIS-COD-CLIENTE TO SD-RED-COD-CLIENTE
               MOVE 1                  TO SD-RED-QTD-VISITAS
               RELEASE SD-REDE
             END-IF
           END-IF

           PERFORM 1165-LER-ARQ-VISITA

           .
       2120-99-FIM.                    EXIT.

       2130-LOCALIZAR-REDE-CLIENTE     SECTION.

           MOVE 'N'                    TO WS-SITUACAO-CLIENTE
           MOVE ZEROS                  TO WS-REDE-CLIENTE

           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS AND
              FD-CLI-COD-REDE          IS NUMERIC
             MOVE FD-CLI-COD-REDE      TO WS-REDE-CLIENTE
           END-IF

           IF WS-REDE-CLIENTE          GREATER ZEROS
             IF BOOKRRED-REG-COD-REDE  EQUAL ZEROS OR
                WS-REDE-CLIENTE        EQUAL BOOKRRED-REG-COD-REDE
               MOVE 'S'                TO WS-SITUACAO-CLIENTE
             END-IF
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2300-GERAR-RELATORIO            SECTION.

           MOVE 'N'                    TO WS-FIM-SORT
           MOVE ZEROS                  TO WS-VEND-QTD-LOJAS
                                       WS-VEND-QTD-PEDIDOS
                                       WS-VEND-VALOR-VENDAS
                                       WS-VEND-QTD-VISITAS
                                       WS-VEND-QTD-ABERTOS
                                       WS-VEND-VALOR-ABERTO
                                       WS-REDE-QTD-LOJAS
                                       WS-REDE-QTD-PEDIDOS
                                       WS-REDE-VALOR-VENDAS
                                       WS-REDE-QTD-VISITAS
                                       WS-REDE-QTD-ABERTOS
                                       WS-REDE-VALOR-ABERTO

           RETURN WORK-REDE            AT END
                                       MOVE 'S' TO WS-FIM-SORT

           IF WS-FIM-SORT              EQUAL 'N'
             MOVE SD-RED-COD-REDE      TO WS-QUEBRA-REDE
             MOVE SD-RED-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE ZEROS                TO WS-QUEBRA-CLIENTE

             PERFORM 2310-ACUMULAR-REGISTRO
                                       UNTIL WS-FIM-SORT EQUAL 'S'

             PERFORM 2350-FECHAR-VENDEDOR
             PERFORM 2360-FECHAR-REDE
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-ACUMULAR-REGISTRO          SECTION.

           IF SD-RED-COD-REDE          NOT EQUAL WS-QUEBRA-REDE OR
              SD-RED-COD-VENDEDOR      NOT EQUAL WS-QUEBRA-VENDEDOR
             PERFORM 2350-FECHAR-VENDEDOR

             IF SD-RED-COD-REDE        NOT EQUAL WS-QUEBRA-REDE
               PERFORM 2360-FECHAR-REDE
             END-IF

             MOVE SD-RED-COD-REDE      TO WS-QUEBRA-REDE
             MOVE SD-RED-COD-VENDEDOR  TO WS-QUEBRA-VENDEDOR
             MOVE ZEROS                TO WS-QUEBRA-CLIENTE
           END-IF

           IF SD-RED-COD-CLIENTE       NOT EQUAL WS-QUEBRA-CLIENTE
             ADD 1                     TO WS-VEND-QTD-LOJAS
             MOVE SD-RED-COD-CLIENTE   TO WS-QUEBRA-CLIENTE
           END-IF

           ADD SD-RED-QTD-PEDIDOS      TO WS-VEND-QTD-PEDIDOS
           ADD SD-RED-VALOR-VENDAS     TO WS-VEND-VALOR-VENDAS
           ADD SD-RED-QTD-VISITAS      TO WS-VEND-QTD-VISITAS
           ADD SD-RED-QTD-ABERTOS      TO WS-VEND-QTD-ABERTOS
           ADD SD-RED-VALOR-ABERTO     TO WS-VEND-VALOR-ABERTO

           RETURN WORK-REDE            AT END
                                       MOVE 'S' TO WS-FIM-SORT

           .
       2310-99-FIM.                    EXIT.

       2350-FECHAR-VENDEDOR            SECTION.

           INITIALIZE                  WS-RELAT-DET
           MOVE 'V'                    TO WS-DET-NIVEL
           MOVE WS-QUEBRA-REDE         TO WS-DET-COD-REDE
           MOVE WS-QUEBRA-VENDEDOR     TO WS-DET-COD-VENDEDOR
                                       FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-DET-DESCRICAO
           ELSE
             MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DET-DESCRICAO
           END-IF

           MOVE WS-VEND-QTD-LOJAS      TO WS-DET-QTD-LOJAS
           MOVE WS-VEND-QTD-PEDIDOS    TO WS-DET-QTD-PEDIDOS
           MOVE WS-VEND-VALOR-VENDAS   TO WS-DET-VALOR-VENDAS
           MOVE WS-VEND-QTD-VISITAS    TO WS-DET-QTD-VISITAS
           MOVE WS-VEND-QTD-ABERTOS    TO WS-DET-QTD-ABERTOS
           MOVE WS-VEND-VALOR-ABERTO   TO WS-DET-VALOR-ABERTO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRRED-REG-QTD-LINHAS

           ADD WS-VEND-QTD-LOJAS       TO WS-REDE-QTD-LOJAS
           ADD WS-VEND-QTD-PEDIDOS     TO WS-REDE-QTD-PEDIDOS
           ADD WS-VEND-VALOR-VENDAS    TO WS-REDE-VALOR-VENDAS
           ADD WS-VEND-QTD-VISITAS     TO WS-REDE-QTD-VISITAS
           ADD WS-VEND-QTD-ABERTOS     TO WS-REDE-QTD-ABERTOS
           ADD WS-VEND-VALOR-ABERTO    TO WS-REDE-VALOR-ABERTO

           MOVE ZEROS                  TO WS-VEND-QTD-LOJAS
                                       WS-VEND-QTD-PEDIDOS
                                       WS-VEND-VALOR-VENDAS
                                       WS-VEND-QTD-VISITAS
                                       WS-VEND-QTD-ABERTOS
                                       WS-VEND-VALOR-ABERTO

           .
       2350-99-FIM.                    EXIT.

       2360-FECHAR-REDE                SECTION.

           INITIALIZE                  WS-RELAT-DET
           MOVE 'R'                    TO WS-DET-NIVEL
           MOVE WS-QUEBRA-REDE         TO WS-DET-COD-REDE
           MOVE "REDE NAO CADASTRADA"  TO WS-DET-DESCRICAO
           MOVE WS-QUEBRA-REDE         TO FD-RED-CODIGO

           IF WS-FS-ARQ-REDE           NOT EQUAL '35'
             READ ARQ-REDE             RECORD INTO FD-REDE
                                       KEY IS FD-RED-CODIGO
             IF WS-FS-ARQ-REDE         EQUAL ZEROS
               MOVE FD-RED-NOME        TO WS-DET-DESCRICAO
               MOVE FD-RED-GERENTE-CONTA
                                       TO WS-DET-GERENTE-CONTA
             END-IF
           END-IF

           MOVE WS-REDE-QTD-LOJAS      TO WS-DET-QTD-LOJAS
           MOVE WS-REDE-QTD-PEDIDOS    TO WS-DET-QTD-PEDIDOS
           MOVE WS-REDE-VALOR-VENDAS   TO WS-DET-VALOR-VENDAS
           MOVE WS-REDE-QTD-VISITAS    TO WS-DET-QTD-VISITAS
           MOVE WS-REDE-QTD-ABERTOS    TO WS-DET-QTD-ABERTOS
           MOVE WS-REDE-VALOR-ABERTO   TO WS-DET-VALOR-ABERTO
           MOVE WS-RELAT-DET           TO FD-REL-LINHA
           PERFORM 1170-GRAVAR-ARQ-RELAT
           ADD 1                       TO BOOKRRED-REG-QTD-LINHAS
                                       BOOKRRED-REG-QTD-REDES

           ADD WS-REDE-VALOR-VENDAS    TO WS-GERAL-VALOR-VENDAS
           ADD WS-REDE-VALOR-ABERTO    TO WS-GERAL-VALOR-ABERTO

           MOVE ZEROS                  TO WS-REDE-QTD-LOJAS
                                       WS-REDE-QTD-PEDIDOS
                                       WS-REDE-VALOR-VENDAS
                                       WS-REDE-QTD-VISITAS
                                       WS-REDE-QTD-ABERTOS
                                       WS-REDE-VALOR-ABERTO

           .
       2360-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-CLIENTE
                                       ARQ-VENDEDOR
                                       ARQ-REDE
                                       ARQ-PEDHDR
                                       ARQ-VISITA
                                       ARQ-RELAT-REDE

           IF BOOKRRED-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELREDE.RPT"          TO BOOKARQR-REG-ARQUIVO
           MOVE "RELREDE"              TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRRED-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRRED-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
