       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. RELDEVOL.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ARQ-DEVOLUCAO
                                       ASSIGN TO DISK "DEVOLUCA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-DEV-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-DEVOLUCAO.

           SELECT ARQ-PRODUTO          ASSIGN TO DISK "PRODUTO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-PROD-CODIGO
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PRODUTO.

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

           SELECT ARQ-RELAT-DEVOLUCAO  ASSIGN TO DISK "RELDEVOL.RPT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RELAT.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-DEVOLUCAO
           LABEL RECORD                IS STANDARD.
       01  FD-DEVOLUCAO.
           05 FD-DEV-CHAVE.
               10 FD-DEV-NUM-PEDIDO    PIC 9(007).
               10 FD-DEV-SEQ-ITEM      PIC 9(003).
               10 FD-DEV-SEQ-DEVOL     PIC 9(003).
           05 FD-DEV-COD-CLIENTE       PIC 9(007).
           05 FD-DEV-COD-VENDEDOR      PIC 9(005).
           05 FD-DEV-COD-PRODUTO       PIC 9(005).
           05 FD-DEV-DATA-DEVOLUCAO    PIC 9(008).
           05 FD-DEV-QUANTIDADE        PIC 9(005).
           05 FD-DEV-VALOR             PIC 9(009)V9(002).
           05 FD-DEV-MOTIVO            PIC X(001).
               88 FD-DEV-AVARIA                            VALUE 'A'.
               88 FD-DEV-VENCIDO                           VALUE 'V'.
               88 FD-DEV-ITEM-ERRADO                       VALUE 'E'.
               88 FD-DEV-OUTRO                             VALUE 'O'.
               88 FD-DEV-TRANSPORTE                        VALUE 'T'.
           05 FD-DEV-ANO-MES-DEDUCAO   PIC 9(006).
           05 FD-DEV-DATA-HORA         PIC 9(014).
           05 FD-DEV-OPERADOR          PIC X(010).

       FD  ARQ-PRODUTO
           LABEL RECORD                IS STANDARD.
       01  FD-PRODUTO.
           05 FD-PROD-CODIGO           PIC 9(005).
           05 FD-PROD-DESCRICAO        PIC X(040).
           05 FD-PROD-UNIDADE          PIC X(003).
           05 FD-PROD-STATUS           PIC X(001).
               88 FD-PROD-ATIVO                            VALUE 'A'.
               88 FD-PROD-INATIVO                          VALUE 'I'.
           05 FD-PROD-PESO-KG          PIC 9(005)V9(003).
           05 FD-PROD-VOLUME-M3        PIC 9(003)V9(004).
           05 FD-PROD-COD-CATEGORIA    PIC 9(003).
           05 FD-PROD-COD-MARCA        PIC 9(004).
           05 FD-PROD-EMBALAGEM        PIC X(001).

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

       FD  ARQ-RELAT-DEVOLUCAO
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-DEVOLUCAO.
           05 FD-REL-LINHA             PIC X(120).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-DEVOLUCAO         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PRODUTO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VEND              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RELAT             PIC X(002)          VALUE SPACES.

       77  WS-TAB-MAXIMO               PIC 9(005)          VALUE 05000.
       77  WS-QTD-PRODUTOS             PIC 9(005)          VALUE ZEROS.
       77  WS-QTD-VENDEDORES           PIC 9(005)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-MOTIVO               PIC 9(001)          VALUE ZEROS.
       77  WS-ACHOU                    PIC X(001)          VALUE 'N'.

       77  WS-TOT-QUANTIDADE           PIC 9(009)          VALUE ZEROS.

       01  WS-TAB-MOTIVOS-VALORES.
           05 FILLER                   PIC X(021)          VALUE
                                       'AAVARIA/QUEBRA       '.
           05 FILLER                   PIC X(021)          VALUE
                                       'VPRODUTO VENCIDO     '.
           05 FILLER                   PIC X(021)          VALUE
                                       'EITEM ERRADO         '.
           05 FILLER                   PIC X(021)          VALUE
                                       'OOUTRO MOTIVO        '.
       01  WS-TAB-MOTIVOS              REDEFINES
                                       WS-TAB-MOTIVOS-VALORES.
           05 WS-MOT-ITEM              OCCURS 4 TIMES.
               10 WS-MOT-CODIGO        PIC X(001).
               10 WS-MOT-DESCRICAO     PIC X(020).

       01  WS-TAB-ACUM-MOTIVO.
           05 WS-ACM-MOTIVO            OCCURS 4 TIMES.
               10 WS-ACM-QTD-REGISTROS PIC 9(007).
               10 WS-ACM-QUANTIDADE    PIC 9(009).
               10 WS-ACM-VALOR         PIC 9(011)V9(002).

       01  WS-TAB-ACUM-PRODUTO.
           05 WS-ACP-PRODUTO           OCCURS 5000 TIMES.
               10 WS-ACP-CODIGO        PIC 9(005).
               10 WS-ACP-QUANTIDADE    PIC 9(009).
               10 WS-ACP-VALOR         PIC 9(011)V9(002).

       01  WS-TAB-ACUM-VENDEDOR.
           05 WS-ACV-VENDEDOR          OCCURS 5000 TIMES.
               10 WS-ACV-CODIGO        PIC 9(005).
               10 WS-ACV-QUANTIDADE    PIC 9(009).
               10 WS-ACV-VALOR         PIC 9(011)V9(002).

       01  WS-RELAT-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-RELATORIO         PIC X(008)          VALUE
                                                           'RELDEVOL'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ANO-MES           PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-GERACAO      PIC 9(014)          VALUE ZEROS.

       01  WS-RELAT-MOTIVO.
           05 WS-RMO-TIPO              PIC X(001)          VALUE 'M'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RMO-MOTIVO            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RMO-DESCRICAO         PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RMO-QTD-REGISTROS     PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RMO-QUANTIDADE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RMO-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-PRODUTO.
           05 WS-RPR-TIPO              PIC X(001)          VALUE 'P'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-DESCRICAO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-QUANTIDADE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RPR-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-VENDEDOR.
           05 WS-RVE-TIPO              PIC X(001)          VALUE 'V'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-NOME              PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-QUANTIDADE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-RVE-VALOR             PIC 9(011)V9(002)   VALUE ZEROS.

       01  WS-RELAT-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-DEVOLUCOES    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QUANTIDADE        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKRDEV.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKRDEV-REG-ANO-MES     EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO BOOKRDEV-REG-ANO-MES
           END-IF

           MOVE ZEROS                  TO BOOKRDEV-REG-QTD-DEVOLUCOES
                                       BOOKRDEV-REG-VALOR-TOTAL

           INITIALIZE                  WS-TAB-ACUM-MOTIVO

           PERFORM 1110-ABRIR-ARQ-DEVOLUCAO
           PERFORM 1120-ABRIR-ARQ-PRODUTO
           PERFORM 1125-ABRIR-ARQ-VENDEDOR
           PERFORM 1130-ABRIR-ARQ-RELAT
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-DEVOLUCAO        SECTION.

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-PRODUTO          SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-VENDEDOR         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RELAT            SECTION.

           OPEN OUTPUT ARQ-RELAT-DEVOLUCAO

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RELATORIO DE DEVOLUCOES"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1150-LER-ARQ-DEVOLUCAO          SECTION.

           READ ARQ-DEVOLUCAO          NEXT RECORD

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS OR
                                       EQUAL '10'
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA LEITURA DO ARQUIVO DE DEVOLUCOES"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-GRAVAR-ARQ-RELAT           SECTION.

           WRITE FD-RELAT-DEVOLUCAO    FROM FD-REL-LINHA

           IF WS-FS-ARQ-RELAT          EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKRDEV-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RELATORIO DE DEVOLUCOES"
                                       TO BOOKRDEV-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-DEVOLUCAO
                                       ARQ-PRODUTO
                                       ARQ-VENDEDOR
                                       ARQ-RELAT-DEVOLUCAO
           .
       1170-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           IF WS-FS-ARQ-DEVOLUCAO      EQUAL ZEROS
             PERFORM 1150-LER-ARQ-DEVOLUCAO
             PERFORM 2100-ACUMULAR-DEVOLUCAO
                                       UNTIL WS-FS-ARQ-DEVOLUCAO
                                       EQUAL '10'
           END-IF

           MOVE BOOKRDEV-REG-ANO-MES   TO WS-CAB-ANO-MES
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-GERACAO
           MOVE WS-RELAT-CABEC         TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           MOVE 1                      TO WS-IDX-MOTIVO
           PERFORM 2200-GRAVAR-MOTIVO  UNTIL WS-IDX-MOTIVO
                                       GREATER 4

           MOVE 1                      TO WS-IDX
           PERFORM 2300-GRAVAR-PRODUTO UNTIL WS-IDX
                                       GREATER WS-QTD-PRODUTOS

           MOVE 1                      TO WS-IDX
           PERFORM 2400-GRAVAR-VENDEDOR
                                       UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES

           MOVE BOOKRDEV-REG-QTD-DEVOLUCOES
                                       TO WS-TRL-QTD-DEVOLUCOES
           MOVE WS-TOT-QUANTIDADE      TO WS-TRL-QUANTIDADE
           MOVE BOOKRDEV-REG-VALOR-TOTAL
                                       TO WS-TRL-VALOR-TOTAL
           MOVE BOOKRDEV-REG-OPERADOR  TO WS-TRL-OPERADOR
           MOVE WS-RELAT-TRAILER       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           IF BOOKRDEV-REG-QTD-DEVOLUCOES
                                       EQUAL ZEROS
             MOVE 1                    TO BOOKRDEV-CTRL-COD
             MOVE "NENHUMA DEVOLUCAO NA COMPETENCIA"
                                       TO BOOKRDEV-CTRL-MSG
           ELSE
             MOVE ZEROS                TO BOOKRDEV-CTRL-COD
             MOVE "RELATORIO DE DEVOLUCOES GERADO"
                                       TO BOOKRDEV-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-ACUMULAR-DEVOLUCAO         SECTION.

           IF FD-DEV-DATA-DEVOLUCAO (1:6)
                                       EQUAL BOOKRDEV-REG-ANO-MES AND
              NOT FD-DEV-TRANSPORTE
             ADD 1                     TO BOOKRDEV-REG-QTD-DEVOLUCOES
             ADD FD-DEV-QUANTIDADE     TO WS-TOT-QUANTIDADE
             ADD FD-DEV-VALOR          TO BOOKRDEV-REG-VALOR-TOTAL

             PERFORM 2110-ACUMULAR-MOTIVO
             PERFORM 2120-ACUMULAR-PRODUTO
             PERFORM 2130-ACUMULAR-VENDEDOR
           END-IF

           PERFORM 1150-LER-ARQ-DEVOLUCAO

           .
       2100-99-FIM.                    EXIT.

       2110-ACUMULAR-MOTIVO            SECTION.

           MOVE 4                      TO WS-IDX-MOTIVO
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX GREATER 4
             IF WS-MOT-CODIGO (WS-IDX) EQUAL FD-DEV-MOTIVO
               MOVE WS-IDX             TO WS-IDX-MOTIVO
             END-IF
             ADD 1                     TO WS-IDX
           END-PERFORM

           ADD 1                       TO WS-ACM-QTD-REGISTROS
                                       (WS-IDX-MOTIVO)
           ADD FD-DEV-QUANTIDADE       TO WS-ACM-QUANTIDADE
                                       (WS-IDX-MOTIVO)
           ADD FD-DEV-VALOR            TO WS-ACM-VALOR (WS-IDX-MOTIVO)

           .
       2110-99-FIM.                    EXIT.

       2120-ACUMULAR-PRODUTO           SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX
                                       GREATER WS-QTD-PRODUTOS OR
                                       WS-ACHOU EQUAL 'S'
             IF WS-ACP-CODIGO (WS-IDX) EQUAL FD-DEV-COD-PRODUTO
               MOVE 'S'                TO WS-ACHOU
             ELSE
               ADD 1                   TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-ACHOU                 EQUAL 'N' AND
              WS-QTD-PRODUTOS          LESS WS-TAB-MAXIMO
             ADD 1                     TO WS-QTD-PRODUTOS
             MOVE WS-QTD-PRODUTOS      TO WS-IDX
             MOVE FD-DEV-COD-PRODUTO   TO WS-ACP-CODIGO (WS-IDX)
             MOVE ZEROS                TO WS-ACP-QUANTIDADE (WS-IDX)
                                       WS-ACP-VALOR (WS-IDX)
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           IF WS-ACHOU                 EQUAL 'S'
             ADD FD-DEV-QUANTIDADE     TO WS-ACP-QUANTIDADE (WS-IDX)
             ADD FD-DEV-VALOR          TO WS-ACP-VALOR (WS-IDX)
           END-IF

           .
       2120-99-FIM.                    EXIT.

       2130-ACUMULAR-VENDEDOR          SECTION.

           MOVE 'N'                    TO WS-ACHOU
           MOVE 1                      TO WS-IDX

           PERFORM                     UNTIL WS-IDX
                                       GREATER WS-QTD-VENDEDORES OR
                                       WS-ACHOU EQUAL 'S'
             IF WS-ACV-CODIGO (WS-IDX) EQUAL FD-DEV-COD-VENDEDOR
               MOVE 'S'                TO WS-ACHOU
             ELSE
               ADD 1                   TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-ACHOU                 EQUAL 'N' AND
              WS-QTD-VENDEDORES        LESS WS-TAB-MAXIMO
             ADD 1                     TO WS-QTD-VENDEDORES
             MOVE WS-QTD-VENDEDORES    TO WS-IDX
             MOVE FD-DEV-COD-VENDEDOR  TO WS-ACV-CODIGO (WS-IDX)
             MOVE ZEROS                TO WS-ACV-QUANTIDADE (WS-IDX)
                                       WS-ACV-VALOR (WS-IDX)
             MOVE 'S'                  TO WS-ACHOU
           END-IF

           IF WS-ACHOU                 EQUAL 'S'
             ADD FD-DEV-QUANTIDADE     TO WS-ACV-QUANTIDADE (WS-IDX)
             ADD FD-DEV-VALOR          TO WS-ACV-VALOR (WS-IDX)
           END-IF

           .
       2130-99-FIM.                    EXIT.

       2200-GRAVAR-MOTIVO              SECTION.

           MOVE WS-MOT-CODIGO (WS-IDX-MOTIVO)
                                       TO WS-RMO-MOTIVO
           MOVE WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
                                       TO WS-RMO-DESCRICAO
           MOVE WS-ACM-QTD-REGISTROS (WS-IDX-MOTIVO)
                                       TO WS-RMO-QTD-REGISTROS
           MOVE WS-ACM-QUANTIDADE (WS-IDX-MOTIVO)
                                       TO WS-RMO-QUANTIDADE
           MOVE WS-ACM-VALOR (WS-IDX-MOTIVO)
                                       TO WS-RMO-VALOR
           MOVE WS-RELAT-MOTIVO        TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO WS-IDX-MOTIVO

           .
       2200-99-FIM.                    EXIT.

       2300-GRAVAR-PRODUTO             SECTION.

           MOVE WS-ACP-CODIGO (WS-IDX) TO WS-RPR-COD-PRODUTO
                                       FD-PROD-CODIGO
           READ ARQ-PRODUTO            RECORD INTO FD-PRODUTO
                                       KEY IS FD-PROD-CODIGO

           IF WS-FS-ARQ-PRODUTO        EQUAL ZEROS
             MOVE FD-PROD-DESCRICAO    TO WS-RPR-DESCRICAO
           ELSE
             MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-RPR-DESCRICAO
           END-IF

           MOVE WS-ACP-QUANTIDADE (WS-IDX)
                                       TO WS-RPR-QUANTIDADE
           MOVE WS-ACP-VALOR (WS-IDX)  TO WS-RPR-VALOR
           MOVE WS-RELAT-PRODUTO       TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO WS-IDX

           .
       2300-99-FIM.                    EXIT.

       2400-GRAVAR-VENDEDOR            SECTION.

           MOVE WS-ACV-CODIGO (WS-IDX) TO WS-RVE-COD-VENDEDOR
                                       FD-VEND-COD-VENDEDOR
           READ ARQ-VENDEDOR           RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR

           IF WS-FS-ARQ-VEND           EQUAL ZEROS
             MOVE FD-VEND-NOME         TO WS-RVE-NOME
           ELSE
             MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-RVE-NOME
           END-IF

           MOVE WS-ACV-QUANTIDADE (WS-IDX)
                                       TO WS-RVE-QUANTIDADE
           MOVE WS-ACV-VALOR (WS-IDX)  TO WS-RVE-VALOR
           MOVE WS-RELAT-VENDEDOR      TO FD-REL-LINHA
           PERFORM 1160-GRAVAR-ARQ-RELAT

           ADD 1                       TO WS-IDX

           .
       2400-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS

           IF BOOKRDEV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELDEVOL.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELDEVOL"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKRDEV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKRDEV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
