       IDENTIFICATION                  DIVISION.

       PROGRAM-ID. IMPPORTL.
       AUTHOR.     RAMON CONRADO


       ENVIRONMENT                     DIVISION.

       CONFIGURATION                   SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT ARQ-PORTAL           ASSIGN TO DISK WS-ENDER
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-PORTAL.

           SELECT ARQ-CLIENTE          ASSIGN TO DISK "CLIENTE.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

           SELECT OPTIONAL ARQ-CARTEIRA
                                       ASSIGN TO DISK "CARTEIRA.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CART-COD-CLIENTE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CARTEIRA.

           SELECT OPTIONAL ARQ-XREF-PORTAL
                                       ASSIGN TO DISK "PORTXREF.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-XRF-ID-PORTAL
                  ALTERNATE RECORD KEY IS FD-XRF-NUM-PEDIDO
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-XREF.

           SELECT ARQ-RETORNO          ASSIGN TO DISK "PORTRET.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-RETORNO.

           SELECT ARQ-EXCECAO          ASSIGN TO "EXCECOES.TXT"
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-EXCECAO.


       DATA                            DIVISION.
       FILE                            SECTION.

       FD  ARQ-PORTAL
           LABEL RECORD                IS STANDARD.
       01  FD-PORTAL.
           05 FD-POR-LINHA             PIC X(120).

       01  FD-PORTAL-CABECALHO.
           05 FD-POH-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-POH-ID-PORTAL         PIC X(015).
           05 FILLER                   PIC X(001).
           05 FD-POH-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-POH-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001).
           05 FD-POH-DATA-PEDIDO       PIC 9(008).

       01  FD-PORTAL-ITEM.
           05 FD-POI-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-POI-ID-PORTAL         PIC X(015).
           05 FILLER                   PIC X(001).
           05 FD-POI-COD-PRODUTO       PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-POI-QUANTIDADE        PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-POI-VALOR             PIC 9(009)V9(002).

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

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
       01  FD-CARTEIRA.
           05 FD-CART-COD-CLIENTE      PIC 9(007).
           05 FD-CART-COD-VENDEDOR     PIC 9(005).
           05 FD-CART-DISTANCIA        PIC 9(010)V9(008).
           05 FD-CART-DATA-ATRIB       PIC 9(008).

       FD  ARQ-XREF-PORTAL
           LABEL RECORD                IS STANDARD.
       01  FD-XREF-PORTAL.
           05 FD-XRF-ID-PORTAL         PIC X(015).
           05 FD-XRF-NUM-PEDIDO        PIC 9(007).
           05 FD-XRF-COD-CLIENTE       PIC 9(007).
           05 FD-XRF-COD-VENDEDOR      PIC 9(005).
           05 FD-XRF-DATA-PEDIDO       PIC 9(008).
           05 FD-XRF-DATA-IMPORTACAO   PIC 9(008).
           05 FD-XRF-QTD-ITENS         PIC 9(003).
           05 FD-XRF-OPERADOR          PIC X(010).

       FD  ARQ-RETORNO
           LABEL RECORD                IS STANDARD.
       01  FD-RETORNO.
           05 FD-RET-LINHA             PIC X(150).

       FD  ARQ-EXCECAO
           LABEL RECORD                IS STANDARD.
       01  FD-EXCECAO.
           05 FD-EXC-ORIGEM            PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERACAO          PIC X(001).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-DATA-HORA         PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-COD-REGISTRO      PIC 9(007).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CPF               PIC 9(011).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-EXC-OPERADOR          PIC X(010).

       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-PORTAL            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-CARTEIRA          PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-XREF              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-RETORNO           PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-EXCECAO           PIC X(002)          VALUE SPACES.

       01  WS-ENDER                    PIC X(040)          VALUE SPACES.

       77  WS-REGPEDID                 PIC X(008)          VALUE
                                                           'REGPEDID'.
       77  WS-VALIDATA                 PIC X(008)          VALUE
                                                           'VALIDATA'.

       01  WS-LINK-REGPEDID.
           COPY 'BOOKPEDI.CPY'.

       01  WS-LINK-VALIDATA.
           COPY 'BOOKVDAT.CPY'.

       01  WS-PEDIDO-PORTAL.
           05 WS-PPO-ID-PORTAL         PIC X(015)          VALUE SPACES.
           05 WS-PPO-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 WS-PPO-CNPJ              PIC 9(014)          VALUE ZEROS.
           05 WS-PPO-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 WS-PPO-DATA-PEDIDO       PIC 9(008)          VALUE ZEROS.
           05 WS-PPO-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 WS-PPO-QTD-ITENS         PIC 9(003)          VALUE ZEROS.
           05 WS-PPO-QTD-ACEITOS       PIC 9(003)          VALUE ZEROS.
           05 WS-PPO-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.
           05 WS-PPO-MOTIVO            PIC X(040)          VALUE SPACES.
           05 WS-PPO-SITUACAO          PIC X(001)          VALUE SPACES.
               88 WS-PPO-SEM-PEDIDO                        VALUE SPACE.
               88 WS-PPO-CABECALHO-VALIDO                  VALUE 'V'.
               88 WS-PPO-CABECALHO-REJEITADO               VALUE 'R'.

       01  WS-EXC-TIPO-LINHA           PIC X(001)          VALUE SPACES.

       01  WS-RETORNO-CABEC.
           05 WS-CAB-TIPO              PIC X(001)          VALUE 'H'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-DATA-HORA         PIC 9(014)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-ARQUIVO           PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       01  WS-RETORNO-DET.
           05 WS-DET-TIPO              PIC X(001)          VALUE 'D'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ID-PORTAL         PIC X(015)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-SITUACAO          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-COD-VENDEDOR      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-ITENS         PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-QTD-ACEITOS       PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-VALOR-TOTAL       PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-MOTIVO            PIC X(040)          VALUE SPACES.

       01  WS-RETORNO-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PEDIDOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ACEITOS       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PARCIAIS      PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ITENS         PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-ITENS-ACEITOS PIC 9(007)          VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKIPOR.CPY'.

       PROCEDURE                       DIVISION USING WS-LINKAGE-AREA.


       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR

           PERFORM 2000-PROCESSAR

           PERFORM 3000-FINALIZAR

           .
       0000-99-FIM.                    EXIT.

       1000-INICIALIZAR                SECTION.

           IF BOOKIPOR-REG-ARQUIVO     EQUAL SPACES
             MOVE "PORTAL.TXT"         TO BOOKIPOR-REG-ARQUIVO
           END-IF

           MOVE BOOKIPOR-REG-ARQUIVO   TO WS-ENDER

           PERFORM 1110-ABRIR-ARQ-PORTAL
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1125-ABRIR-ARQ-CARTEIRA
           PERFORM 1127-ABRIR-ARQ-XREF
           PERFORM 1130-ABRIR-ARQ-RETORNO
           PERFORM 1135-ABRIR-ARQ-EXCECAO
           .
       1000-99-FIM.                    EXIT.

       1110-ABRIR-ARQ-PORTAL           SECTION.

           OPEN INPUT ARQ-PORTAL

           IF WS-FS-ARQ-PORTAL         EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 1                    TO BOOKIPOR-CTRL-COD
             MOVE "ARQUIVO DO PORTAL NAO ENCONTRADO"
                                       TO BOOKIPOR-CTRL-MSG
             GOBACK
           END-IF

           .
       1110-99-FIM.                    EXIT.

       1120-ABRIR-ARQ-CLIENTE          SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FS-ARQ-CLIE           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1120-99-FIM.                    EXIT.

       1125-ABRIR-ARQ-CARTEIRA         SECTION.

           OPEN INPUT ARQ-CARTEIRA

           IF WS-FS-ARQ-CARTEIRA       EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARTEIRA"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1125-99-FIM.                    EXIT.

       1127-ABRIR-ARQ-XREF             SECTION.

           OPEN I-O ARQ-XREF-PORTAL

           IF WS-FS-ARQ-XREF           EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO CRUZAMENTO DO PORTAL"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1127-99-FIM.                    EXIT.

       1130-ABRIR-ARQ-RETORNO          SECTION.

           OPEN OUTPUT ARQ-RETORNO

           IF WS-FS-ARQ-RETORNO        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO RETORNO AO PORTAL"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1130-99-FIM.                    EXIT.

       1135-ABRIR-ARQ-EXCECAO          SECTION.

           OPEN EXTEND ARQ-EXCECAO

           IF WS-FS-ARQ-EXCECAO        EQUAL ZEROS OR 05
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXCECOES"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1135-99-FIM.                    EXIT.

       1140-LER-ARQ-PORTAL             SECTION.

           READ ARQ-PORTAL

           .
       1140-99-FIM.                    EXIT.

       1150-GRAVAR-ARQ-RETORNO         SECTION.

           WRITE FD-RETORNO

           IF WS-FS-ARQ-RETORNO        EQUAL ZEROS
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO RETORNO AO PORTAL"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1150-99-FIM.                    EXIT.

       1160-REGISTRAR-REJEICAO         SECTION.

           INITIALIZE                  FD-EXCECAO
           MOVE 'W'                    TO FD-EXC-ORIGEM
           MOVE WS-EXC-TIPO-LINHA      TO FD-EXC-OPERACAO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO FD-EXC-DATA-HORA
           MOVE WS-PPO-COD-CLIENTE     TO FD-EXC-COD-REGISTRO
           MOVE WS-PPO-CNPJ            TO FD-EXC-CNPJ
           MOVE WS-PPO-MOTIVO          TO FD-EXC-MOTIVO
           MOVE BOOKIPOR-REG-OPERADOR  TO FD-EXC-OPERADOR

           WRITE FD-EXCECAO

           IF WS-FS-ARQ-EXCECAO        NOT EQUAL ZEROS
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXCECOES"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1160-99-FIM.                    EXIT.

       1170-GRAVAR-ARQ-XREF            SECTION.

           INITIALIZE                  FD-XREF-PORTAL
           MOVE WS-PPO-ID-PORTAL       TO FD-XRF-ID-PORTAL
           MOVE WS-PPO-NUM-PEDIDO      TO FD-XRF-NUM-PEDIDO
           MOVE WS-PPO-COD-CLIENTE     TO FD-XRF-COD-CLIENTE
           MOVE WS-PPO-COD-VENDEDOR    TO FD-XRF-COD-VENDEDOR
           MOVE WS-PPO-DATA-PEDIDO     TO FD-XRF-DATA-PEDIDO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO FD-XRF-DATA-IMPORTACAO
           MOVE WS-PPO-QTD-ACEITOS     TO FD-XRF-QTD-ITENS
           MOVE BOOKIPOR-REG-OPERADOR  TO FD-XRF-OPERADOR

           WRITE FD-XREF-PORTAL

           IF WS-FS-ARQ-XREF           NOT EQUAL ZEROS
             MOVE 2                    TO BOOKIPOR-CTRL-COD
             MOVE "ERRO NA GRAVACAO DO CRUZAMENTO DO PORTAL"
                                       TO BOOKIPOR-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1170-99-FIM.                    EXIT.

       1180-FECHAR-ARQUIVOS            SECTION.

           CLOSE ARQ-PORTAL
                                       ARQ-CLIENTE
                                       ARQ-CARTEIRA
                                       ARQ-XREF-PORTAL
                                       ARQ-RETORNO
                                       ARQ-EXCECAO
           .
       1180-99-FIM.                    EXIT.

       2000-PROCESSAR                  SECTION.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CAB-DATA-HORA
           MOVE BOOKIPOR-REG-ARQUIVO   TO WS-CAB-ARQUIVO
           MOVE BOOKIPOR-REG-OPERADOR  TO WS-CAB-OPERADOR
           MOVE WS-RETORNO-CABEC       TO FD-RET-LINHA
           PERFORM 1150-GRAVAR-ARQ-RETORNO

           INITIALIZE                  WS-PEDIDO-PORTAL

           PERFORM 1140-LER-ARQ-PORTAL

           PERFORM 2100-PROCESSAR-LINHA
                                       UNTIL WS-FS-ARQ-PORTAL
                                       NOT EQUAL ZEROS

           PERFORM 2400-ENCERRAR-PEDIDO

           MOVE BOOKIPOR-REG-QTD-PEDIDOS
                                       TO WS-TRL-QTD-PEDIDOS
           MOVE BOOKIPOR-REG-QTD-ACEITOS
                                       TO WS-TRL-QTD-ACEITOS
           MOVE BOOKIPOR-REG-QTD-PARCIAIS
                                       TO WS-TRL-QTD-PARCIAIS
           MOVE BOOKIPOR-REG-QTD-REJEITADOS
                                       TO WS-TRL-QTD-REJEITADOS
           MOVE BOOKIPOR-REG-QTD-ITENS TO WS-TRL-QTD-ITENS
           MOVE BOOKIPOR-REG-QTD-ITENS-ACEITOS
                                       TO WS-TRL-QTD-ITENS-ACEITOS
           MOVE WS-RETORNO-TRAILER     TO FD-RET-LINHA
           PERFORM 1150-GRAVAR-ARQ-RETORNO

           MOVE ZEROS                  TO BOOKIPOR-CTRL-COD
           IF BOOKIPOR-REG-QTD-REJEITADOS
                                       GREATER ZEROS OR
              BOOKIPOR-REG-QTD-PARCIAIS
                                       GREATER ZEROS
             MOVE "PORTAL IMPORTADO COM REJEICOES"
                                       TO BOOKIPOR-CTRL-MSG
           ELSE
             MOVE "PEDIDOS DO PORTAL IMPORTADOS"
                                       TO BOOKIPOR-CTRL-MSG
           END-IF

           .
       2000-99-FIM.                    EXIT.

       2100-PROCESSAR-LINHA            SECTION.

           EVALUATE FD-POR-LINHA (1:1)
             WHEN 'H'
               PERFORM 2400-ENCERRAR-PEDIDO
               PERFORM 2200-VALIDAR-CABECALHO
             WHEN 'I'
               ADD 1                   TO BOOKIPOR-REG-QTD-ITENS
               PERFORM 2300-IMPORTAR-ITEM
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 1140-LER-ARQ-PORTAL

           .
       2100-99-FIM.                    EXIT.

       2200-VALIDAR-CABECALHO          SECTION.

           INITIALIZE                  WS-PEDIDO-PORTAL
           ADD 1                       TO BOOKIPOR-REG-QTD-PEDIDOS

           MOVE FD-POH-ID-PORTAL       TO WS-PPO-ID-PORTAL
           IF FD-POH-COD-CLIENTE       NUMERIC
             MOVE FD-POH-COD-CLIENTE   TO WS-PPO-COD-CLIENTE
           END-IF
           IF FD-POH-CNPJ              NUMERIC
             MOVE FD-POH-CNPJ          TO WS-PPO-CNPJ
           END-IF
           IF FD-POH-DATA-PEDIDO       NUMERIC AND
              FD-POH-DATA-PEDIDO       GREATER ZEROS
             MOVE FD-POH-DATA-PEDIDO   TO WS-PPO-DATA-PEDIDO
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-PPO-DATA-PEDIDO
           END-IF

           SET WS-PPO-CABECALHO-VALIDO TO TRUE

           IF WS-PPO-ID-PORTAL         EQUAL SPACES
             MOVE "PEDIDO DO PORTAL SEM IDENTIFICACAO"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
             PERFORM 2210-VERIFICAR-DUPLICIDADE
           END-IF

           IF WS-PPO-CABECALHO-VALIDO
             PERFORM 2220-VALIDAR-DATA
           END-IF

           IF WS-PPO-CABECALHO-VALIDO
             PERFORM 2230-VALIDAR-CLIENTE
           END-IF

           IF WS-PPO-CABECALHO-VALIDO
             PERFORM 2240-OBTER-VENDEDOR-TITULAR
           END-IF

           IF WS-PPO-CABECALHO-REJEITADO
             MOVE 'H'                  TO WS-EXC-TIPO-LINHA
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2200-99-FIM.                    EXIT.

       2210-VERIFICAR-DUPLICIDADE      SECTION.

           IF WS-FS-ARQ-XREF           EQUAL '05'
             CONTINUE
           ELSE
             MOVE WS-PPO-ID-PORTAL     TO FD-XRF-ID-PORTAL
             READ ARQ-XREF-PORTAL      RECORD INTO FD-XREF-PORTAL
                                       KEY IS FD-XRF-ID-PORTAL

             IF WS-FS-ARQ-XREF         EQUAL ZEROS
               MOVE FD-XRF-NUM-PEDIDO  TO WS-PPO-NUM-PEDIDO
               MOVE "PEDIDO DO PORTAL JA IMPORTADO"
                                       TO WS-PPO-MOTIVO
               SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2220-VALIDAR-DATA               SECTION.

           INITIALIZE                  WS-LINK-VALIDATA

           MOVE WS-PPO-DATA-PEDIDO     TO BOOKVDAT-REG-DATA
           MOVE 'N'                    TO BOOKVDAT-REG-ACEITA-FUTURO

           CALL WS-VALIDATA            USING WS-LINK-VALIDATA

           IF BOOKVDAT-CTRL-COD        NOT EQUAL ZEROS
             MOVE BOOKVDAT-CTRL-MSG    TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           END-IF

           .
       2220-99-FIM.                    EXIT.

       2230-VALIDAR-CLIENTE            SECTION.

           MOVE WS-PPO-COD-CLIENTE     TO FD-CLI-COD-CLIENTE
           READ ARQ-CLIENTE            RECORD INTO FD-CLIENTE
                                       KEY IS FD-CLI-COD-CLIENTE

           IF WS-FS-ARQ-CLIE           NOT EQUAL ZEROS
             MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
           IF WS-PPO-CNPJ              GREATER ZEROS AND
              WS-PPO-CNPJ              NOT EQUAL FD-CLI-CNPJ
             MOVE "CNPJ NAO CONFERE COM O CLIENTE"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
           IF FD-CLI-CLIENTE-DESTINO   GREATER ZEROS
             MOVE "CLIENTE INCORPORADO A OUTRO CODIGO"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
           IF FD-CLI-DADOS-ANONIMOS
             MOVE "CLIENTE COM DADOS ANONIMIZADOS"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
           IF NOT FD-CLI-ATIVO
             MOVE "CLIENTE INATIVO"    TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           ELSE
             MOVE FD-CLI-CNPJ          TO WS-PPO-CNPJ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2230-99-FIM.                    EXIT.

       2240-OBTER-VENDEDOR-TITULAR     SECTION.

           MOVE ZEROS                  TO WS-PPO-COD-VENDEDOR

           IF WS-FS-ARQ-CARTEIRA       NOT EQUAL '05'
             MOVE WS-PPO-COD-CLIENTE   TO FD-CART-COD-CLIENTE
             READ ARQ-CARTEIRA         RECORD INTO FD-CARTEIRA
                                       KEY IS FD-CART-COD-CLIENTE

             IF WS-FS-ARQ-CARTEIRA     EQUAL ZEROS
               MOVE FD-CART-COD-VENDEDOR
                                       TO WS-PPO-COD-VENDEDOR
             END-IF
           END-IF

           IF WS-PPO-COD-VENDEDOR      EQUAL ZEROS
             MOVE FD-CLI-COD-VENDEDOR  TO WS-PPO-COD-VENDEDOR
           END-IF

           IF WS-PPO-COD-VENDEDOR      EQUAL ZEROS
             MOVE "CLIENTE SEM VENDEDOR TITULAR NA CARTEIRA"
                                       TO WS-PPO-MOTIVO
             SET WS-PPO-CABECALHO-REJEITADO
                                       TO TRUE
           END-IF

           .
       2240-99-FIM.                    EXIT.

       2300-IMPORTAR-ITEM              SECTION.

           IF WS-PPO-SEM-PEDIDO OR
              FD-POI-ID-PORTAL         NOT EQUAL WS-PPO-ID-PORTAL
             MOVE "ITEM SEM CABECALHO DE PEDIDO"
                                       TO WS-PPO-MOTIVO
             MOVE 'I'                  TO WS-EXC-TIPO-LINHA
             PERFORM 1160-REGISTRAR-REJEICAO
           ELSE
             ADD 1                     TO WS-PPO-QTD-ITENS

             IF WS-PPO-CABECALHO-VALIDO
               PERFORM 2310-REGISTRAR-ITEM
             END-IF
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-REGISTRAR-ITEM             SECTION.

           INITIALIZE                  WS-LINK-REGPEDID

           MOVE 'I'                    TO BOOKPEDI-REG-SERVICO
           SET BOOKPEDI-ORIGEM-PORTAL  TO TRUE
           MOVE WS-PPO-NUM-PEDIDO      TO BOOKPEDI-REG-NUM-PEDIDO
           MOVE WS-PPO-COD-CLIENTE     TO BOOKPEDI-REG-COD-CLIENTE
           MOVE WS-PPO-COD-VENDEDOR    TO BOOKPEDI-REG-COD-VEND
           MOVE WS-PPO-DATA-PEDIDO     TO BOOKPEDI-REG-DATA-VISITA
           IF FD-POI-COD-PRODUTO       NUMERIC
             MOVE FD-POI-COD-PRODUTO   TO BOOKPEDI-REG-COD-PRODUTO
           END-IF
           IF FD-POI-QUANTIDADE        NUMERIC
             MOVE FD-POI-QUANTIDADE    TO BOOKPEDI-REG-QUANTIDADE
           END-IF
           IF FD-POI-VALOR             NUMERIC
             MOVE FD-POI-VALOR         TO BOOKPEDI-REG-VALOR
           END-IF
           MOVE BOOKIPOR-REG-OPERADOR  TO BOOKPEDI-REG-OPERADOR

           CALL WS-REGPEDID            USING WS-LINK-REGPEDID

           IF BOOKPEDI-CTRL-COD        EQUAL ZEROS
             ADD 1                     TO WS-PPO-QTD-ACEITOS
                                       BOOKIPOR-REG-QTD-ITENS-ACEITOS
             ADD BOOKPEDI-REG-VALOR    TO WS-PPO-VALOR-TOTAL
             MOVE BOOKPEDI-REG-NUM-PEDIDO
                                       TO WS-PPO-NUM-PEDIDO
           ELSE
             MOVE BOOKPEDI-CTRL-MSG    TO WS-PPO-MOTIVO
             MOVE 'I'                  TO WS-EXC-TIPO-LINHA
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2310-99-FIM.                    EXIT.

       2400-ENCERRAR-PEDIDO            SECTION.

           IF WS-PPO-SEM-PEDIDO
             CONTINUE
           ELSE
             IF WS-PPO-CABECALHO-VALIDO AND
                WS-PPO-QTD-ITENS       EQUAL ZEROS
               MOVE "PEDIDO DO PORTAL SEM ITENS"
                                       TO WS-PPO-MOTIVO
               MOVE 'H'                TO WS-EXC-TIPO-LINHA
               PERFORM 1160-REGISTRAR-REJEICAO
             END-IF

             EVALUATE TRUE
               WHEN WS-PPO-CABECALHO-REJEITADO
                 MOVE 'R'              TO WS-DET-SITUACAO
               WHEN WS-PPO-QTD-ACEITOS EQUAL ZEROS
                 MOVE 'R'              TO WS-DET-SITUACAO
                 MOVE ZEROS            TO WS-PPO-NUM-PEDIDO
               WHEN WS-PPO-QTD-ACEITOS LESS WS-PPO-QTD-ITENS
                 MOVE 'P'              TO WS-DET-SITUACAO
               WHEN OTHER
                 MOVE 'A'              TO WS-DET-SITUACAO
                 MOVE SPACES           TO WS-PPO-MOTIVO
             END-EVALUATE

             EVALUATE WS-DET-SITUACAO
               WHEN 'A'
                 ADD 1                 TO BOOKIPOR-REG-QTD-ACEITOS
                 PERFORM 1170-GRAVAR-ARQ-XREF
               WHEN 'P'
                 ADD 1                 TO BOOKIPOR-REG-QTD-PARCIAIS
                 PERFORM 1170-GRAVAR-ARQ-XREF
               WHEN OTHER
                 ADD 1                 TO BOOKIPOR-REG-QTD-REJEITADOS
             END-EVALUATE

             MOVE WS-PPO-ID-PORTAL     TO WS-DET-ID-PORTAL
             MOVE WS-PPO-NUM-PEDIDO    TO WS-DET-NUM-PEDIDO
             MOVE WS-PPO-COD-CLIENTE   TO WS-DET-COD-CLIENTE
             MOVE WS-PPO-COD-VENDEDOR  TO WS-DET-COD-VENDEDOR
             MOVE WS-PPO-QTD-ITENS     TO WS-DET-QTD-ITENS
             MOVE WS-PPO-QTD-ACEITOS   TO WS-DET-QTD-ACEITOS
             MOVE WS-PPO-VALOR-TOTAL   TO WS-DET-VALOR-TOTAL
             MOVE WS-PPO-MOTIVO        TO WS-DET-MOTIVO
             MOVE WS-RETORNO-DET       TO FD-RET-LINHA
             PERFORM 1150-GRAVAR-ARQ-RETORNO
           END-IF

           INITIALIZE                  WS-PEDIDO-PORTAL

           .
       2400-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1180-FECHAR-ARQUIVOS

           GOBACK

           .
       3000-99-FIM.                    EXIT.
