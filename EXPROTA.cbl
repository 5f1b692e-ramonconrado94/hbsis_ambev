                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-VISITA.

           SELECT OPTIONAL ARQ-SUGESTAO
                                       ASSIGN TO DISK "SUGESTAO.TXT"
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-SUG-CHAVE
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-SUGESTAO.

           SELECT ARQ-PACOTE           ASSIGN TO DISK WS-ENDER-PACOTE
                  ORGANIZATION         IS LINE SEQUENTIAL
                  ACCESS MODE          IS SEQUENTIAL
               88 FD-CLI-PROTEGIDO                         VALUE 'S'.
           05 FD-CLI-ANONIMIZADO       PIC X(001).
               88 FD-CLI-DADOS-ANONIMOS                    VALUE 'S'.
           05 FD-CLI-ORIGEM-BLOQUEIO   PIC X(001).
               88 FD-CLI-BLOQ-AUTOMATICO                   VALUE 'A'.
               88 FD-CLI-BLOQ-MANUAL                       VALUE 'M'.
           05 FD-CLI-COD-REDE          PIC 9(005).

       FD  ARQ-VISITA
           LABEL RECORD                IS STANDARD.
           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-SUGESTAO
           LABEL RECORD                IS STANDARD.
       01  FD-SUGESTAO.
           05 FD-SUG-CHAVE.
               10 FD-SUG-COD-CLIENTE   PIC 9(007).
               10 FD-SUG-COD-PRODUTO   PIC 9(005).
           05 FD-SUG-COD-VENDEDOR      PIC 9(005).
           05 FD-SUG-QTD-SUGERIDA      PIC 9(005).
           05 FD-SUG-QTD-MEDIA         PIC 9(005).
           05 FD-SUG-INTERVALO-MEDIO   PIC 9(004).
           05 FD-SUG-DIAS-ULT-PEDIDO   PIC 9(004).
           05 FD-SUG-DATA-ULT-PEDIDO   PIC 9(008).
           05 FD-SUG-QTD-PEDIDOS       PIC 9(003).
           05 FD-SUG-DATA-GERACAO      PIC 9(008).

       FD  ARQ-PACOTE
           LABEL RECORD                IS STANDARD.
       77  WS-FS-ARQ-CLIE              PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-VISITA            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-PACOTE            PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-SUGESTAO          PIC X(002)          VALUE SPACES.

       01  WS-ENDER-ROTEIRO            PIC X(040)          VALUE SPACES.
       01  WS-ENDER-PACOTE             PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-ULT-VISITA        PIC 9(008)          VALUE ZEROS.

       01  WS-PACOTE-SUGESTAO.
           05 WS-SUG-TIPO              PIC X(001)          VALUE 'S'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUG-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUG-COD-PRODUTO       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUG-QTD-SUGERIDA      PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUG-QTD-MEDIA         PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-SUG-DATA-ULT-PEDIDO   PIC 9(008)          VALUE ZEROS.

       01  WS-PACOTE-TRAILER.
           05 WS-TRL-TIPO              PIC X(001)          VALUE 'T'.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-PARADAS       PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-SUGESTOES     PIC 9(005)          VALUE ZEROS.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           PERFORM 1120-ABRIR-ARQ-CLIENTE
           PERFORM 1130-ABRIR-ARQ-VISITA
           PERFORM 1140-ABRIR-ARQ-PACOTE
           PERFORM 1145-ABRIR-ARQ-SUGESTAO
           .
       1000-99-FIM.                    EXIT.

           .
       1140-99-FIM.                    EXIT.

       1145-ABRIR-ARQ-SUGESTAO         SECTION.

           OPEN INPUT ARQ-SUGESTAO

           IF WS-FS-ARQ-SUGESTAO       EQUAL ZEROS OR 05 OR 35
             CONTINUE
           ELSE
             MOVE 2                    TO BOOKXROT-CTRL-COD
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE SUGESTOES"
                                       TO BOOKXROT-CTRL-MSG
             PERFORM 3000-FINALIZAR
           END-IF

           .
       1145-99-FIM.                    EXIT.

       1150-LER-ARQ-ROTEIRO            SECTION.

           READ ARQ-ROTEIRO
                                       ARQ-CLIENTE
                                       ARQ-VISITA
                                       ARQ-PACOTE
                                       ARQ-SUGESTAO
           .
       1170-99-FIM.                    EXIT.


           MOVE BOOKXROT-REG-QTD-PARADAS
                                       TO WS-TRL-QTD-PARADAS
           MOVE BOOKXROT-REG-QTD-SUGESTOES
                                       TO WS-TRL-QTD-SUGESTOES
           MOVE WS-PACOTE-TRAILER      TO FD-PAC-LINHA
           PERFORM 1160-GRAVAR-ARQ-PACOTE


             MOVE WS-PACOTE-DET        TO FD-PAC-LINHA
             PERFORM 1160-GRAVAR-ARQ-PACOTE

             PERFORM 2300-INCLUIR-SUGESTAO
           END-IF

           PERFORM 1150-LER-ARQ-ROTEIRO
           .
       2210-99-FIM.                    EXIT.

       2300-INCLUIR-SUGESTAO           SECTION.

           IF WS-FS-ARQ-SUGESTAO       NOT EQUAL '35'
             MOVE FD-ROT-COD-CLIENTE   TO FD-SUG-COD-CLIENTE
             MOVE ZEROS                TO FD-SUG-COD-PRODUTO

             START ARQ-SUGESTAO        KEY IS NOT LESS
                                       FD-SUG-CHAVE

             IF WS-FS-ARQ-SUGESTAO     EQUAL ZEROS
               PERFORM 2310-LER-ARQ-SUGESTAO
               PERFORM                 UNTIL WS-FS-ARQ-SUGESTAO
                                       NOT EQUAL ZEROS OR
                                       FD-SUG-COD-CLIENTE NOT EQUAL
                                       FD-ROT-COD-CLIENTE
                 ADD 1                 TO BOOKXROT-REG-QTD-SUGESTOES
                 MOVE FD-SUG-COD-CLIENTE
                                       TO WS-SUG-COD-CLIENTE
                 MOVE FD-SUG-COD-PRODUTO
                                       TO WS-SUG-COD-PRODUTO
                 MOVE FD-SUG-QTD-SUGERIDA
                                       TO WS-SUG-QTD-SUGERIDA
                 MOVE FD-SUG-QTD-MEDIA TO WS-SUG-QTD-MEDIA
                 MOVE FD-SUG-DATA-ULT-PEDIDO
                                       TO WS-SUG-DATA-ULT-PEDIDO
                 MOVE WS-PACOTE-SUGESTAO
                                       TO FD-PAC-LINHA
                 PERFORM 1160-GRAVAR-ARQ-PACOTE
                 PERFORM 2310-LER-ARQ-SUGESTAO
               END-PERFORM
             END-IF
           END-IF

           .
       2300-99-FIM.                    EXIT.

       2310-LER-ARQ-SUGESTAO           SECTION.

           READ ARQ-SUGESTAO           NEXT RECORD

           .
       2310-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           PERFORM 1170-FECHAR-ARQUIVOS
