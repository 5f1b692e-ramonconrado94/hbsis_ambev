       FD  ARQ-RESULTADO
           LABEL RECORD                IS STANDARD.
       01  FD-RESULTADO.
           05 FD-RES-LINHA             PIC X(140).

       01  FD-RESULTADO-VISITA.
           05 FD-RSV-TIPO              PIC X(001).
           05 FD-RSV-LONGITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSV-VEND-EXECUTOR     PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RSV-HORA-CHECKIN      PIC 9(006).

       01  FD-RESULTADO-PEDIDO.
           05 FD-RSP-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSP-VALOR             PIC 9(009)V9(002).

       01  FD-RESULTADO-RECEBIMENTO.
           05 FD-RSR-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSR-COD-VEND          PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RSR-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSR-DATA-VISITA       PIC 9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSR-FORMA-PAGTO       PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSR-VALOR             PIC 9(009)V9(002).
           05 FILLER                   PIC X(001).
           05 FD-RSR-NUM-DOCUMENTO     PIC X(015).
           05 FILLER                   PIC X(001).
           05 FD-RSR-TITULO-1          PIC X(015).
           05 FILLER                   PIC X(001).
           05 FD-RSR-TITULO-2          PIC X(015).
           05 FILLER                   PIC X(001).
           05 FD-RSR-TITULO-3          PIC X(015).

       01  FD-RESULTADO-EQUIPAMENTO.
           05 FD-RSE-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSE-COD-VEND          PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RSE-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSE-DATA-VISITA       PIC 9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSE-NUM-ATIVO         PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSE-SITUACAO-ATIVO    PIC X(001).

       01  FD-RESULTADO-CHECKLIST.
           05 FD-RSK-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSK-COD-VEND          PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RSK-COD-CLIENTE       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSK-DATA-VISITA       PIC 9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSK-COD-PERGUNTA      PIC 9(003).
           05 FILLER                   PIC X(001).
           05 FD-RSK-RESPOSTA          PIC X(001).

       01  FD-RESULTADO-PROSPECT.
           05 FD-RSN-TIPO              PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSN-COD-VEND          PIC 9(005).
           05 FILLER                   PIC X(001).
           05 FD-RSN-COD-PROSPECT      PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSN-DATA-VISITA       PIC 9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSN-STATUS            PIC X(001).
           05 FILLER                   PIC X(001).
           05 FD-RSN-NOME              PIC X(040).
           05 FILLER                   PIC X(001).
           05 FD-RSN-LATITUDE          PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSN-LONGITUDE         PIC S9(003)V9(008).
           05 FILLER                   PIC X(001).
           05 FD-RSN-VOLUME-POTENCIAL  PIC 9(007).
           05 FILLER                   PIC X(001).
           05 FD-RSN-MOTIVO-PERDA      PIC X(040).

       FD  ARQ-RELAT-IMPORTA
           LABEL RECORD                IS STANDARD.
       01  FD-RELAT-IMPORTA.
                                                           'REGVISIT'.
       77  WS-REGPEDID                 PIC X(008)          VALUE
                                                           'REGPEDID'.
       77  WS-REGRECEB                 PIC X(008)          VALUE
                                                           'REGRECEB'.
       77  WS-CRUDPROS                 PIC X(008)          VALUE
                                                           'CRUDPROS'.

       01  WS-LINK-REGVISIT.
           COPY 'BOOKVIST.CPY'.
       01  WS-LINK-REGPEDID.
           COPY 'BOOKPEDI.CPY'.

       01  WS-LINK-REGRECEB.
           COPY 'BOOKRECB.CPY'.

       01  WS-LINK-CRUDPROS.
           COPY 'BOOKPROS.CPY'.

       01  WS-ULTIMO-PEDIDO.
           05 WS-ULT-NUM-PEDIDO        PIC 9(007)          VALUE ZEROS.
           05 WS-ULT-COD-CLIENTE       PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-DET-MOTIVO            PIC X(040)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKIRES.CPY'.
             WHEN 'P'
               ADD 1                   TO BOOKIRES-REG-QTD-LIDOS
               PERFORM 2300-IMPORTAR-PEDIDO
             WHEN 'R'
               ADD 1                   TO BOOKIRES-REG-QTD-LIDOS
               PERFORM 2400-IMPORTAR-RECEBIMENTO
             WHEN 'E'
               ADD 1                   TO BOOKIRES-REG-QTD-LIDOS
               PERFORM 2500-IMPORTAR-EQUIPAMENTO
             WHEN 'K'
               ADD 1                   TO BOOKIRES-REG-QTD-LIDOS
               PERFORM 2600-IMPORTAR-CHECKLIST
             WHEN 'N'
               ADD 1                   TO BOOKIRES-REG-QTD-LIDOS
               PERFORM 2700-IMPORTAR-PROSPECT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE FD-RSV-LATITUDE        TO BOOKVIST-REG-LATITUDE
           MOVE FD-RSV-LONGITUDE       TO BOOKVIST-REG-LONGITUDE
           MOVE FD-RSV-VEND-EXECUTOR   TO BOOKVIST-REG-VEND-EXECUTOR
           IF FD-RSV-HORA-CHECKIN      NUMERIC
             MOVE FD-RSV-HORA-CHECKIN  TO BOOKVIST-REG-HORA-CHECKIN
           END-IF
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKVIST-REG-OPERADOR

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT
           .
       2300-99-FIM.                    EXIT.

       2400-IMPORTAR-RECEBIMENTO       SECTION.

           INITIALIZE                  WS-LINK-REGRECEB

           MOVE 'I'                    TO BOOKRECB-REG-SERVICO
           MOVE FD-RSR-COD-VEND        TO BOOKRECB-REG-COD-VEND
           MOVE FD-RSR-COD-CLIENTE     TO BOOKRECB-REG-COD-CLIENTE
           MOVE FD-RSR-DATA-VISITA     TO BOOKRECB-REG-DATA-VISITA
           MOVE FD-RSR-FORMA-PAGTO     TO BOOKRECB-REG-FORMA-PAGTO
           MOVE FD-RSR-VALOR           TO BOOKRECB-REG-VALOR
           MOVE FD-RSR-NUM-DOCUMENTO   TO BOOKRECB-REG-NUM-DOCUMENTO
           MOVE FD-RSR-TITULO-1        TO BOOKRECB-REG-TITULO-1
           MOVE FD-RSR-TITULO-2        TO BOOKRECB-REG-TITULO-2
           MOVE FD-RSR-TITULO-3        TO BOOKRECB-REG-TITULO-3
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKRECB-REG-OPERADOR

           CALL WS-REGRECEB            USING WS-LINK-REGRECEB

           IF BOOKRECB-CTRL-COD        EQUAL ZEROS
             ADD 1                     TO BOOKIRES-REG-QTD-ACEITOS
           ELSE
             MOVE 'R'                  TO WS-DET-TIPO-LINHA
             MOVE FD-RSR-COD-CLIENTE   TO WS-DET-COD-CLIENTE
             MOVE BOOKRECB-CTRL-MSG    TO WS-DET-MOTIVO
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2400-99-FIM.                    EXIT.

       2500-IMPORTAR-EQUIPAMENTO       SECTION.

           INITIALIZE                  WS-LINK-REGVISIT

           MOVE 'E'                    TO BOOKVIST-REG-SERVICO
           MOVE FD-RSE-COD-VEND        TO BOOKVIST-REG-COD-VEND
           MOVE FD-RSE-COD-CLIENTE     TO BOOKVIST-REG-COD-CLIENTE
           MOVE FD-RSE-DATA-VISITA     TO BOOKVIST-REG-DATA-VISITA
           MOVE FD-RSE-NUM-ATIVO       TO BOOKVIST-REG-NUM-ATIVO
           MOVE FD-RSE-SITUACAO-ATIVO  TO BOOKVIST-REG-SITUACAO-ATIVO
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKVIST-REG-OPERADOR

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT

           IF BOOKVIST-CTRL-COD        EQUAL ZEROS
             ADD 1                     TO BOOKIRES-REG-QTD-ACEITOS
           ELSE
             MOVE 'E'                  TO WS-DET-TIPO-LINHA
             MOVE FD-RSE-COD-CLIENTE   TO WS-DET-COD-CLIENTE
             MOVE BOOKVIST-CTRL-MSG    TO WS-DET-MOTIVO
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2500-99-FIM.                    EXIT.

       2600-IMPORTAR-CHECKLIST         SECTION.

           INITIALIZE                  WS-LINK-REGVISIT

           MOVE 'K'                    TO BOOKVIST-REG-SERVICO
           MOVE FD-RSK-COD-VEND        TO BOOKVIST-REG-COD-VEND
           MOVE FD-RSK-COD-CLIENTE     TO BOOKVIST-REG-COD-CLIENTE
           MOVE FD-RSK-DATA-VISITA     TO BOOKVIST-REG-DATA-VISITA
           MOVE FD-RSK-COD-PERGUNTA    TO BOOKVIST-REG-COD-PERGUNTA
           MOVE FD-RSK-RESPOSTA        TO BOOKVIST-REG-RESPOSTA
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKVIST-REG-OPERADOR

           CALL WS-REGVISIT            USING WS-LINK-REGVISIT

           IF BOOKVIST-CTRL-COD        EQUAL ZEROS
             ADD 1                     TO BOOKIRES-REG-QTD-ACEITOS
           ELSE
             MOVE 'K'                  TO WS-DET-TIPO-LINHA
             MOVE FD-RSK-COD-CLIENTE   TO WS-DET-COD-CLIENTE
             MOVE BOOKVIST-CTRL-MSG    TO WS-DET-MOTIVO
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2600-99-FIM.                    EXIT.

       2700-IMPORTAR-PROSPECT          SECTION.

           INITIALIZE                  WS-LINK-CRUDPROS

           IF FD-RSN-COD-PROSPECT      EQUAL ZEROS
             MOVE 'I'                  TO BOOKPROS-REG-SERVICO
           ELSE
             MOVE 'A'                  TO BOOKPROS-REG-SERVICO
           END-IF

           MOVE FD-RSN-COD-PROSPECT    TO BOOKPROS-REG-COD-PROSPECT
           MOVE FD-RSN-COD-VEND        TO BOOKPROS-REG-COD-VEND-ORIGEM
           MOVE FD-RSN-DATA-VISITA     TO BOOKPROS-REG-DATA-MOVIMENTO
           MOVE FD-RSN-STATUS          TO BOOKPROS-REG-STATUS
           MOVE FD-RSN-NOME            TO BOOKPROS-REG-NOME
           MOVE FD-RSN-LATITUDE        TO BOOKPROS-REG-LATITUDE
           MOVE FD-RSN-LONGITUDE       TO BOOKPROS-REG-LONGITUDE
           MOVE FD-RSN-VOLUME-POTENCIAL
                                       TO BOOKPROS-REG-VOLUME-POTENCIAL
           MOVE FD-RSN-MOTIVO-PERDA    TO BOOKPROS-REG-MOTIVO-PERDA
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKPROS-REG-OPERADOR

           CALL WS-CRUDPROS            USING WS-LINK-CRUDPROS

           IF BOOKPROS-CTRL-COD        EQUAL ZEROS
             ADD 1                     TO BOOKIRES-REG-QTD-ACEITOS
           ELSE
             MOVE 'N'                  TO WS-DET-TIPO-LINHA
             MOVE FD-RSN-COD-PROSPECT  TO WS-DET-COD-CLIENTE
             MOVE BOOKPROS-CTRL-MSG    TO WS-DET-MOTIVO
             PERFORM 1160-REGISTRAR-REJEICAO
           END-IF

           .
       2700-99-FIM.                    EXIT.

       3000-FINALIZAR                  SECTION.

           CLOSE ARQ-RESULTADO
                                       ARQ-RELAT-IMPORTA
                                       ARQ-EXCECAO

           IF BOOKIRES-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPRESUL.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "IMPRESUL"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKIRES-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKIRES-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
