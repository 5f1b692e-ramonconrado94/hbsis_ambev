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

       FD  ARQ-VENDEDOR
           LABEL RECORD                IS STANDARD.
               88 FD-VEND-ATIVO                            VALUE 'A'.
               88 FD-VEND-SUSPENSO                         VALUE 'S'.
               88 FD-VEND-DESLIGADO                        VALUE 'T'.
           05 FD-VEND-COD-SUPERVISOR   PIC 9(005).

       FD  ARQ-METAS-REL
           LABEL RECORD                IS STANDARD.
       77  WS-RANK-REGIAO              PIC 9(004)          VALUE ZEROS.
       77  WS-REGIAO-ANTERIOR          PIC 9(003)          VALUE ZEROS.
       77  WS-PRIMEIRA-REGIAO          PIC X(001)          VALUE 'S'.
       77  WS-VEND-NA-EQUIPE           PIC X(001)          VALUE 'N'.

       01  WS-ANO-MES-PEDIDO           PIC 9(006)          VALUE ZEROS.

           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKMTAV.CPY'.

           IF FD-MET-ANO-MES           EQUAL BOOKMTAV-REG-ANO-MES AND
              WS-QTD-LINHAS            LESS WS-LINHA-MAXIMO
             MOVE FD-MET-COD-VENDEDOR  TO FD-VEND-COD-VENDEDOR
             READ ARQ-VENDEDOR         RECORD INTO FD-VENDEDOR
                                       KEY IS FD-VEND-COD-VENDEDOR
             PERFORM 2210-VERIFICAR-EQUIPE
           ELSE
             MOVE 'N'                  TO WS-VEND-NA-EQUIPE
           END-IF

           IF WS-VEND-NA-EQUIPE        EQUAL 'S'
             ADD 1                     TO WS-QTD-LINHAS

             MOVE FD-MET-COD-VENDEDOR  TO WS-MET-COD-VEND
               MOVE ZEROS              TO WS-MET-PCT (WS-QTD-LINHAS)
             END-IF

             IF WS-FS-ARQ-VEND         EQUAL ZEROS
               MOVE FD-VEND-NOME       TO WS-MET-NOME (WS-QTD-LINHAS)
               MOVE FD-VEND-REGIAO     TO WS-MET-REGIAO
           .
       2200-99-FIM.                    EXIT.

       2210-VERIFICAR-EQUIPE           SECTION.

           MOVE 'S'                    TO WS-VEND-NA-EQUIPE

           IF BOOKMTAV-REG-COD-SUPERVISOR
                                       GREATER ZEROS
             IF WS-FS-ARQ-VEND         NOT EQUAL ZEROS OR
                FD-VEND-COD-SUPERVISOR NOT EQUAL
                                       BOOKMTAV-REG-COD-SUPERVISOR
               MOVE 'N'                TO WS-VEND-NA-EQUIPE
             END-IF
           END-IF

           .
       2210-99-FIM.                    EXIT.

       2300-ORDENAR-POR-REGIAO         SECTION.

           MOVE 1                      TO WS-IDX-LINHA

           PERFORM 1180-FECHAR-ARQUIVOS

           IF BOOKMTAV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELMETAV.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELMETAV"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKMTAV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKMTAV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
