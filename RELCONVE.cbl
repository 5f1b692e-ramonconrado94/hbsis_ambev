           05 FD-VIS-LONGITUDE         PIC S9(003)V9(008).
           05 FD-VIS-VEND-EXECUTOR     PIC 9(005).
           05 FD-VIS-SUBSTITUTO        PIC X(001).
           05 FD-VIS-HORA-CHECKIN      PIC 9(006).

       FD  ARQ-PEDHDR
           LABEL RECORD                IS STANDARD.
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

       FD  ARQ-CONVERSAO
           LABEL RECORD                IS STANDARD.

       77  WS-IDX-VEND                 PIC 9(006)          VALUE ZEROS.
       77  WS-VISITA-COM-PEDIDO        PIC X(001)          VALUE 'N'.
       77  WS-QTD-VISITAS-EQUIPE       PIC 9(007)          VALUE ZEROS.
       77  WS-QTD-CONVERTIDAS-EQUIPE   PIC 9(007)          VALUE ZEROS.

       01  WS-ANO-MES-VISITA           PIC 9(006)          VALUE ZEROS.
       01  WS-VALOR-PEDIDOS-VISITA     PIC 9(011)V9(002)   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKCONV.CPY'.
                                       UNTIL WS-FS-ARQ-VEND
                                       EQUAL '10'

           IF BOOKCONV-REG-COD-SUPERVISOR
                                       GREATER ZEROS
             MOVE WS-QTD-VISITAS-EQUIPE
                                       TO BOOKCONV-REG-QTD-VISITAS
             MOVE WS-QTD-CONVERTIDAS-EQUIPE
                                       TO BOOKCONV-REG-QTD-CONVERTIDAS
           END-IF

           MOVE BOOKCONV-REG-ANO-MES   TO WS-TRL-ANO-MES
           MOVE BOOKCONV-REG-QTD-VISITAS
                                       TO WS-TRL-QTD-VISITAS
           MOVE FD-VEND-COD-VENDEDOR   TO WS-IDX-VEND

           IF WS-CNV-QTD-VISITAS (WS-IDX-VEND)
                                       GREATER ZEROS AND
              (BOOKCONV-REG-COD-SUPERVISOR
                                       EQUAL ZEROS OR
               FD-VEND-COD-SUPERVISOR  EQUAL
                                       BOOKCONV-REG-COD-SUPERVISOR)
             ADD WS-CNV-QTD-VISITAS (WS-IDX-VEND)
                                       TO WS-QTD-VISITAS-EQUIPE
             ADD WS-CNV-QTD-COM-PEDIDO (WS-IDX-VEND)
                                       TO WS-QTD-CONVERTIDAS-EQUIPE
             MOVE FD-VEND-COD-VENDEDOR TO WS-DET-COD-VEND
             MOVE FD-VEND-NOME         TO WS-DET-NOME
             MOVE WS-CNV-QTD-VISITAS (WS-IDX-VEND)

           PERFORM 1180-FECHAR-ARQUIVOS

           IF BOOKCONV-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "RELCONVE.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "RELCONVE"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKCONV-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKCONV-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
