                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS FD-CLI-COD-CLIENTE
                  ALTERNATE RECORD KEY IS FD-CLI-CNPJ WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-CLI-COD-REDE
                                       WITH DUPLICATES
                  LOCK MODE            IS MANUAL
                  FILE STATUS          IS WS-FS-ARQ-CLIE.

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

       FD  ARQ-PEDIDO
           LABEL RECORD                IS STANDARD.
           05 FD-PED-QUANTIDADE        PIC 9(005).
           05 FD-PED-VALOR             PIC 9(009)V9(002).
           05 FD-PED-OPERADOR          PIC X(010).
           05 FD-PED-COD-PROMOCAO      PIC 9(005).
           05 FD-PED-DESCONTO-PROMO    PIC 9(009)V9(002).

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

       FD  ARQ-CARTEIRA
           LABEL RECORD                IS STANDARD.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-HIST-TRABALHO
           LABEL RECORD                IS STANDARD.
       01  FD-HIST-TRABALHO            PIC X(400).

       FD  ARQ-RECONCILIACAO
           LABEL RECORD                IS STANDARD.
           05 WS-VIG-COD-VENDEDOR      PIC 9(005).
           05 WS-VIG-COD-CLIENTE       PIC 9(007).
           05 WS-VIG-DATA-VISITA       PIC 9(008).
           05 WS-VIG-RESTO             PIC X(085).

       01  WS-TAB-VISITAS-MOVER.
           05 WS-VIM-ITEM              OCCURS 2000 TIMES.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-CAB-OPERADOR          PIC X(010)          VALUE SPACES.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.
       77  WS-ATUAULTV                 PIC X(008)          VALUE
                                                           'ATUAULTV'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       01  WS-LINK-ATUAULTV.
           COPY 'BOOKULTV.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKMRGC.CPY'.
           PERFORM 2100-MOVER-VISITAS
           PERFORM 2200-MOVER-PEDIDOS
           PERFORM 2300-MOVER-CARTEIRA
           PERFORM 2500-INATIVAR-EXCLUIDO
           PERFORM 2400-MOVER-HISTORICO
           PERFORM 2600-GRAVAR-TOTAIS

           MOVE ZEROS                  TO BOOKMRGC-CTRL-COD
                                       KEY IS FD-VIS-CHAVE

             IF WS-FS-ARQ-VISITA       EQUAL ZEROS
               MOVE FD-VISITA (21:85)  TO WS-VIG-RESTO

               DELETE ARQ-VISITA       RECORD

                                       TO FD-VIS-COD-VENDEDOR
               MOVE WS-VIM-DATA-VISITA (WS-IDX-VISMOV)
                                       TO FD-VIS-DATA-VISITA
               MOVE WS-VIG-RESTO       TO FD-VISITA (21:85)

               WRITE FD-VISITA

           MOVE "UNIFICADO NO CLIENTE SOBREVIVENTE"
                                       TO FD-HIST-RZ-SOCIAL
           MOVE BOOKMRGC-REG-OPERADOR  TO FD-HIST-OPERADOR
           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

                                       ARQ-CARTEIRA
                                       ARQ-RECONCILIACAO

           IF BOOKMRGC-CTRL-COD        EQUAL ZEROS
             MOVE BOOKMRGC-REG-COD-SOBREVIVENTE
                                       TO BOOKULTV-REG-COD-CLIENTE
             PERFORM 3200-ATUALIZAR-ULTIMA-VISITA
             MOVE BOOKMRGC-REG-COD-EXCLUIDO
                                       TO BOOKULTV-REG-COD-CLIENTE
             PERFORM 3200-ATUALIZAR-ULTIMA-VISITA

             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "MERGECLI.RPT"         TO BOOKARQR-REG-ARQUIVO
           MOVE "MERGECLI"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKMRGC-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKMRGC-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.

       3200-ATUALIZAR-ULTIMA-VISITA    SECTION.

           MOVE ZEROS                  TO BOOKULTV-CTRL-COD
                                       BOOKULTV-REG-DATA-REFER
           SET BOOKULTV-ATUALIZAR      TO TRUE
           MOVE BOOKMRGC-REG-OPERADOR  TO BOOKULTV-REG-OPERADOR

           CALL WS-ATUAULTV            USING WS-LINK-ATUAULTV

           IF BOOKULTV-CTRL-COD        NOT EQUAL ZEROS
             MOVE "CLIENTES UNIFICADOS - ULTVISIT PENDENTE"
                                       TO BOOKMRGC-CTRL-MSG
           END-IF

           .
       3200-99-FIM.                    EXIT.
