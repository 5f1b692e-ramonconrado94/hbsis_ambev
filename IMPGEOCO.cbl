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

       FD  ARQ-GEOCODE
           LABEL RECORD                IS STANDARD.
           05 FD-HIST-COD-VENDEDOR     PIC 9(005).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-OPERADOR         PIC X(010).
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-HIST-IMAGEM-CLIENTE   PIC X(235).

       FD  ARQ-REDISPEN
           LABEL RECORD                IS STANDARD.
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 WS-TRL-QTD-REJEITADOS    PIC 9(007)          VALUE ZEROS.

       77  WS-ARQRELAT                 PIC X(008)          VALUE
                                                           'ARQRELAT'.

       01  WS-LINK-ARQRELAT.
           COPY 'BOOKARQR.CPY'.

       LINKAGE                         SECTION.
       01  WS-LINKAGE-AREA.
           COPY 'BOOKGEOC.CPY'.
           MOVE FD-CLI-COD-VENDEDOR    TO FD-HIST-COD-VENDEDOR
           MOVE BOOKGEOC-REG-OPERADOR  TO FD-HIST-OPERADOR

           .
       1170-99-FIM.                    EXIT.

       1175-GRAVAR-IMAGEM-HISTORICO    SECTION.

           MOVE FD-CLIENTE             TO FD-HIST-IMAGEM-CLIENTE

           WRITE FD-HIST-CLIENTE

           IF WS-FS-ARQ-HIST           EQUAL ZEROS
           END-IF

           .
       1175-99-FIM.                    EXIT.

       1180-REGISTRAR-REJEICAO         SECTION.

               MOVE WS-GEO-LATITUDE    TO FD-CLI-LATITUDE
               MOVE WS-GEO-LONGITUDE   TO FD-CLI-LONGITUDE

               PERFORM 1175-GRAVAR-IMAGEM-HISTORICO

               REWRITE FD-CLIENTE

               IF WS-FS-ARQ-CLIE       EQUAL ZEROS
                                       ARQ-RELAT-GEOCODE
                                       ARQ-HIST-CLIENTE

           IF BOOKGEOC-CTRL-COD        EQUAL ZEROS
             PERFORM 3100-ARQUIVAR-RELATORIO
           END-IF

           GOBACK

           .
       3000-99-FIM.                    EXIT.

       3100-ARQUIVAR-RELATORIO         SECTION.

           INITIALIZE                  WS-LINK-ARQRELAT

           SET BOOKARQR-ARQUIVAMENTO   TO TRUE
           MOVE "IMPGEO.RPT"           TO BOOKARQR-REG-ARQUIVO
           MOVE "IMPGEOCO"             TO BOOKARQR-REG-PROGRAMA
           MOVE BOOKGEOC-REG-OPERADOR  TO BOOKARQR-REG-OPERADOR
           MOVE BOOKGEOC-REG           TO BOOKARQR-REG-PARAMETROS

           CALL WS-ARQRELAT            USING WS-LINK-ARQRELAT

           .
       3100-99-FIM.                    EXIT.
