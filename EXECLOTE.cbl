                  ACCESS MODE           IS SEQUENTIAL
                  FILE STATUS           IS WS-FS-ARQ-LOTE-CTRL.

           SELECT ARQ-JOBSTAT           ASSIGN TO "JOBSTAT.TXT"
                  ORGANIZATION          IS LINE SEQUENTIAL
                  ACCESS MODE           IS SEQUENTIAL
           05 FILLER                   PIC X(001)          VALUE ';'.
           05 FD-LOTE-COD-VEND-FILTRO  PIC 9(005).

       FD  ARQ-JOBSTAT
           LABEL RECORD                IS STANDARD.
       01  FD-JOBSTAT.
       WORKING-STORAGE                 SECTION.

       77  WS-FS-ARQ-LOTE-CTRL         PIC X(002)          VALUE SPACES.
       77  WS-FS-ARQ-JOBSTAT           PIC X(002)          VALUE SPACES.

       77  WS-JOB-MAX-PASSOS           PIC 9(002)          VALUE 50.
       01  WS-LINK-ANONLGPD.
           COPY 'BOOKLGPD.CPY'.

       01  WS-LINK-RELESTOQ.
           COPY 'BOOKESTR.CPY'.

       01  WS-LINK-RELDEVOL.
           COPY 'BOOKRDEV.CPY'.

       01  WS-LINK-IMPTITUL.
           COPY 'BOOKTITI.CPY'.

       01  WS-LINK-BLOQFIN.
           COPY 'BOOKBLQF.CPY'.

       01  WS-LINK-RELTITUL.
           COPY 'BOOKRTIT.CPY'.

       01  WS-LINK-RELCAIXA.
           COPY 'BOOKRCXA.CPY'.

       01  WS-LINK-EXPFATUR.
           COPY 'BOOKEXFT.CPY'.

       01  WS-LINK-IMPFATUR.
           COPY 'BOOKFATI.CPY'.

       01  WS-LINK-RELFATUR.
           COPY 'BOOKRFAT.CPY'.

       01  WS-LINK-RELPROMO.
           COPY 'BOOKRPRM.CPY'.

       01  WS-LINK-SUGEPEDI.
           COPY 'BOOKSUGP.CPY'.

       01  WS-LINK-RELPOSIT.
           COPY 'BOOKPOSI.CPY'.

       01  WS-LINK-RELEQUIP.
           COPY 'BOOKREQP.CPY'.

       01  WS-LINK-CALCKM.
           COPY 'BOOKQUIL.CPY'.

       01  WS-LINK-GERAENTR.
           COPY 'BOOKENTR.CPY'.

       01  WS-LINK-RELCOMOD.
           COPY 'BOOKRCOM.CPY'.

       01  WS-LINK-IMPPORTL.
           COPY 'BOOKIPOR.CPY'.

       01  WS-LINK-PREVVEND.
           COPY 'BOOKPREV.CPY'.

       01  WS-LINK-EXPRELAT.
           COPY 'BOOKEXPR.CPY'.

       01  WS-LINK-VERIFREF.
           COPY 'BOOKVREF.CPY'.

       01  WS-LINK-NOTIFVEN.
           COPY 'BOOKNOTF.CPY'.

       01  WS-LINK-SCOREVND.
           COPY 'BOOKSCOR.CPY'.

       01  WS-LINK-RELMARCA.
           COPY 'BOOKRMAR.CPY'.

       01  WS-LINK-RELCHECK.
           COPY 'BOOKRCHK.CPY'.

       01  WS-LINK-RELREDE.
           COPY 'BOOKRRED.CPY'.

       01  WS-LINK-RELACESS.
           COPY 'BOOKRACE.CPY'.

       01  WS-LINK-RECULTVI.
           COPY 'BOOKRULV.CPY'.

       01  WS-LINK-EXTRADW.
           COPY 'BOOKEXDW.CPY'.

       01  WS-LINK-RECONSTR.
           COPY 'BOOKRCON.CPY'.

       01  WS-LINK-RELRENTA.
           COPY 'BOOKRENT.CPY'.

       01  WS-LINK-RELPROSP.
           COPY 'BOOKRPSP.CPY'.

       77  WS-CRUDPARM                 PIC X(008)          VALUE
                                                           'CRUDPARM'.

       01  WS-LINK-CRUDPARM.
           COPY 'BOOKPARM.CPY'.

       01  WS-VALOR-PASSO.
           05 WS-PSS-PROGRAMA          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-POLITICA          PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-SO-DIA-UTIL       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WS-PSS-PARAMETRO         PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(007)          VALUE SPACES.

       77  WS-HOJE-DIA-UTIL            PIC X(001)          VALUE 'S'.

       77  WS-LOTE-ABORTADO            PIC X(001)          VALUE 'N'.
                                                           'KPISNAP '.
       77  WS-ANONLGPD                 PIC  X(008)         VALUE
                                                           'ANONLGPD'.
       77  WS-RELESTOQ                 PIC  X(008)         VALUE
                                                           'RELESTOQ'.
       77  WS-RELDEVOL                 PIC  X(008)         VALUE
                                                           'RELDEVOL'.
       77  WS-IMPTITUL                 PIC  X(008)         VALUE
                                                           'IMPTITUL'.
       77  WS-BLOQFIN                  PIC  X(008)         VALUE
                                                           'BLOQFIN '.
       77  WS-RELTITUL                 PIC  X(008)         VALUE
                                                           'RELTITUL'.
       77  WS-RELCAIXA                 PIC  X(008)         VALUE
                                                           'RELCAIXA'.
       77  WS-EXPFATUR                 PIC  X(008)         VALUE
                                                           'EXPFATUR'.
       77  WS-IMPFATUR                 PIC  X(008)         VALUE
                                                           'IMPFATUR'.
       77  WS-RELFATUR                 PIC  X(008)         VALUE
                                                           'RELFATUR'.
       77  WS-RELPROMO                 PIC  X(008)         VALUE
                                                           'RELPROMO'.
       77  WS-SUGEPEDI                 PIC  X(008)         VALUE
                                                           'SUGEPEDI'.
       77  WS-RELPOSIT                 PIC  X(008)         VALUE
                                                           'RELPOSIT'.
       77  WS-RELEQUIP                 PIC  X(008)         VALUE
                                                           'RELEQUIP'.
       77  WS-CALCKM                   PIC  X(008)         VALUE
                                                           'CALCKM  '.
       77  WS-GERAENTR                 PIC  X(008)         VALUE
                                                           'GERAENTR'.
       77  WS-RELCOMOD                 PIC  X(008)         VALUE
                                                           'RELCOMOD'.
       77  WS-IMPPORTL                 PIC  X(008)         VALUE
                                                           'IMPPORTL'.
       77  WS-PREVVEND                 PIC  X(008)         VALUE
                                                           'PREVVEND'.
       77  WS-EXPRELAT                 PIC  X(008)         VALUE
                                                           'EXPRELAT'.
       77  WS-VERIFREF                 PIC  X(008)         VALUE
                                                           'VERIFREF'.
       77  WS-NOTIFVEN                 PIC  X(008)         VALUE
                                                           'NOTIFVEN'.
       77  WS-SCOREVND                 PIC  X(008)         VALUE
                                                           'SCOREVND'.
       77  WS-RELMARCA                 PIC  X(008)         VALUE
                                                           'RELMARCA'.
       77  WS-RELCHECK                 PIC  X(008)         VALUE
                                                           'RELCHECK'.
       77  WS-RELREDE                  PIC  X(008)         VALUE
                                                           'RELREDE'.
       77  WS-RELACESS                 PIC  X(008)         VALUE
                                                           'RELACESS'.
       77  WS-RECULTVI                 PIC  X(008)         VALUE
                                                           'RECULTVI'.
       77  WS-EXTRADW                  PIC  X(008)         VALUE
                                                           'EXTRADW'.
       77  WS-RECONSTR                 PIC  X(008)         VALUE
                                                           'RECONSTR'.
       77  WS-RELRENTA                 PIC  X(008)         VALUE
                                                           'RELRENTA'.
       77  WS-RELPROSP                 PIC  X(008)         VALUE
                                                           'RELPROSP'.

       PROCEDURE                       DIVISION.


           MOVE ZEROS                  TO WS-JOB-QTD-PASSOS

           INITIALIZE                  WS-LINK-CRUDPARM
           MOVE 'L'                    TO BOOKPARM-REG-SERVICO
           MOVE 'EXECLOTE'             TO BOOKPARM-REG-PROGRAMA
           MOVE SPACES                 TO BOOKPARM-REG-NOME

           CALL WS-CRUDPARM            USING WS-LINK-CRUDPARM

           PERFORM                     UNTIL BOOKPARM-CTRL-COD
                                       GREATER 1 OR
                                       WS-JOB-QTD-PASSOS NOT LESS
                                       WS-JOB-MAX-PASSOS
             IF BOOKPARM-CTRL-COD      EQUAL ZEROS AND
                BOOKPARM-TIPO-PASSO-LOTE AND
                BOOKPARM-REG-NOME (1:6)
                                       EQUAL 'PASSO-' AND
                BOOKPARM-REG-NOME (7:3)
                                       IS NUMERIC
               MOVE BOOKPARM-REG-VALOR TO WS-VALOR-PASSO
               ADD 1                   TO WS-JOB-QTD-PASSOS
               MOVE BOOKPARM-REG-NOME (7:3)
                                       TO WS-JOB-SEQUENCIA
                                       (WS-JOB-QTD-PASSOS)
               MOVE WS-PSS-PROGRAMA    TO WS-JOB-PROGRAMA
                                       (WS-JOB-QTD-PASSOS)
               MOVE WS-PSS-POLITICA    TO WS-JOB-POLITICA
                                       (WS-JOB-QTD-PASSOS)
               MOVE WS-PSS-SO-DIA-UTIL TO WS-JOB-SO-DIA-UTIL
                                       (WS-JOB-QTD-PASSOS)
               MOVE WS-PSS-PARAMETRO   TO WS-JOB-PARAMETRO
                                       (WS-JOB-QTD-PASSOS)
               MOVE SPACES             TO WS-JOB-STATUS-ANT
                                       (WS-JOB-QTD-PASSOS)
             END-IF
             MOVE 'L'                  TO BOOKPARM-REG-SERVICO
             CALL WS-CRUDPARM          USING WS-LINK-CRUDPARM
           END-PERFORM
           .
       1060-99-FIM.                    EXIT.

               MOVE BOOKEXPT-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'COBERTUR'
               INITIALIZE              WS-LINK-COBERTUR
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:14)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:14))
                                       TO BOOKCOBV-REG-BASE-RECONST
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKCOBV-REG-OPERADOR
               CALL WS-COBERTUR        USING WS-LINK-COBERTUR
               MOVE BOOKCOBV-CTRL-COD  TO WS-PASSO-CTRL-COD
               CALL WS-ANONLGPD        USING WS-LINK-ANONLGPD
               MOVE BOOKLGPD-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKLGPD-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELESTOQ'
               INITIALIZE              WS-LINK-RELESTOQ
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKESTR-REG-DATA-MOVTO
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKESTR-REG-OPERADOR
               CALL WS-RELESTOQ        USING WS-LINK-RELESTOQ
               MOVE BOOKESTR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKESTR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELDEVOL'
               INITIALIZE              WS-LINK-RELDEVOL
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRDEV-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRDEV-REG-OPERADOR
               CALL WS-RELDEVOL        USING WS-LINK-RELDEVOL
               MOVE BOOKRDEV-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRDEV-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'IMPTITUL'
               INITIALIZE              WS-LINK-IMPTITUL
               MOVE WS-JOB-PARAMETRO (WS-JOB-IDX)
                                       TO BOOKTITI-REG-ARQUIVO
               MOVE WS-OPERADOR-LOTE   TO BOOKTITI-REG-OPERADOR
               CALL WS-IMPTITUL        USING WS-LINK-IMPTITUL
               MOVE BOOKTITI-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKTITI-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'BLOQFIN'
               INITIALIZE              WS-LINK-BLOQFIN
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:3)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:3))
                                       TO BOOKBLQF-REG-DIAS-TOLERANCIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKBLQF-REG-OPERADOR
               CALL WS-BLOQFIN         USING WS-LINK-BLOQFIN
               MOVE BOOKBLQF-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKBLQF-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELTITUL'
               INITIALIZE              WS-LINK-RELTITUL
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKRTIT-REG-DATA-REFERENCIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRTIT-REG-OPERADOR
               CALL WS-RELTITUL        USING WS-LINK-RELTITUL
               MOVE BOOKRTIT-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRTIT-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELCAIXA'
               INITIALIZE              WS-LINK-RELCAIXA
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKRCXA-REG-DATA-CAIXA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRCXA-REG-OPERADOR
               CALL WS-RELCAIXA        USING WS-LINK-RELCAIXA
               MOVE BOOKRCXA-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRCXA-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'EXPFATUR'
               INITIALIZE              WS-LINK-EXPFATUR
               MOVE WS-OPERADOR-LOTE   TO BOOKEXFT-REG-OPERADOR
               CALL WS-EXPFATUR        USING WS-LINK-EXPFATUR
               MOVE BOOKEXFT-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKEXFT-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'IMPFATUR'
               INITIALIZE              WS-LINK-IMPFATUR
               MOVE WS-JOB-PARAMETRO (WS-JOB-IDX)
                                       TO BOOKFATI-REG-ARQUIVO
               MOVE WS-OPERADOR-LOTE   TO BOOKFATI-REG-OPERADOR
               CALL WS-IMPFATUR        USING WS-LINK-IMPFATUR
               MOVE BOOKFATI-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKFATI-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELFATUR'
               INITIALIZE              WS-LINK-RELFATUR
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:3)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:3))
                                       TO BOOKRFAT-REG-DIAS-PENDENCIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRFAT-REG-OPERADOR
               CALL WS-RELFATUR        USING WS-LINK-RELFATUR
               MOVE BOOKRFAT-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRFAT-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELPROMO'
               INITIALIZE              WS-LINK-RELPROMO
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRPRM-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRPRM-REG-OPERADOR
               CALL WS-RELPROMO        USING WS-LINK-RELPROMO
               MOVE BOOKRPRM-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRPRM-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'SUGEPEDI'
               INITIALIZE              WS-LINK-SUGEPEDI
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:2)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:2))
                                       TO BOOKSUGP-REG-QTD-PEDIDOS-BASE
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKSUGP-REG-OPERADOR
               CALL WS-SUGEPEDI        USING WS-LINK-SUGEPEDI
               MOVE BOOKSUGP-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKSUGP-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELPOSIT'
               INITIALIZE              WS-LINK-RELPOSIT
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKPOSI-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKPOSI-REG-OPERADOR
               CALL WS-RELPOSIT        USING WS-LINK-RELPOSIT
               MOVE BOOKPOSI-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKPOSI-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELEQUIP'
               INITIALIZE              WS-LINK-RELEQUIP
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKREQP-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKREQP-REG-OPERADOR
               CALL WS-RELEQUIP        USING WS-LINK-RELEQUIP
               MOVE BOOKREQP-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKREQP-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'CALCKM'
               INITIALIZE              WS-LINK-CALCKM
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKQUIL-REG-ANO-MES
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (8:8)
                                       NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (8:8))
                                       TO BOOKQUIL-REG-VALOR-KM
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (17:5)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (17:5))
                                       TO
                                       BOOKQUIL-REG-LIMITE-TRECHO-KM
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKQUIL-REG-OPERADOR
               CALL WS-CALCKM          USING WS-LINK-CALCKM
               MOVE BOOKQUIL-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKQUIL-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'GERAENTR'
               INITIALIZE              WS-LINK-GERAENTR
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKENTR-REG-DATA-ENTREGA
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (10:11)
                                       NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (10:11))
                                       TO BOOKENTR-REG-CAPAC-PESO-KG
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (22:10)
                                       NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (22:10))
                                       TO
                                       BOOKENTR-REG-CAPAC-VOLUME-M3
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (33:3)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (33:3))
                                       TO BOOKENTR-REG-QTD-VEICULOS
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKENTR-REG-OPERADOR
               CALL WS-GERAENTR        USING WS-LINK-GERAENTR
               MOVE BOOKENTR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKENTR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELCOMOD'
               INITIALIZE              WS-LINK-RELCOMOD
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:4)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:4))
                                       TO
                                       BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRCOM-REG-OPERADOR
               CALL WS-RELCOMOD        USING WS-LINK-RELCOMOD
               MOVE BOOKRCOM-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRCOM-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'IMPPORTL'
               INITIALIZE              WS-LINK-IMPPORTL
               MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (1:40)
                                       TO BOOKIPOR-REG-ARQUIVO
               MOVE WS-OPERADOR-LOTE   TO BOOKIPOR-REG-OPERADOR
               CALL WS-IMPPORTL        USING WS-LINK-IMPPORTL
               MOVE BOOKIPOR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKIPOR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'PREVVEND'
               INITIALIZE              WS-LINK-PREVVEND
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKPREV-REG-ANO-MES
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (7:2)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (7:2))
                                       TO BOOKPREV-REG-MESES-HISTORICO
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (9:2)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (9:2))
                                       TO BOOKPREV-REG-MESES-MEDIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKPREV-REG-OPERADOR
               CALL WS-PREVVEND        USING WS-LINK-PREVVEND
               MOVE BOOKPREV-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKPREV-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'EXPRELAT'
               INITIALIZE              WS-LINK-EXPRELAT
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKEXPR-REG-DATA-REFERENCIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKEXPR-REG-OPERADOR
               CALL WS-EXPRELAT        USING WS-LINK-EXPRELAT
               MOVE BOOKEXPR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKEXPR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'VERIFREF'
               INITIALIZE              WS-LINK-VERIFREF
               MOVE WS-OPERADOR-LOTE   TO BOOKVREF-REG-OPERADOR
               CALL WS-VERIFREF        USING WS-LINK-VERIFREF
               MOVE BOOKVREF-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKVREF-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'NOTIFVEN'
               INITIALIZE              WS-LINK-NOTIFVEN
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKNOTF-REG-DATA-REFERENCIA
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKNOTF-REG-OPERADOR
               CALL WS-NOTIFVEN        USING WS-LINK-NOTIFVEN
               MOVE BOOKNOTF-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKNOTF-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'SCOREVND'
               INITIALIZE              WS-LINK-SCOREVND
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKSCOR-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKSCOR-REG-OPERADOR
               CALL WS-SCOREVND        USING WS-LINK-SCOREVND
               MOVE BOOKSCOR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKSCOR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELMARCA'
               INITIALIZE              WS-LINK-RELMARCA
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRMAR-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRMAR-REG-OPERADOR
               CALL WS-RELMARCA        USING WS-LINK-RELMARCA
               MOVE BOOKRMAR-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRMAR-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELCHECK'
               INITIALIZE              WS-LINK-RELCHECK
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRCHK-REG-ANO-MES
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRCHK-REG-OPERADOR
               CALL WS-RELCHECK        USING WS-LINK-RELCHECK
               MOVE BOOKRCHK-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRCHK-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELREDE'
               INITIALIZE              WS-LINK-RELREDE
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRRED-REG-ANO-MES
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (7:5)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (7:5))
                                       TO BOOKRRED-REG-COD-REDE
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRRED-REG-OPERADOR
               CALL WS-RELREDE         USING WS-LINK-RELREDE
               MOVE BOOKRRED-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRRED-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELACESS'
               INITIALIZE              WS-LINK-RELACESS
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKRACE-REG-DATA-INICIO
               END-IF
               MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (9:10)
                                       TO BOOKRACE-REG-COD-OPERADOR
               MOVE WS-OPERADOR-LOTE   TO BOOKRACE-REG-OPERADOR
               CALL WS-RELACESS        USING WS-LINK-RELACESS
               MOVE BOOKRACE-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRACE-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RECULTVI'
               INITIALIZE              WS-LINK-RECULTVI
               MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (1:1)
                                       TO BOOKRULV-REG-MODO
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (2:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (2:8))
                                       TO BOOKRULV-REG-DATA-REFER
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRULV-REG-OPERADOR
               CALL WS-RECULTVI        USING WS-LINK-RECULTVI
               MOVE BOOKRULV-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRULV-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'EXTRADW'
               INITIALIZE              WS-LINK-EXTRADW
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKEXDW-REG-DATA-NEGOCIO
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (10:1)
                                       NOT EQUAL SPACES
                 MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (10:1)
                                       TO BOOKEXDW-REG-MODO-DIMENSAO
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (12:1)
                                       NOT EQUAL SPACES
                 MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (12:1)
                                       TO BOOKEXDW-REG-REENVIO
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKEXDW-REG-OPERADOR
               CALL WS-EXTRADW         USING WS-LINK-EXTRADW
               MOVE BOOKEXDW-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKEXDW-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RECONSTR'
               INITIALIZE              WS-LINK-RECONSTR
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKRCON-REG-DATA-REFER
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (10:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (10:6))
                                       TO BOOKRCON-REG-HORA-REFER
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (17:1)
                                       NOT EQUAL SPACES
                 MOVE WS-JOB-PARAMETRO (WS-JOB-IDX) (17:1)
                                       TO BOOKRCON-REG-TIPO
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRCON-REG-OPERADOR
               CALL WS-RECONSTR        USING WS-LINK-RECONSTR
               MOVE BOOKRCON-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRCON-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELRENTA'
               INITIALIZE              WS-LINK-RELRENTA
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:6))
                                       TO BOOKRENT-REG-ANO-MES
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (8:5)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (8:5))
                                       TO BOOKRENT-REG-COD-VEND
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (14:8)
                                       NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (14:8))
                                       TO BOOKRENT-REG-CUSTO-VISITA
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (23:8)
                                       NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (23:8))
                                       TO BOOKRENT-REG-CUSTO-KM
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRENT-REG-OPERADOR
               CALL WS-RELRENTA        USING WS-LINK-RELRENTA
               MOVE BOOKRENT-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRENT-CTRL-MSG  TO WS-PASSO-CTRL-MSG
             WHEN 'RELPROSP'
               INITIALIZE              WS-LINK-RELPROSP
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (1:8))
                                       TO BOOKRPSP-REG-DATA-INICIO
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (10:8)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (10:8))
                                       TO BOOKRPSP-REG-DATA-FIM
               END-IF
               IF WS-JOB-PARAMETRO (WS-JOB-IDX) (19:5)
                                       IS NUMERIC
                 MOVE FUNCTION NUMVAL
                      (WS-JOB-PARAMETRO (WS-JOB-IDX) (19:5))
                                       TO BOOKRPSP-REG-COD-VEND
               END-IF
               MOVE WS-OPERADOR-LOTE   TO BOOKRPSP-REG-OPERADOR
               CALL WS-RELPROSP        USING WS-LINK-RELPROSP
               MOVE BOOKRPSP-CTRL-COD  TO WS-PASSO-CTRL-COD
               MOVE BOOKRPSP-CTRL-MSG  TO WS-PASSO-CTRL-MSG
           END-EVALUATE
           .
       2520-99-FIM.                    EXIT.
