      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PB0.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    PRECOS DO DIA PARA AS LOJAS. JUNTA OS DIARIOS DE PRECO       *
      *    (PSLOG DO EX004P10, QUE TAMBEM APLICA OS MOVIMENTOS DO       *
      *    EX004P40; PSLOGAPR DAS LIBERACOES DO EX004P18; PSLOGPRM DAS  *
      *    ENTRADAS E RETORNOS DE PROMOCAO DO EX004P41), FICA SO COM    *
      *    OS REGISTROS COM DATA DE HOJE E OS CLASSIFICA POR PRODUTO/   *
      *    DATA/HORA. DE CADA PRODUTO VALE A ULTIMA ALTERACAO DO DIA:   *
      *    PRODUTO EXCLUIDO OU COM O PRECO FINAL IGUAL AO DO INICIO DO  *
      *    DIA NAO SAI. A PROMOCAO E A DATA FINAL VEM DO ESTADO DAS     *
      *    PROMOCOES VIGENTES (PROMSTATNOV DO EX004P41). GRAVA O        *
      *    ARQUIVO POSPRC PARA OS CAIXAS (CPPOSPRC) E IMPRIME AS        *
      *    ETIQUETAS DE GONDOLA (RELETQ) AGRUPADAS PELO LOCALPROD-V DO  *
      *    VCADPRD (CHAVE PELAS 4 POSICOES FINAIS DO CODPS, COMO NO     *
      *    EX004P43); SEM LOCAL NO CADASTRO, O DEPOSITO GERAL.          *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PSLOG ASSIGN          TO UT-S-PSLOG
           FILE STATUS IS FS-PSLOG
           .
           SELECT OPTIONAL PSLOGAPR ASSIGN TO UT-S-PSLOGAPR
           FILE STATUS IS FS-PSLOGAPR
           .
           SELECT OPTIONAL PSLOGPRM ASSIGN TO UT-S-PSLOGPRM
           FILE STATUS IS FS-PSLOGPRM
           .
           SELECT OPTIONAL PROMSTAT-NOV ASSIGN TO UT-S-PROMSTATNOV
           FILE STATUS IS FS-PROMSTATNOV
           .
           SELECT VCADPRD ASSIGN        TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT POSPRC ASSIGN         TO UT-S-POSPRC
           FILE STATUS IS FS-POSPRC
           .
           SELECT ETQWRK ASSIGN         TO UT-S-ETQWRK
           FILE STATUS IS FS-ETQWRK
           .
           SELECT RELETQ ASSIGN         TO UT-S-RELETQ
           FILE STATUS IS FS-RELETQ
           .
           SELECT CLASS-LOG ASSIGN      TO UT-S-SORTWK01
           .
           SELECT CLASS-ETQ ASSIGN      TO UT-S-SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    DIARIOS DE ALTERACAO DE PRECO (LAYOUT PSLOG)
       FD  PSLOG
           RECORDING MODE IS F
           .
       01  REG-PSLOG                       PIC X(104).

       FD  PSLOGAPR
           RECORDING MODE IS F
           .
       01  REG-PSLOGAPR                    PIC X(104).

       FD  PSLOGPRM
           RECORDING MODE IS F
           .
       01  REG-PSLOGPRM                    PIC X(104).

      *    PROMSTATNOV - PROMOCOES VIGENTES APOS O EX004P41, EM
      *    SEQUENCIA DE CODPS (SEM ELE NO JOB, NENHUMA PROMOCAO)
       FD  PROMSTAT-NOV
           RECORDING MODE IS F
           .
       01  REG-PROMSTAT-NOV                PIC X(28).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    POSPRC - PRECOS PARA OS CAIXAS DAS LOJAS (CPPOSPRC)
       FD  POSPRC
           RECORDING MODE IS F
           .
       01  REG-POSPRC                      PIC X(60).

      *    ETQWRK - PRECOS DO DIA COM O LOCAL, PARA AS ETIQUETAS
       FD  ETQWRK
           RECORDING MODE IS F
           .
       01  REG-ETQWRK                      PIC X(65).

      *    RELETQ - ETIQUETAS DE GONDOLA POR LOCAL
       FD  RELETQ
           RECORDING MODE IS F
           .
       01  REG-RELETQ                      PIC X(90).

       SD  CLASS-LOG
           .
       01  REG-CLASS-LOG.
           05 CLASS-CODPS                  PIC X(05).
           05 CLASS-TIPOMOV                PIC X(01).
           05 CLASS-DESCPS-ANTES           PIC X(30).
           05 CLASS-VALORPS-ANTES          PIC 9(05)V99.
           05 CLASS-DESCPS-DEPOIS          PIC X(30).
           05 CLASS-VALORPS-DEPOIS         PIC 9(05)V99.
           05 CLASS-DATA                   PIC 9(08).
           05 CLASS-HORA                   PIC 9(08).
           05 FILLER                       PIC X(08).

      *    CLASS-ETQ - PRECOS DO DIA POR LOCAL/PRODUTO
       SD  CLASS-ETQ
           .
       01  REG-CLASS-ETQ.
           05 ETQ-LOCAL-CLASS              PIC X(05).
           05 ETQ-CODPS-CLASS              PIC X(05).
           05 FILLER                       PIC X(55).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-PSLOG.
           05 WS-CODPS-LOG                 PIC X(05).
           05 WS-TIPOMOV-LOG               PIC X(01).
           05 WS-DESCPS-ANTES              PIC X(30).
           05 WS-VALORPS-ANTES             PIC 9(05)V99.
           05 WS-DESCPS-DEPOIS             PIC X(30).
           05 WS-VALORPS-DEPOIS            PIC 9(05)V99.
           05 WS-DATA-LOG                  PIC 9(08).
           05 WS-HORA-LOG                  PIC 9(08).
           05 WS-RUNID-LOG                 PIC X(08).
      *----------------------------------------------------------------*
       01  WS-REG-PROMSTAT.
           05 WS-CODPS-ST                  PIC X(05).
           05 WS-VALOR-NORMAL-ST           PIC 9(05)V99.
           05 WS-DATA-INI-ST               PIC 9(08).
           05 WS-DATA-FIM-ST               PIC 9(08).
       77  WS-CODPS-ST-X                   PIC X(05).
      *----------------------------------------------------------------*
      *    CONTROLE DE QUEBRA POR PRODUTO: PRECO DO INICIO DO DIA E A
      *    ULTIMA ALTERACAO
      *----------------------------------------------------------------*
       77  WS-CODPS-ANT                    PIC X(05).
       77  WS-TIPOMOV-INICIAL              PIC X(01).
       77  WS-VALOR-INICIAL                PIC 9(05)V99.
       77  WS-TIPOMOV-FINAL                PIC X(01).
       77  WS-VALOR-FINAL                  PIC 9(05)V99.
       77  WS-DESCPS-FINAL                 PIC X(30).
       77  WS-QTD-ALT-PROD                 PIC 9(04) COMP.
      *----------------------------------------------------------------*
           COPY CPPOSPRC.
       01  WS-REG-ETQWRK.
           05 WS-ETQ-LOCAL                 PIC X(05).
           05 WS-ETQ-POSPRC                PIC X(60).
       77  WS-LOCAL-GERAL                  PIC X(05) VALUE "GERAL".
       77  WS-LOCAL-QUEBRA                 PIC X(05).
       77  WS-QTD-ETQ-LOCAL                PIC 9(05) COMP.
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08).
           COPY VARDATA.
       01  WS-DATA-PROMO.
           05 WS-ANO-PROMO                 PIC 9(04).
           05 WS-MES-PROMO                 PIC 9(02).
           05 WS-DIA-PROMO                 PIC 9(02).
      *----------------------------------------------------------------*
      *    LINHAS DAS ETIQUETAS DE GONDOLA
      *----------------------------------------------------------------*
       01  WS-CABEC-ETQ1.
           05 FILLER                       PIC X(42)
                                                   VALUE
              "         ETIQUETAS DE GONDOLA - PRECOS DE ".
           05 CB-ETQ-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-ETQ-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-ETQ-ANO                   PIC 9(04).
           05 FILLER                       PIC X(38) VALUE SPACES.
       01  WS-CABEC-ETQ2.
           05 FILLER                       PIC X(45)
                                                   VALUE
              "PRODUTO  DESCRICAO".
           05 FILLER                       PIC X(45)
                                                   VALUE
              "PRECO  PROMOCAO".
       01  WS-CABEC-ETQ3                   PIC X(90)
                                                   VALUE ALL "-".
       01  WS-LIN-LOCAL.
           05 FILLER                       PIC X(07)
                                                   VALUE "LOCAL: ".
           05 LL-ETQ-LOCAL                 PIC X(05).
           05 FILLER                       PIC X(78) VALUE SPACES.
       01  WS-LINDET-ETQ.
           05 LD-ETQ-CODPS                 PIC X(05).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-ETQ-DESCPS                PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-ETQ-PRECO                 PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-ETQ-PROMOCAO              PIC X(13) VALUE SPACES.
           05 LD-ETQ-DATA-FIM              PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(15) VALUE SPACES.
       01  WS-LD-DATA-FIM.
           05 LD-FIM-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LD-FIM-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LD-FIM-ANO                   PIC 9(04).
       01  WS-LINSUB-ETQ.
           05 FILLER                       PIC X(25)
                                                   VALUE
              "ETIQUETAS DO LOCAL.....: ".
           05 LS-ETQ-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(60) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(90) VALUE SPACES.
       01  WS-RODAPE-ETQ.
           05 FILLER                       PIC X(25)
                                                   VALUE
              "TOTAL DE ETIQUETAS.....: ".
           05 RD-ETQ-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(60) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PSLOG                        PIC X(02).
           88 SUCESSO-L                    VALUE "00".
           88 FIM-ARQ-L                    VALUE "10".
       01  FS-PSLOGAPR                     PIC X(02).
           88 SUCESSO-LA                   VALUE "00".
           88 FIM-ARQ-LA                   VALUE "10".
       01  FS-PSLOGPRM                     PIC X(02).
           88 SUCESSO-LP                   VALUE "00".
           88 FIM-ARQ-LP                   VALUE "10".
       01  FS-PROMSTATNOV                  PIC X(02).
           88 SUCESSO-ST                   VALUE "00".
           88 FIM-ARQ-ST                   VALUE "10".
           88 PROMSTAT-AUSENTE             VALUE "05".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-POSPRC                       PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-ETQWRK                       PIC X(02).
           88 SUCESSO-W                    VALUE "00".
       01  FS-RELETQ                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-CLASS                 PIC X(01) VALUE "N".
           88 FIM-CLASSIFICACAO                    VALUE "S".
       01  WS-SW-FIM-CLASS-ETQ             PIC X(01) VALUE "N".
           88 FIM-CLASSIFICACAO-ETQ                VALUE "S".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO-L                     PIC 9(07) COMP.
       77  WS-CTLIDO-LA                    PIC 9(07) COMP.
       77  WS-CTLIDO-LP                    PIC 9(07) COMP.
       77  WS-CTDIA                        PIC 9(07) COMP.
       77  WS-CTPROD                       PIC 9(05) COMP.
       77  WS-CTCONSOLIDADO                PIC 9(05) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(05) COMP.
       77  WS-CTSEMEFEITO                  PIC 9(05) COMP.
       77  WS-CTPOS                        PIC 9(05) COMP.
       77  WS-CTPROMO                      PIC 9(05) COMP.
       77  WS-CTSEMCAD                     PIC 9(05) COMP.
       77  WS-CTETQ                        PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-L-F                   PIC Z.ZZZ.ZZ9.
       77  WS-CTLIDO-LA-F                  PIC Z.ZZZ.ZZ9.
       77  WS-CTLIDO-LP-F                  PIC Z.ZZZ.ZZ9.
       77  WS-CTDIA-F                      PIC Z.ZZZ.ZZ9.
       77  WS-CTPROD-F                     PIC ZZ.ZZ9.
       77  WS-CTCONSOLIDADO-F              PIC ZZ.ZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZ.ZZ9.
       77  WS-CTSEMEFEITO-F                PIC ZZ.ZZ9.
       77  WS-CTPOS-F                      PIC ZZ.ZZ9.
       77  WS-CTPROMO-F                    PIC ZZ.ZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZ.ZZ9.
       77  WS-CTETQ-F                      PIC ZZ.ZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PB0.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-LOG
                ON ASCENDING KEY CLASS-CODPS
                                 CLASS-DATA
                                 CLASS-HORA
                INPUT PROCEDURE IS 1500-SELECIONAR-DIARIOS
                OUTPUT PROCEDURE IS 2000-CONSOLIDAR-PRODUTOS
           PERFORM 2900-ENCERRAR-SELECAO
           SORT CLASS-ETQ
                ON ASCENDING KEY ETQ-LOCAL-CLASS
                                 ETQ-CODPS-CLASS
                USING ETQWRK
                OUTPUT PROCEDURE IS 3000-IMPRIMIR-ETIQUETAS
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO-L
                                              WS-CTLIDO-LA
                                              WS-CTLIDO-LP
                                              WS-CTDIA
                                              WS-CTPROD
                                              WS-CTCONSOLIDADO
                                              WS-CTEXCLUIDO
                                              WS-CTSEMEFEITO
                                              WS-CTPOS
                                              WS-CTPROMO
                                              WS-CTSEMCAD
                                              WS-CTETQ
           MOVE LOW-VALUES                 TO WS-CODPS-ANT
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE WS-DATA-SYS                TO WS-DATA-HOJE
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT PROMSTAT-NOV
           IF NOT SUCESSO-ST
           AND NOT PROMSTAT-AUSENTE
              MOVE "ERRO ABERTURA PROMSTATNOV" TO WS-MSG
              MOVE FS-PROMSTATNOV             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1700-LER-PROMSTAT
           OPEN OUTPUT POSPRC
           IF NOT SUCESSO-P
              MOVE "ERRO ABERTURA POSPRC"  TO WS-MSG
              MOVE FS-POSPRC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT ETQWRK
           IF NOT SUCESSO-W
              MOVE "ERRO ABERTURA ETQWRK"  TO WS-MSG
              MOVE FS-ETQWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1500-SELECIONAR-DIARIOS - LIBERA PARA A CLASSIFICACAO OS     *
      *    REGISTROS DE HOJE DOS TRES DIARIOS (PSLOGAPR E PSLOGPRM      *
      *    OPCIONAIS: SEM LIBERACAO OU SEM PROMOCAO NO DIA, O JOB NAO   *
      *    OS ALOCA)                                                    *
      *----------------------------------------------------------------*
       1500-SELECIONAR-DIARIOS.
           OPEN INPUT PSLOG
           IF NOT SUCESSO-L
              MOVE "ERRO ABERTURA PSLOG"   TO WS-MSG
              MOVE FS-PSLOG                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1510-LER-PSLOG
           PERFORM 1520-LIBERAR-PSLOG UNTIL FIM-ARQ-L
           CLOSE PSLOG

           OPEN INPUT PSLOGAPR
           IF NOT SUCESSO-LA
              CLOSE PSLOGAPR
           ELSE
              PERFORM 1530-LER-PSLOGAPR
              PERFORM 1540-LIBERAR-PSLOGAPR UNTIL FIM-ARQ-LA
              CLOSE PSLOGAPR
           END-IF

           OPEN INPUT PSLOGPRM
           IF NOT SUCESSO-LP
              CLOSE PSLOGPRM
           ELSE
              PERFORM 1550-LER-PSLOGPRM
              PERFORM 1560-LIBERAR-PSLOGPRM UNTIL FIM-ARQ-LP
              CLOSE PSLOGPRM
           END-IF
           .
       1510-LER-PSLOG.
           READ PSLOG INTO WS-REG-PSLOG
           IF SUCESSO-L
              ADD 1                        TO WS-CTLIDO-L
           ELSE
              IF NOT FIM-ARQ-L
                 MOVE "ERRO LEITURA PSLOG" TO WS-MSG
                 MOVE FS-PSLOG             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1520-LIBERAR-PSLOG.
           PERFORM 1590-LIBERAR-REGISTRO-DIA
           PERFORM 1510-LER-PSLOG
           .
       1530-LER-PSLOGAPR.
           READ PSLOGAPR INTO WS-REG-PSLOG
           IF SUCESSO-LA
              ADD 1                        TO WS-CTLIDO-LA
           ELSE
              IF NOT FIM-ARQ-LA
                 MOVE "ERRO LEITURA PSLOGAPR" TO WS-MSG
                 MOVE FS-PSLOGAPR             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1540-LIBERAR-PSLOGAPR.
           PERFORM 1590-LIBERAR-REGISTRO-DIA
           PERFORM 1530-LER-PSLOGAPR
           .
       1550-LER-PSLOGPRM.
           READ PSLOGPRM INTO WS-REG-PSLOG
           IF SUCESSO-LP
              ADD 1                        TO WS-CTLIDO-LP
           ELSE
              IF NOT FIM-ARQ-LP
                 MOVE "ERRO LEITURA PSLOGPRM" TO WS-MSG
                 MOVE FS-PSLOGPRM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1560-LIBERAR-PSLOGPRM.
           PERFORM 1590-LIBERAR-REGISTRO-DIA
           PERFORM 1550-LER-PSLOGPRM
           .
       1590-LIBERAR-REGISTRO-DIA.
           IF WS-DATA-LOG = WS-DATA-HOJE
              ADD 1                        TO WS-CTDIA
              RELEASE REG-CLASS-LOG        FROM WS-REG-PSLOG
           END-IF
           .
       1700-LER-PROMSTAT.
           READ PROMSTAT-NOV INTO WS-REG-PROMSTAT
           IF SUCESSO-ST
              MOVE WS-CODPS-ST             TO WS-CODPS-ST-X
           ELSE
              IF FIM-ARQ-ST
                 MOVE HIGH-VALUES          TO WS-CODPS-ST-X
              ELSE
                 MOVE "ERRO LEITURA PROMSTATNOV" TO WS-MSG
                 MOVE FS-PROMSTATNOV            TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2000-CONSOLIDAR-PRODUTOS.
           PERFORM 2100-RETORNAR-ALTERACAO
                   UNTIL FIM-CLASSIFICACAO
           IF WS-CODPS-ANT NOT = LOW-VALUES
              PERFORM 2500-FECHAR-PRODUTO
           END-IF
           .
       2100-RETORNAR-ALTERACAO.
           RETURN CLASS-LOG
              AT END
                 SET FIM-CLASSIFICACAO     TO TRUE
              NOT AT END
                 PERFORM 2200-TRATAR-ALTERACAO
           END-RETURN
           .
      *----------------------------------------------------------------*
      *    2200-TRATAR-ALTERACAO - QUEBRA POR PRODUTO. A PRIMEIRA       *
      *    ALTERACAO DO DIA DA O PRECO DE ANTES; A ULTIMA, O PRECO      *
      *    QUE FICA EM VIGOR                                            *
      *----------------------------------------------------------------*
       2200-TRATAR-ALTERACAO.
           IF CLASS-CODPS NOT = WS-CODPS-ANT
              IF WS-CODPS-ANT NOT = LOW-VALUES
                 PERFORM 2500-FECHAR-PRODUTO
              END-IF
              MOVE CLASS-CODPS             TO WS-CODPS-ANT
              MOVE CLASS-TIPOMOV           TO WS-TIPOMOV-INICIAL
              MOVE CLASS-VALORPS-ANTES     TO WS-VALOR-INICIAL
              MOVE ZEROS                   TO WS-QTD-ALT-PROD
              ADD 1                        TO WS-CTPROD
           END-IF
           ADD 1                           TO WS-QTD-ALT-PROD
           MOVE CLASS-TIPOMOV              TO WS-TIPOMOV-FINAL
           MOVE CLASS-VALORPS-DEPOIS       TO WS-VALOR-FINAL
           IF CLASS-DESCPS-DEPOIS NOT = SPACES
              MOVE CLASS-DESCPS-DEPOIS     TO WS-DESCPS-FINAL
           ELSE
              MOVE CLASS-DESCPS-ANTES      TO WS-DESCPS-FINAL
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-FECHAR-PRODUTO - PRODUTO EXCLUIDO NO FIM DO DIA OU COM  *
      *    O PRECO DE VOLTA AO DO INICIO NAO GERA PRECO NOVO PARA AS    *
      *    LOJAS                                                        *
      *----------------------------------------------------------------*
       2500-FECHAR-PRODUTO.
           IF WS-QTD-ALT-PROD > 1
              ADD 1                        TO WS-CTCONSOLIDADO
           END-IF
           EVALUATE TRUE
              WHEN WS-TIPOMOV-FINAL = "E"
                 ADD 1                     TO WS-CTEXCLUIDO
              WHEN WS-TIPOMOV-INICIAL NOT = "I"
               AND WS-VALOR-FINAL = WS-VALOR-INICIAL
                 ADD 1                     TO WS-CTSEMEFEITO
              WHEN OTHER
                 PERFORM 2600-GRAVAR-PRECO-DIA
           END-EVALUATE
           .
       2600-GRAVAR-PRECO-DIA.
           MOVE SPACES                     TO WS-REG-POSPRC
           MOVE WS-CODPS-ANT               TO WS-POS-CODPS
           MOVE WS-DESCPS-FINAL            TO WS-POS-DESCPS
           MOVE WS-VALOR-FINAL             TO WS-POS-PRECO
           MOVE WS-DATA-HOJE               TO WS-POS-DATA-VIGENCIA
           PERFORM 2650-VERIFICAR-PROMOCAO
           WRITE REG-POSPRC                FROM WS-REG-POSPRC
           IF NOT SUCESSO-P
              MOVE "ERRO GRAVACAO POSPRC"  TO WS-MSG
              MOVE FS-POSPRC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTPOS

           MOVE WS-CODPS-ANT (2:4)         TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 ADD 1                     TO WS-CTSEMCAD
                 MOVE SPACES               TO LOCALPROD-V
           END-READ
           IF LOCALPROD-V NOT = SPACES
              MOVE LOCALPROD-V             TO WS-ETQ-LOCAL
           ELSE
              MOVE WS-LOCAL-GERAL          TO WS-ETQ-LOCAL
           END-IF
           MOVE WS-REG-POSPRC              TO WS-ETQ-POSPRC
           WRITE REG-ETQWRK                FROM WS-REG-ETQWRK
           IF NOT SUCESSO-W
              MOVE "ERRO GRAVACAO ETQWRK"  TO WS-MSG
              MOVE FS-ETQWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2650-VERIFICAR-PROMOCAO - AVANCA O PROMSTATNOV ATE O         *
      *    PRODUTO; COM PROMOCAO VIGENTE HOJE, O PRECO SAI MARCADO COM  *
      *    A DATA FINAL (O RETORNO AO PRECO NORMAL JA NAO ESTA NO       *
      *    ESTADO E SAI COMO PRECO NORMAL)                              *
      *----------------------------------------------------------------*
       2650-VERIFICAR-PROMOCAO.
           SET POS-PRECO-NORMAL            TO TRUE
           MOVE ZEROS                      TO WS-POS-DATA-FIM-PROMO
           PERFORM 1700-LER-PROMSTAT
               UNTIL WS-CODPS-ST-X >= WS-CODPS-ANT
           IF WS-CODPS-ST-X = WS-CODPS-ANT
              IF WS-DATA-HOJE NOT < WS-DATA-INI-ST
              AND WS-DATA-HOJE NOT > WS-DATA-FIM-ST
                 SET POS-EM-PROMOCAO       TO TRUE
                 MOVE WS-DATA-FIM-ST       TO WS-POS-DATA-FIM-PROMO
                 ADD 1                     TO WS-CTPROMO
              END-IF
           END-IF
           .
       2900-ENCERRAR-SELECAO.
           CLOSE ETQWRK
           IF NOT SUCESSO-W
              MOVE "ERRO FECHAMENTO ETQWRK" TO WS-MSG
              MOVE FS-ETQWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELETQ
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELETQ"  TO WS-MSG
              MOVE FS-RELETQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIA                     TO CB-ETQ-DIA
           MOVE WS-MES                     TO CB-ETQ-MES
           MOVE WS-ANO                     TO CB-ETQ-ANO
           WRITE REG-RELETQ                FROM WS-CABEC-ETQ1
           WRITE REG-RELETQ                FROM WS-CABEC-ETQ3
           .
      *----------------------------------------------------------------*
      *    3000-IMPRIMIR-ETIQUETAS - UMA ETIQUETA POR PRODUTO, COM      *
      *    QUEBRA E SUBTOTAL POR LOCAL                                  *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-ETIQUETAS.
           MOVE LOW-VALUES                 TO WS-LOCAL-QUEBRA
           PERFORM 3100-RETORNAR-ETIQUETA
                   UNTIL FIM-CLASSIFICACAO-ETQ
           IF WS-LOCAL-QUEBRA NOT = LOW-VALUES
              PERFORM 3500-FECHAR-LOCAL
           END-IF
           .
       3100-RETORNAR-ETIQUETA.
           RETURN CLASS-ETQ INTO WS-REG-ETQWRK
              AT END
                 SET FIM-CLASSIFICACAO-ETQ TO TRUE
              NOT AT END
                 PERFORM 3200-IMPRIMIR-ETIQUETA
           END-RETURN
           .
       3200-IMPRIMIR-ETIQUETA.
           IF WS-ETQ-LOCAL NOT = WS-LOCAL-QUEBRA
              IF WS-LOCAL-QUEBRA NOT = LOW-VALUES
                 PERFORM 3500-FECHAR-LOCAL
              END-IF
              PERFORM 3300-ABRIR-LOCAL
           END-IF
           MOVE WS-ETQ-POSPRC              TO WS-REG-POSPRC
           MOVE WS-POS-CODPS               TO LD-ETQ-CODPS
           MOVE WS-POS-DESCPS              TO LD-ETQ-DESCPS
           MOVE WS-POS-PRECO               TO LD-ETQ-PRECO
           IF POS-EM-PROMOCAO
              MOVE WS-POS-DATA-FIM-PROMO   TO WS-DATA-PROMO
              MOVE WS-DIA-PROMO            TO LD-FIM-DIA
              MOVE WS-MES-PROMO            TO LD-FIM-MES
              MOVE WS-ANO-PROMO            TO LD-FIM-ANO
              MOVE "PROMOCAO ATE"          TO LD-ETQ-PROMOCAO
              MOVE WS-LD-DATA-FIM          TO LD-ETQ-DATA-FIM
           ELSE
              MOVE SPACES                  TO LD-ETQ-PROMOCAO
                                              LD-ETQ-DATA-FIM
           END-IF
           WRITE REG-RELETQ                FROM WS-LINDET-ETQ
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELETQ"  TO WS-MSG
              MOVE FS-RELETQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-ETQ-LOCAL
                                              WS-CTETQ
           .
       3300-ABRIR-LOCAL.
           MOVE WS-ETQ-LOCAL               TO WS-LOCAL-QUEBRA
           MOVE ZEROS                      TO WS-QTD-ETQ-LOCAL
           MOVE WS-ETQ-LOCAL               TO LL-ETQ-LOCAL
           WRITE REG-RELETQ                FROM WS-LIN-BRANCO
           WRITE REG-RELETQ                FROM WS-LIN-LOCAL
           WRITE REG-RELETQ                FROM WS-CABEC-ETQ2
           .
       3500-FECHAR-LOCAL.
           MOVE WS-QTD-ETQ-LOCAL           TO LS-ETQ-QTD
           WRITE REG-RELETQ                FROM WS-LINSUB-ETQ
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELETQ"  TO WS-MSG
              MOVE FS-RELETQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3800-TERMINO.
           WRITE REG-RELETQ                FROM WS-CABEC-ETQ3
           MOVE WS-CTETQ                   TO RD-ETQ-QTD
           WRITE REG-RELETQ                FROM WS-RODAPE-ETQ
           MOVE WS-CTLIDO-L                TO WS-CTLIDO-L-F
           MOVE WS-CTLIDO-LA               TO WS-CTLIDO-LA-F
           MOVE WS-CTLIDO-LP               TO WS-CTLIDO-LP-F
           MOVE WS-CTDIA                   TO WS-CTDIA-F
           MOVE WS-CTPROD                  TO WS-CTPROD-F
           MOVE WS-CTCONSOLIDADO           TO WS-CTCONSOLIDADO-F
           MOVE WS-CTEXCLUIDO              TO WS-CTEXCLUIDO-F
           MOVE WS-CTSEMEFEITO             TO WS-CTSEMEFEITO-F
           MOVE WS-CTPOS                   TO WS-CTPOS-F
           MOVE WS-CTPROMO                 TO WS-CTPROMO-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTETQ                   TO WS-CTETQ-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " REGISTROS LIDOS DO PSLOG.............: "
                                           WS-CTLIDO-L-F
           DISPLAY " REGISTROS LIDOS DO PSLOGAPR..........: "
                                           WS-CTLIDO-LA-F
           DISPLAY " REGISTROS LIDOS DO PSLOGPRM..........: "
                                           WS-CTLIDO-LP-F
           DISPLAY " ALTERACOES COM DATA DE HOJE..........: "
                                           WS-CTDIA-F
           DISPLAY " PRODUTOS ALTERADOS NO DIA............: "
                                           WS-CTPROD-F
           DISPLAY " PRODUTOS COM MAIS DE UMA ALTERACAO...: "
                                           WS-CTCONSOLIDADO-F
           DISPLAY " PRODUTOS EXCLUIDOS NO DIA............: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " PRODUTOS SEM MUDANCA DE PRECO........: "
                                           WS-CTSEMEFEITO-F
           DISPLAY " PRECOS GRAVADOS NO POSPRC............: "
                                           WS-CTPOS-F
           DISPLAY " PRECOS PROMOCIONAIS..................: "
                                           WS-CTPROMO-F
           DISPLAY " PRODUTOS SEM CADASTRO NO VCADPRD.....: "
                                           WS-CTSEMCAD-F
           DISPLAY " ETIQUETAS IMPRESSAS..................: "
                                           WS-CTETQ-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           IF WS-CTETQ NOT = WS-CTPOS
              MOVE "ETIQUETAS NAO CONFEREM COM O POSPRC" TO WS-MSG
              MOVE FS-RELETQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE POSPRC
           IF NOT SUCESSO-P
              MOVE "ERRO FECHAMENTO POSPRC" TO WS-MSG
              MOVE FS-POSPRC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELETQ
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELETQ" TO WS-MSG
              MOVE FS-RELETQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PROMSTAT-NOV

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
