      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P82.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONCILIACAO MENSAL DO RAZAO COM OS CADASTROS AUXILIARES.     *
      *    TRES PARES SAO CONFERIDOS: O ESTOQUE VALORIZADO AO CUSTO     *
      *    (QTDEST X PRECOCOMPRA DO VCADPRD, COMO NO EX004P32) CONTRA A *
      *    CONTA DE ESTOQUE; A SOMA DO TOTALDIVIDA DO CLINEW CONTRA A   *
      *    CONTA DE CLIENTES; E O VALOR EM ABERTO DAS PARCELAS DO       *
      *    CONTRATOS CONTRA A CONTA DE EMPRESTIMOS A RECEBER. AS CONTAS *
      *    E A TOLERANCIA DE CADA PAR VEM NOS CARTOES CONCARD. O SALDO  *
      *    DA CONTA E O SALDO DEVEDOR DE TODO O RAZAO. SAEM EM RELCONGL *
      *    O RESUMO DE CADA PAR E, QUANDO HA DIFERENCA, OS LANCAMENTOS  *
      *    DO MES NA CONTA. DIFERENCA ACIMA DA TOLERANCIA TERMINA O     *
      *    PROGRAMA COM RETURN-CODE 8.                                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONCARD ASSIGN           TO UT-S-CONCARD
           FILE STATUS IS FS-CONCARD
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT OPTIONAL RAZAO ASSIGN    TO RAZAO
           FILE STATUS IS FS-RAZAO
           .
           SELECT RELCONGL ASSIGN          TO UT-S-RELCONGL
           FILE STATUS IS FS-RELCONGL
           .
           SELECT CLASS-MOV ASSIGN         TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CONCARD - CONTA E TOLERANCIA DE CADA PAR (CARTOES)
       FD  CONCARD
           RECORDING MODE IS F
           .
       01  REG-CONCARD                     PIC X(80).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.

      *    CONTRATOS - UMA PARCELA POR REGISTRO
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).

      *    RAZAO - MASTER ACUMULATIVO DO EX004P50
       FD  RAZAO
           RECORDING MODE IS F
           .
       01  REG-RAZAO                       PIC X(52).

       FD  RELCONGL
           RECORDING MODE IS F
           .
       01  REG-RELCONGL                    PIC X(110).

      *    CLASS-MOV - LANCAMENTOS DO MES POR PAR E DATA
       SD  CLASS-MOV
           .
       01  REG-CLASS-MOV.
           05 MOV-PAR-CLASS                PIC 9(01).
           05 MOV-DATA-CLASS               PIC 9(08).
           05 FILLER                       PIC X(42).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-CONCARD.
           05 WS-CCD-TIPO                  PIC X(01).
              88 CCD-ESTOQUE                       VALUE "E".
              88 CCD-CLIENTES                      VALUE "C".
              88 CCD-CONTRATOS                     VALUE "P".
           05 WS-CCD-CONTA                 PIC X(08).
           05 WS-CCD-TOLERANCIA            PIC 9(07)V99.
           05 FILLER                       PIC X(62).
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 WS-CTR-VENCIMENTO            PIC 9(08).
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
              88 PARCELA-ABERTA                    VALUE "A".
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    REGISTRO DO MASTER RAZAO (LAYOUT DO EX004P50)
      *----------------------------------------------------------------*
       01  WS-REG-RAZAO.
           05 WS-RAZ-FONTE                 PIC X(08).
           05 WS-RAZ-DATA                  PIC 9(08).
           05 WS-RAZ-ORIGEM                PIC X(04).
           05 WS-RAZ-CONTA-DEB             PIC X(08).
           05 WS-RAZ-CONTA-CRED            PIC X(08).
           05 WS-RAZ-VALOR                 PIC 9(11)V99.
           05 WS-RAZ-FILIAL                PIC X(03).
      *----------------------------------------------------------------*
      *    LANCAMENTO DO MES QUE MOVIMENTOU A CONTA DE UM PAR
      *----------------------------------------------------------------*
       01  WS-REG-MOV.
           05 WS-MOV-PAR                   PIC 9(01).
           05 WS-MOV-DATA                  PIC 9(08).
           05 WS-MOV-FONTE                 PIC X(08).
           05 WS-MOV-ORIGEM                PIC X(04).
           05 WS-MOV-SENTIDO               PIC X(01).
           05 WS-MOV-CONTA-DEB             PIC X(08).
           05 WS-MOV-CONTA-CRED            PIC X(08).
           05 WS-MOV-VALOR                 PIC 9(11)V99.
       01  WS-SW-FIM-MOV                   PIC X(01).
           88 FIM-CLASS-MOV                        VALUE "S".
           88 NAO-FIM-CLASS-MOV                    VALUE "N".
      *----------------------------------------------------------------*
      *    PARES CONCILIADOS: 1 ESTOQUE, 2 CLIENTES, 3 CONTRATOS
      *----------------------------------------------------------------*
       01  WS-TAB-PARES.
           05 WS-PAR-ENT OCCURS 3 TIMES.
              10 WS-PAR-DESCRICAO          PIC X(40).
              10 WS-PAR-INFORMADO          PIC X(01).
              10 WS-PAR-CONTA              PIC X(08).
              10 WS-PAR-TOLERANCIA         PIC 9(07)V99.
              10 WS-PAR-CADASTRO           PIC 9(13)V99.
              10 WS-PAR-SALDO-GL           PIC S9(13)V99.
              10 WS-PAR-DIFERENCA          PIC S9(13)V99.
              10 WS-PAR-QTD-MOV            PIC 9(05) COMP.
       77  WS-IDX-PAR                      PIC 9(01) COMP.
       77  WS-DIFERENCA-ABS                PIC 9(13)V99.
       77  WS-VALOR-ABERTO                 PIC 9(09)V99.
       77  WS-ANOMES-SYS                   PIC 9(06).
       77  WS-ANOMES-RAZ                   PIC 9(06).
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    RELATORIO DE CONCILIACAO (RELCONGL)
      *----------------------------------------------------------------*
       01  WS-CABEC-CNG1.
           05 FILLER                       PIC X(55) VALUE
              "   CONCILIACAO DO RAZAO COM OS CADASTROS AUXILIARES".
           05 FILLER                       PIC X(06) VALUE "MES: ".
           05 CB-CNG-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-CNG-ANO                   PIC 9(04).
           05 FILLER                       PIC X(42) VALUE SPACES.
       01  WS-CABEC-CNG2                   PIC X(110)
                                                   VALUE ALL "=".
       01  WS-CABEC-CNG3                   PIC X(110)
                                                   VALUE ALL "-".
       01  WS-LINHA-BRANCO                 PIC X(110) VALUE SPACES.
       01  WS-LINPAR-CNG1.
           05 LP-CNG-DESCRICAO             PIC X(40).
           05 FILLER                       PIC X(07) VALUE "CONTA: ".
           05 LP-CNG-CONTA                 PIC X(08).
           05 FILLER                       PIC X(55) VALUE SPACES.
       01  WS-LINPAR-CNG2.
           05 FILLER                       PIC X(25) VALUE
                                           "   SALDO NO CADASTRO...: ".
           05 LP-CNG-CADASTRO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(25) VALUE
                                           "   SALDO NO RAZAO......: ".
           05 LP-CNG-SALDO-GL              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(25) VALUE SPACES.
       01  WS-LINPAR-CNG3.
           05 FILLER                       PIC X(25) VALUE
                                           "   DIFERENCA...........: ".
           05 LP-CNG-DIFERENCA             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(23) VALUE
                                           "  TOLERANCIA.........: ".
           05 LP-CNG-TOLERANCIA            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LP-CNG-SITUACAO              PIC X(29).
       01  WS-CABEC-MOV1                   PIC X(110) VALUE
              "   LANCAMENTOS DO MES NA CONTA:".
       01  WS-CABEC-MOV2                   PIC X(110)
                                                   VALUE
              "DATA      FONTE     ORIG D/C   CONTA-DEB CONTA-CRED      
      -       "        VALOR".
       01  WS-LINDET-MOV.
           05 LD-MOV-DATA                  PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-MOV-FONTE                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-MOV-ORIGEM                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-MOV-SENTIDO               PIC X(01).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-MOV-CONTA-DEB             PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-MOV-CONTA-CRED            PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-MOV-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-SEM-MOV                      PIC X(110) VALUE
              "   NENHUM LANCAMENTO NO MES NESTA CONTA".
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CONCARD                      PIC X(02).
           88 SUCESSO-CC                   VALUE "00".
           88 FIM-ARQ-CC                   VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
           88 FIM-ARQ-V                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-CN                   VALUE "00".
           88 FIM-ARQ-CN                   VALUE "10".
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-RAZAO                        PIC X(02).
           88 SUCESSO-RZ                   VALUE "00" "05".
           88 FIM-ARQ-RZ                   VALUE "10".
       01  FS-RELCONGL                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPRODUTO                    PIC 9(05) COMP.
       77  WS-CTCLIENTE                    PIC 9(05) COMP.
       77  WS-CTPARCELA                    PIC 9(05) COMP.
       77  WS-CTPARC-ABERTA                PIC 9(05) COMP.
       77  WS-CTLIDO-RZ                    PIC 9(05) COMP.
       77  WS-CTMOV-MES                    PIC 9(05) COMP.
       77  WS-CTDIFER                      PIC 9(05) COMP.
       77  WS-CTACIMA                      PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPRODUTO-F                  PIC ZZZZ9.
       77  WS-CTCLIENTE-F                  PIC ZZZZ9.
       77  WS-CTPARCELA-F                  PIC ZZZZ9.
       77  WS-CTPARC-ABERTA-F              PIC ZZZZ9.
       77  WS-CTLIDO-RZ-F                  PIC ZZZZ9.
       77  WS-CTMOV-MES-F                  PIC ZZZZ9.
       77  WS-CTDIFER-F                    PIC ZZZZ9.
       77  WS-CTACIMA-F                    PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P82.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-CARREGAR-PARES
           PERFORM 1500-SOMAR-ESTOQUE
           PERFORM 1600-SOMAR-CLIENTES
           PERFORM 1700-SOMAR-CONTRATOS
           SORT CLASS-MOV
                ON ASCENDING KEY MOV-PAR-CLASS
                                 MOV-DATA-CLASS
                INPUT PROCEDURE IS 2000-LER-RAZAO
                OUTPUT PROCEDURE IS 3000-EMITIR-CONCILIACAO
           PERFORM 4000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPRODUTO
                                              WS-CTCLIENTE
                                              WS-CTPARCELA
                                              WS-CTPARC-ABERTA
                                              WS-CTLIDO-RZ
                                              WS-CTMOV-MES
                                              WS-CTDIFER
                                              WS-CTACIMA
           INITIALIZE WS-TAB-PARES
           MOVE "ESTOQUE AO CUSTO (VCADPRD)" TO WS-PAR-DESCRICAO (1)
           MOVE "DIVIDA DOS CLIENTES (CLINEW)" TO WS-PAR-DESCRICAO (2)
           MOVE "PARCELAS EM ABERTO (CONTRATOS)" TO
                WS-PAR-DESCRICAO (3)
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           COMPUTE WS-ANOMES-SYS = WS-ANO * 100 + WS-MES
           OPEN OUTPUT RELCONGL
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELCONGL" TO WS-MSG
              MOVE FS-RELCONGL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-MES                     TO CB-CNG-MES
           MOVE WS-ANO                     TO CB-CNG-ANO
           WRITE REG-RELCONGL              FROM WS-CABEC-CNG1
           WRITE REG-RELCONGL              FROM WS-CABEC-CNG2
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PARES - UM CARTAO POR PAR COM A CONTA DO RAZAO *
      *    E A TOLERANCIA; OS TRES PARES SAO OBRIGATORIOS               *
      *----------------------------------------------------------------*
       1100-CARREGAR-PARES.
           OPEN INPUT CONCARD
           IF NOT SUCESSO-CC
              MOVE "ERRO ABERTURA CONCARD" TO WS-MSG
              MOVE FS-CONCARD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-CONCARD
           PERFORM 1120-TRATAR-CARTAO UNTIL FIM-ARQ-CC
           CLOSE CONCARD
           PERFORM 1130-CONFERIR-PAR
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > 3
           .
       1110-LER-CONCARD.
           READ CONCARD INTO WS-REG-CONCARD
           IF NOT SUCESSO-CC
              IF NOT FIM-ARQ-CC
                 MOVE "ERRO LEITURA CONCARD" TO WS-MSG
                 MOVE FS-CONCARD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-TRATAR-CARTAO.
           EVALUATE TRUE
              WHEN CCD-ESTOQUE
                 MOVE 1                    TO WS-IDX-PAR
              WHEN CCD-CLIENTES
                 MOVE 2                    TO WS-IDX-PAR
              WHEN CCD-CONTRATOS
                 MOVE 3                    TO WS-IDX-PAR
              WHEN OTHER
                 MOVE "TIPO INVALIDO NO CONCARD" TO WS-MSG
                 MOVE SPACES                     TO WS-FS
                 GO TO 9000-ERRO
           END-EVALUATE
           IF WS-CCD-CONTA = SPACES
           OR WS-CCD-TOLERANCIA IS NOT NUMERIC
              MOVE "CONTA OU TOLERANCIA INVALIDA NO CONCARD" TO WS-MSG
              MOVE SPACES                                    TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PAR-INFORMADO (WS-IDX-PAR) = "S"
              MOVE "PAR REPETIDO NO CONCARD" TO WS-MSG
              MOVE SPACES                    TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE "S"                        TO
                WS-PAR-INFORMADO (WS-IDX-PAR)
           MOVE WS-CCD-CONTA               TO WS-PAR-CONTA (WS-IDX-PAR)
           MOVE WS-CCD-TOLERANCIA          TO
                WS-PAR-TOLERANCIA (WS-IDX-PAR)
           PERFORM 1110-LER-CONCARD
           .
       1130-CONFERIR-PAR.
           IF WS-PAR-INFORMADO (WS-IDX-PAR) NOT = "S"
              MOVE "FALTA CARTAO CONCARD PARA" TO WS-MSG
              MOVE WS-PAR-DESCRICAO (WS-IDX-PAR) TO WS-MSG (27:)
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1500-SOMAR-ESTOQUE - VALOR DO ESTOQUE AO CUSTO               *
      *----------------------------------------------------------------*
       1500-SOMAR-ESTOQUE.
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1510-LER-VCADPRD
           PERFORM 1520-SOMAR-PRODUTO UNTIL FIM-ARQ-V
           CLOSE VCADPRD
           .
       1510-LER-VCADPRD.
           READ VCADPRD
           IF SUCESSO-V
              ADD 1                        TO WS-CTPRODUTO
           ELSE
              IF NOT FIM-ARQ-V
                 MOVE "ERRO LEITURA VCADPRD" TO WS-MSG
                 MOVE FS-VCADPRD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1520-SOMAR-PRODUTO.
           COMPUTE WS-PAR-CADASTRO (1) = WS-PAR-CADASTRO (1)
                                       + QTDEST-V * PRECOCOMPRA-V
           PERFORM 1510-LER-VCADPRD
           .
      *----------------------------------------------------------------*
      *    1600-SOMAR-CLIENTES - DIVIDA TOTAL DOS CLIENTES              *
      *----------------------------------------------------------------*
       1600-SOMAR-CLIENTES.
           OPEN INPUT CLINEW
           IF NOT SUCESSO-CN
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1610-LER-CLINEW
           PERFORM 1620-SOMAR-CLIENTE UNTIL FIM-ARQ-CN
           CLOSE CLINEW
           .
       1610-LER-CLINEW.
           READ CLINEW
           IF SUCESSO-CN
              ADD 1                        TO WS-CTCLIENTE
           ELSE
              IF NOT FIM-ARQ-CN
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1620-SOMAR-CLIENTE.
           IF TOTALDIVIDA-N IS NUMERIC
              ADD TOTALDIVIDA-N            TO WS-PAR-CADASTRO (2)
           END-IF
           PERFORM 1610-LER-CLINEW
           .
      *----------------------------------------------------------------*
      *    1700-SOMAR-CONTRATOS - SALDO EM ABERTO DAS PARCELAS ABERTAS  *
      *    (VALOR MENOS O JA PAGO, COMO NO EX004P63)                    *
      *----------------------------------------------------------------*
       1700-SOMAR-CONTRATOS.
           OPEN INPUT CONTRATOS
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1710-LER-CONTRATOS
           PERFORM 1720-SOMAR-PARCELA UNTIL FIM-ARQ-C
           CLOSE CONTRATOS
           .
       1710-LER-CONTRATOS.
           READ CONTRATOS INTO WS-REG-CONTRATO
           IF SUCESSO-C
              ADD 1                        TO WS-CTPARCELA
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1720-SOMAR-PARCELA.
           IF PARCELA-ABERTA
              ADD 1                        TO WS-CTPARC-ABERTA
              IF WS-CTR-VALOR-PAGO IS NUMERIC
              AND WS-CTR-VALOR-PAGO < WS-CTR-VALOR
                 COMPUTE WS-VALOR-ABERTO =
                         WS-CTR-VALOR - WS-CTR-VALOR-PAGO
              ELSE
                 MOVE WS-CTR-VALOR         TO WS-VALOR-ABERTO
              END-IF
              ADD WS-VALOR-ABERTO          TO WS-PAR-CADASTRO (3)
           END-IF
           PERFORM 1710-LER-CONTRATOS
           .
      *----------------------------------------------------------------*
      *    2000-LER-RAZAO - SALDO DEVEDOR DE CADA CONTA CONCILIADA EM   *
      *    TODO O RAZAO; OS LANCAMENTOS DO MES NA CONTA SAO LIBERADOS   *
      *    PARA A LISTAGEM DO PAR                                       *
      *----------------------------------------------------------------*
       2000-LER-RAZAO.
           OPEN INPUT RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO ABERTURA RAZAO"   TO WS-MSG
              MOVE FS-RAZAO                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2010-LER-REG-RAZAO
           PERFORM 2100-TRATAR-LANCAMENTO UNTIL FIM-ARQ-RZ
           CLOSE RAZAO
           .
       2010-LER-REG-RAZAO.
           READ RAZAO INTO WS-REG-RAZAO
           IF SUCESSO-RZ
              ADD 1                        TO WS-CTLIDO-RZ
           ELSE
              IF NOT FIM-ARQ-RZ
                 MOVE "ERRO LEITURA RAZAO" TO WS-MSG
                 MOVE FS-RAZAO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-LANCAMENTO.
           COMPUTE WS-ANOMES-RAZ = WS-RAZ-DATA / 100
           PERFORM 2110-CONFERIR-PAR
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > 3
           PERFORM 2010-LER-REG-RAZAO
           .
       2110-CONFERIR-PAR.
           IF WS-RAZ-CONTA-DEB = WS-PAR-CONTA (WS-IDX-PAR)
              ADD WS-RAZ-VALOR             TO
                  WS-PAR-SALDO-GL (WS-IDX-PAR)
              MOVE "D"                     TO WS-MOV-SENTIDO
              PERFORM 2120-LIBERAR-MOV-MES
           END-IF
           IF WS-RAZ-CONTA-CRED = WS-PAR-CONTA (WS-IDX-PAR)
              SUBTRACT WS-RAZ-VALOR        FROM
                       WS-PAR-SALDO-GL (WS-IDX-PAR)
              MOVE "C"                     TO WS-MOV-SENTIDO
              PERFORM 2120-LIBERAR-MOV-MES
           END-IF
           .
       2120-LIBERAR-MOV-MES.
           IF WS-ANOMES-RAZ = WS-ANOMES-SYS
              MOVE WS-IDX-PAR              TO WS-MOV-PAR
              MOVE WS-RAZ-DATA             TO WS-MOV-DATA
              MOVE WS-RAZ-FONTE            TO WS-MOV-FONTE
              MOVE WS-RAZ-ORIGEM           TO WS-MOV-ORIGEM
              MOVE WS-RAZ-CONTA-DEB        TO WS-MOV-CONTA-DEB
              MOVE WS-RAZ-CONTA-CRED       TO WS-MOV-CONTA-CRED
              MOVE WS-RAZ-VALOR            TO WS-MOV-VALOR
              RELEASE REG-CLASS-MOV        FROM WS-REG-MOV
              ADD 1                        TO WS-CTMOV-MES
              ADD 1                        TO
                  WS-PAR-QTD-MOV (WS-IDX-PAR)
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-EMITIR-CONCILIACAO - RESUMO DE CADA PAR; HAVENDO        *
      *    DIFERENCA, LISTA OS LANCAMENTOS DO MES NA CONTA              *
      *----------------------------------------------------------------*
       3000-EMITIR-CONCILIACAO.
           SET NAO-FIM-CLASS-MOV           TO TRUE
           PERFORM 3010-RETORNAR-MOV
           PERFORM 3100-EMITIR-PAR
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > 3
           .
       3010-RETORNAR-MOV.
           RETURN CLASS-MOV                INTO WS-REG-MOV
               AT END
                  SET FIM-CLASS-MOV        TO TRUE
           END-RETURN
           .
       3100-EMITIR-PAR.
           COMPUTE WS-PAR-DIFERENCA (WS-IDX-PAR) =
                   WS-PAR-CADASTRO (WS-IDX-PAR)
                 - WS-PAR-SALDO-GL (WS-IDX-PAR)
           IF WS-PAR-DIFERENCA (WS-IDX-PAR) < ZERO
              COMPUTE WS-DIFERENCA-ABS =
                      ZERO - WS-PAR-DIFERENCA (WS-IDX-PAR)
           ELSE
              MOVE WS-PAR-DIFERENCA (WS-IDX-PAR) TO WS-DIFERENCA-ABS
           END-IF
           EVALUATE TRUE
              WHEN WS-DIFERENCA-ABS = ZERO
                 MOVE "CONFERE"            TO LP-CNG-SITUACAO
              WHEN WS-DIFERENCA-ABS > WS-PAR-TOLERANCIA (WS-IDX-PAR)
                 MOVE "DIFERENCA ACIMA DA TOLERANCIA" TO LP-CNG-SITUACAO
                 ADD 1                     TO WS-CTDIFER
                                              WS-CTACIMA
              WHEN OTHER
                 MOVE "DENTRO DA TOLERANCIA" TO LP-CNG-SITUACAO
                 ADD 1                     TO WS-CTDIFER
           END-EVALUATE
           MOVE WS-PAR-DESCRICAO (WS-IDX-PAR) TO LP-CNG-DESCRICAO
           MOVE WS-PAR-CONTA (WS-IDX-PAR)  TO LP-CNG-CONTA
           MOVE WS-PAR-CADASTRO (WS-IDX-PAR) TO LP-CNG-CADASTRO
           MOVE WS-PAR-SALDO-GL (WS-IDX-PAR) TO LP-CNG-SALDO-GL
           MOVE WS-PAR-DIFERENCA (WS-IDX-PAR) TO LP-CNG-DIFERENCA
           MOVE WS-PAR-TOLERANCIA (WS-IDX-PAR) TO LP-CNG-TOLERANCIA
           WRITE REG-RELCONGL              FROM WS-LINHA-BRANCO
           WRITE REG-RELCONGL              FROM WS-LINPAR-CNG1
           WRITE REG-RELCONGL              FROM WS-LINPAR-CNG2
           WRITE REG-RELCONGL              FROM WS-LINPAR-CNG3
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELCONGL" TO WS-MSG
              MOVE FS-RELCONGL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-DIFERENCA-ABS > ZERO
              WRITE REG-RELCONGL           FROM WS-CABEC-MOV1
              IF WS-PAR-QTD-MOV (WS-IDX-PAR) = ZERO
                 WRITE REG-RELCONGL        FROM WS-SEM-MOV
              ELSE
                 WRITE REG-RELCONGL        FROM WS-CABEC-MOV2
                 WRITE REG-RELCONGL        FROM WS-CABEC-CNG3
              END-IF
           END-IF
           PERFORM 3200-TRATAR-MOV
               UNTIL FIM-CLASS-MOV
               OR    WS-MOV-PAR NOT = WS-IDX-PAR
           WRITE REG-RELCONGL              FROM WS-CABEC-CNG2
           .
      *    OS LANCAMENTOS DO PAR SO SAEM QUANDO HA DIFERENCA
       3200-TRATAR-MOV.
           IF WS-DIFERENCA-ABS > ZERO
              MOVE WS-MOV-DATA             TO LD-MOV-DATA
              MOVE WS-MOV-FONTE            TO LD-MOV-FONTE
              MOVE WS-MOV-ORIGEM           TO LD-MOV-ORIGEM
              MOVE WS-MOV-SENTIDO          TO LD-MOV-SENTIDO
              MOVE WS-MOV-CONTA-DEB        TO LD-MOV-CONTA-DEB
              MOVE WS-MOV-CONTA-CRED       TO LD-MOV-CONTA-CRED
              MOVE WS-MOV-VALOR            TO LD-MOV-VALOR
              WRITE REG-RELCONGL           FROM WS-LINDET-MOV
              IF NOT SUCESSO-R
                 MOVE "ERRO GRAVACAO RELCONGL" TO WS-MSG
                 MOVE FS-RELCONGL              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 3010-RETORNAR-MOV
           .
       4000-TERMINO.
           CLOSE RELCONGL
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELCONGL" TO WS-MSG
              MOVE FS-RELCONGL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTPRODUTO               TO WS-CTPRODUTO-F
           MOVE WS-CTCLIENTE               TO WS-CTCLIENTE-F
           MOVE WS-CTPARCELA               TO WS-CTPARCELA-F
           MOVE WS-CTPARC-ABERTA           TO WS-CTPARC-ABERTA-F
           MOVE WS-CTLIDO-RZ               TO WS-CTLIDO-RZ-F
           MOVE WS-CTMOV-MES               TO WS-CTMOV-MES-F
           MOVE WS-CTDIFER                 TO WS-CTDIFER-F
           MOVE WS-CTACIMA                 TO WS-CTACIMA-F
           PERFORM 5000-EXIBIR-RESULTADOS
           IF WS-CTACIMA > ZERO
              DISPLAY "EX004P82: DIFERENCA ACIMA DA TOLERANCIA - RC 8"
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PRODUTOS LIDOS NO VCADPRD............: "
                                           WS-CTPRODUTO-F
           DISPLAY " CLIENTES LIDOS NO CLINEW.............: "
                                           WS-CTCLIENTE-F
           DISPLAY " PARCELAS LIDAS NO CONTRATOS..........: "
                                           WS-CTPARCELA-F
           DISPLAY " PARCELAS EM ABERTO...................: "
                                           WS-CTPARC-ABERTA-F
           DISPLAY " LANCAMENTOS LIDOS NO RAZAO...........: "
                                           WS-CTLIDO-RZ-F
           DISPLAY " LANCAMENTOS DO MES NAS CONTAS........: "
                                           WS-CTMOV-MES-F
           DISPLAY " PARES COM DIFERENCA..................: "
                                           WS-CTDIFER-F
           DISPLAY " PARES ACIMA DA TOLERANCIA............: "
                                           WS-CTACIMA-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
