      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P86.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CORRECAO MONETARIA MENSAL DOS CONTRATOS POS-FIXADOS. PARA    *
      *    CADA CONTRATO DO CTRIDX (GRAVADO NO ACEITE PELO EX004P36)    *
      *    ACUMULA AS VARIACOES DO SEU INDICE NO MASTER INDICES         *
      *    (EX004P85) DESDE A COMPETENCIA SEGUINTE A ULTIMA CORRIGIDA   *
      *    ATE A COMPETENCIA DO CARTAO CORRCARD E APLICA O FATOR SOBRE  *
      *    O SALDO DAS PARCELAS EM ABERTO DO MASTER CONTRATOS, GERANDO  *
      *    O CONTRNOV QUE O EX004P37 COBRA NO MES. O VALOR JA PAGO DA   *
      *    PARCELA NAO E CORRIGIDO. CONTRATO COM COMPETENCIA SEM        *
      *    INDICE NO MASTER NAO E CORRIGIDO E FICA PARA A PROXIMA       *
      *    RODADA. O CTRIDX E REGRAVADO EM CTRIDXNV COM A COMPETENCIA   *
      *    APLICADA E O FATOR ACUMULADO, E O RELCORR MOSTRA A CORRECAO  *
      *    APLICADA CONTRATO A CONTRATO.                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CORRCARD ASSIGN          TO UT-S-CORRCARD
           FILE STATUS IS FS-CORRCARD
           .
           SELECT INDICES ASSIGN           TO UT-S-INDICES
           FILE STATUS IS FS-INDICES
           .
           SELECT CTRIDX ASSIGN            TO UT-S-CTRIDX
           FILE STATUS IS FS-CTRIDX
           .
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT CTRIDXNV ASSIGN          TO UT-S-CTRIDXNV
           FILE STATUS IS FS-CTRIDXNV
           .
           SELECT CONTRNOV ASSIGN          TO UT-S-CONTRNOV
           FILE STATUS IS FS-CONTRNOV
           .
           SELECT RELCORR ASSIGN           TO UT-S-RELCORR
           FILE STATUS IS FS-RELCORR
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CORRCARD - COMPETENCIA DA CORRECAO (CARTAO)
       FD  CORRCARD
           RECORDING MODE IS F
           .
       01  REG-CORRCARD                    PIC X(80).

      *    INDICES - MASTER DE INDICES ECONOMICOS (CPINDICE)
       FD  INDICES
           RECORDING MODE IS F
           .
       01  REG-INDICES                     PIC X(30).

      *    CTRIDX - CONTRATOS POS-FIXADOS (CPCTRIDX)
       FD  CTRIDX
           RECORDING MODE IS F
           .
       01  REG-CTRIDX                      PIC X(40).

      *    CONTRATOS - UMA PARCELA POR REGISTRO
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).

      *    CTRIDXNV - CONTRATOS POS-FIXADOS ATUALIZADOS
       FD  CTRIDXNV
           RECORDING MODE IS F
           .
       01  REG-CTRIDXNV                    PIC X(40).

      *    CONTRNOV - MASTER DE PARCELAS CORRIGIDO
       FD  CONTRNOV
           RECORDING MODE IS F
           .
       01  REG-CONTRNOV                    PIC X(43).

       FD  RELCORR
           RECORDING MODE IS F
           .
       01  REG-RELCORR                     PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPINDICE.
           COPY CPCTRIDX.
      *----------------------------------------------------------------*
       01  WS-REG-CORRCARD.
           05 WS-CRC-ANOMES-REF            PIC 9(06).
           05 WS-CRC-ANOMES-REF-R REDEFINES WS-CRC-ANOMES-REF.
              10 WS-CRC-ANO                PIC 9(04).
              10 WS-CRC-MES                PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *    REGISTRO DO CONTRATOS (LAYOUT DO EX004P36)
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 WS-CTR-VENCIMENTO            PIC 9(08).
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
              88 PARCELA-ABERTA                    VALUE "A".
              88 PARCELA-PAGA                      VALUE "P".
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    INDICES DO MASTER, COM O FATOR DO MES (1 + VARIACAO / 100)
      *----------------------------------------------------------------*
       01  WS-TAB-INDICES.
           05 WS-TIX-ENT OCCURS 1200 TIMES.
              10 WS-TIX-CODIGO             PIC X(04).
              10 WS-TIX-ANOMES             PIC 9(06).
              10 WS-TIX-FATOR              PIC 9(03)V9(08).
       77  WS-QTD-INDICES                  PIC 9(04) COMP.
       77  WS-IDX-INDICE                   PIC 9(04) COMP.
       77  WS-IDX-ACHADO                   PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTRATOS POS-FIXADOS COM O FATOR DA RODADA E OS SALDOS
      *    ANTES E DEPOIS DA CORRECAO. SITUACAO "C" = CORRIGIR,
      *    "J" = JA CORRIGIDO NA COMPETENCIA, "S" = SEM INDICE
      *----------------------------------------------------------------*
       01  WS-TAB-CONTRATOS.
           05 WS-TCX-ENT OCCURS 2000 TIMES.
              10 WS-TCX-NUMCONTR           PIC 9(05).
              10 WS-TCX-CODIGO             PIC X(04).
              10 WS-TCX-ANOMES-BASE        PIC 9(06).
              10 WS-TCX-ANOMES-CORRECAO    PIC 9(06).
              10 WS-TCX-ANOMES-DESDE       PIC 9(06).
              10 WS-TCX-FATOR-ACUMULADO    PIC 9(03)V9(08).
              10 WS-TCX-FATOR-MES          PIC 9(03)V9(08).
              10 WS-TCX-SITUACAO           PIC X(01).
              10 WS-TCX-ANOMES-FALTA       PIC 9(06).
              10 WS-TCX-QTD-PARC           PIC 9(03) COMP.
              10 WS-TCX-SALDO-ANTERIOR     PIC 9(11)V99.
              10 WS-TCX-SALDO-CORRIGIDO    PIC 9(11)V99.
       77  WS-QTD-CONTRATOS                PIC 9(04) COMP.
       77  WS-IDX-CTR                      PIC 9(04) COMP.
       77  WS-IDX-BUSCA                    PIC 9(04) COMP.
       77  WS-CONTRATO-ANT                 PIC 9(05).
      *----------------------------------------------------------------*
      *    AREAS DE CALCULO
      *----------------------------------------------------------------*
       01  WS-ANOMES-CALC                  PIC 9(06).
       01  WS-ANOMES-CALC-R REDEFINES WS-ANOMES-CALC.
           05 WS-CALC-ANO                  PIC 9(04).
           05 WS-CALC-MES                  PIC 9(02).
       77  WS-SALDO-PARCELA                PIC 9(09)V99.
       77  WS-SALDO-PARC-CORRIGIDO         PIC 9(09)V99.
       77  WS-CORRECAO-CONTRATO            PIC S9(11)V99.
       77  WS-TOT-SALDO-ANTERIOR           PIC 9(13)V99.
       77  WS-TOT-SALDO-CORRIGIDO          PIC 9(13)V99.
       77  WS-TOT-CORRECAO                 PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    RELATORIO DA CORRECAO POR CONTRATO (RELCORR)
      *----------------------------------------------------------------*
       01  WS-CABEC-COR1.
           05 FILLER                       PIC X(64)
                                                   VALUE
              "     CORRECAO MONETARIA DOS CONTRATOS POS-FIXADOS - COMPE
      -       "TENCIA ".
           05 CB-COR-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-COR-ANO                   PIC 9(04).
           05 FILLER                       PIC X(61) VALUE SPACES.
       01  WS-CABEC-COR2                   PIC X(132)
                                                   VALUE
              "CONTR  IND.  DESDE      FATOR MES   FATOR ACUM.  PAR     
      -       "SALDO ANTERIOR    SALDO CORRIGIDO           CORRECAO   SI
      -       "TUACAO".
       01  WS-CABEC-COR3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-COR.
           05 LD-COR-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-CODIGO                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-DESDE                 PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-FATOR-MES             PIC ZZ9,99999999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-FATOR-ACUMULADO       PIC ZZ9,99999999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-QTD-PARC              PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-SALDO-ANTERIOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-SALDO-CORRIGIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-CORRECAO              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COR-SITUACAO              PIC X(20).
       01  WS-SIT-SEM-INDICE.
           05 FILLER                       PIC X(11)
                                           VALUE "SEM INDICE ".
           05 SS-COR-ANOMES                PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
       01  WS-RODAPE-QTD.
           05 RQ-COR-ROTULO                PIC X(50).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 RQ-COR-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(72) VALUE SPACES.
       01  WS-RODAPE-VAL.
           05 RV-COR-ROTULO                PIC X(50).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 RV-COR-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(59) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CORRCARD                     PIC X(02).
           88 SUCESSO-CC                   VALUE "00".
       01  FS-INDICES                      PIC X(02).
           88 SUCESSO-I                    VALUE "00".
           88 FIM-ARQ-I                    VALUE "10".
       01  FS-CTRIDX                       PIC X(02).
           88 SUCESSO-X                    VALUE "00".
           88 FIM-ARQ-X                    VALUE "10".
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-CTRIDXNV                     PIC X(02).
           88 SUCESSO-XN                   VALUE "00".
       01  FS-CONTRNOV                     PIC X(02).
           88 SUCESSO-CN                   VALUE "00".
       01  FS-RELCORR                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTINDICE                     PIC 9(05) COMP.
       77  WS-CTINDEXADO                   PIC 9(05) COMP.
       77  WS-CTCORRIGIDO                  PIC 9(05) COMP.
       77  WS-CTJACORRIGIDO                PIC 9(05) COMP.
       77  WS-CTSEMINDICE                  PIC 9(05) COMP.
       77  WS-CTPARCELA                    PIC 9(05) COMP.
       77  WS-CTPARCCORR                   PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTINDICE-F                   PIC ZZZZ9.
       77  WS-CTINDEXADO-F                 PIC ZZZZ9.
       77  WS-CTCORRIGIDO-F                PIC ZZZZ9.
       77  WS-CTJACORRIGIDO-F              PIC ZZZZ9.
       77  WS-CTSEMINDICE-F                PIC ZZZZ9.
       77  WS-CTPARCELA-F                  PIC ZZZZ9.
       77  WS-CTPARCCORR-F                 PIC ZZZZ9.
       77  WS-TOT-CORRECAO-F               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P86.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-CALCULAR-FATOR
               VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-QTD-CONTRATOS
           PERFORM 2000-CORRIGIR-PARCELA UNTIL FIM-ARQ-C
           PERFORM 3000-ATUALIZAR-CTRIDX
               VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-QTD-CONTRATOS
           PERFORM 3500-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTINDICE
                                              WS-CTINDEXADO
                                              WS-CTCORRIGIDO
                                              WS-CTJACORRIGIDO
                                              WS-CTSEMINDICE
                                              WS-CTPARCELA
                                              WS-CTPARCCORR
                                              WS-QTD-INDICES
                                              WS-QTD-CONTRATOS
                                              WS-CONTRATO-ANT
                                              WS-IDX-ACHADO
                                              WS-TOT-SALDO-ANTERIOR
                                              WS-TOT-SALDO-CORRIGIDO
                                              WS-TOT-CORRECAO
           PERFORM 1100-LER-CORRCARD
           PERFORM 1200-CARREGAR-INDICES
           PERFORM 1300-CARREGAR-CTRIDX
           OPEN INPUT CONTRATOS
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CONTRNOV
           IF NOT SUCESSO-CN
              MOVE "ERRO ABERTURA CONTRNOV" TO WS-MSG
              MOVE FS-CONTRNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CTRIDXNV
           IF NOT SUCESSO-XN
              MOVE "ERRO ABERTURA CTRIDXNV" TO WS-MSG
              MOVE FS-CTRIDXNV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELCORR
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELCORR" TO WS-MSG
              MOVE FS-RELCORR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CRC-MES                 TO CB-COR-MES
           MOVE WS-CRC-ANO                 TO CB-COR-ANO
           WRITE REG-RELCORR               FROM WS-CABEC-COR1
           WRITE REG-RELCORR               FROM WS-CABEC-COR2
           WRITE REG-RELCORR               FROM WS-CABEC-COR3
           PERFORM 1600-LER-CONTRATOS
           .
      *----------------------------------------------------------------*
      *    1100-LER-CORRCARD - COMPETENCIA (AAAAMM) ATE A QUAL AS       *
      *    VARIACOES DOS INDICES SAO APLICADAS                          *
      *----------------------------------------------------------------*
       1100-LER-CORRCARD.
           OPEN INPUT CORRCARD
           IF NOT SUCESSO-CC
              MOVE "ERRO ABERTURA CORRCARD" TO WS-MSG
              MOVE FS-CORRCARD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ CORRCARD INTO WS-REG-CORRCARD
           IF NOT SUCESSO-CC
              MOVE "CORRCARD SEM A COMPETENCIA" TO WS-MSG
              MOVE FS-CORRCARD                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CORRCARD
           IF WS-CRC-ANOMES-REF IS NOT NUMERIC
           OR WS-CRC-ANO < 1900
           OR WS-CRC-MES < 1
           OR WS-CRC-MES > 12
              MOVE "COMPETENCIA INVALIDA NO CORRCARD" TO WS-MSG
              MOVE SPACES                             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-INDICES - MASTER DE INDICES EM TABELA, COM A   *
      *    VARIACAO DO MES JA CONVERTIDA EM FATOR                       *
      *----------------------------------------------------------------*
       1200-CARREGAR-INDICES.
           OPEN INPUT INDICES
           IF NOT SUCESSO-I
              MOVE "ERRO ABERTURA INDICES" TO WS-MSG
              MOVE FS-INDICES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-INDICE
           PERFORM 1220-ARMAZENAR-INDICE UNTIL FIM-ARQ-I
           CLOSE INDICES
           IF NOT SUCESSO-I
              MOVE "ERRO FECHAMENTO INDICES" TO WS-MSG
              MOVE FS-INDICES                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1210-LER-INDICE.
           READ INDICES INTO WS-REG-INDICE
           IF SUCESSO-I
              ADD 1                        TO WS-CTINDICE
           ELSE
              IF NOT FIM-ARQ-I
                 MOVE "ERRO LEITURA INDICES" TO WS-MSG
                 MOVE FS-INDICES             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-INDICE.
           IF WS-IND-ANOMES IS NOT NUMERIC
           OR WS-IND-VARIACAO IS NOT NUMERIC
           OR (IND-VARIACAO-NEGATIVA AND WS-IND-VARIACAO NOT < 100)
              MOVE "INDICES COM REGISTRO INVALIDO" TO WS-MSG
              MOVE SPACES                          TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-QTD-INDICES NOT < 1200
              MOVE "TABELA DO INDICES ESTOURADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-INDICES
           MOVE WS-IND-CODIGO              TO
                WS-TIX-CODIGO (WS-QTD-INDICES)
           MOVE WS-IND-ANOMES              TO
                WS-TIX-ANOMES (WS-QTD-INDICES)
           IF IND-VARIACAO-NEGATIVA
              COMPUTE WS-TIX-FATOR (WS-QTD-INDICES) =
                      1 - WS-IND-VARIACAO / 100
           ELSE
              COMPUTE WS-TIX-FATOR (WS-QTD-INDICES) =
                      1 + WS-IND-VARIACAO / 100
           END-IF
           PERFORM 1210-LER-INDICE
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-CTRIDX - CONTRATOS POS-FIXADOS EM TABELA       *
      *----------------------------------------------------------------*
       1300-CARREGAR-CTRIDX.
           OPEN INPUT CTRIDX
           IF NOT SUCESSO-X
              MOVE "ERRO ABERTURA CTRIDX"  TO WS-MSG
              MOVE FS-CTRIDX               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-CTRIDX
           PERFORM 1320-ARMAZENAR-CTRIDX UNTIL FIM-ARQ-X
           CLOSE CTRIDX
           IF NOT SUCESSO-X
              MOVE "ERRO FECHAMENTO CTRIDX" TO WS-MSG
              MOVE FS-CTRIDX                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1310-LER-CTRIDX.
           READ CTRIDX INTO WS-REG-CTRIDX
           IF SUCESSO-X
              ADD 1                        TO WS-CTINDEXADO
           ELSE
              IF NOT FIM-ARQ-X
                 MOVE "ERRO LEITURA CTRIDX" TO WS-MSG
                 MOVE FS-CTRIDX             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-CTRIDX.
           IF WS-CIX-NUMCONTR IS NOT NUMERIC
           OR WS-CIX-ANOMES-BASE IS NOT NUMERIC
           OR WS-CIX-ANOMES-CORRECAO IS NOT NUMERIC
           OR WS-CIX-FATOR-ACUMULADO IS NOT NUMERIC
              MOVE "CTRIDX COM REGISTRO INVALIDO" TO WS-MSG
              MOVE SPACES                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-QTD-CONTRATOS NOT < 2000
              MOVE "TABELA DO CTRIDX ESTOURADA" TO WS-MSG
              MOVE SPACES                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-CONTRATOS
           MOVE WS-CIX-NUMCONTR            TO
                WS-TCX-NUMCONTR (WS-QTD-CONTRATOS)
           MOVE WS-CIX-CODIGO-INDICE       TO
                WS-TCX-CODIGO (WS-QTD-CONTRATOS)
           MOVE WS-CIX-ANOMES-BASE         TO
                WS-TCX-ANOMES-BASE (WS-QTD-CONTRATOS)
           MOVE WS-CIX-ANOMES-CORRECAO     TO
                WS-TCX-ANOMES-CORRECAO (WS-QTD-CONTRATOS)
           MOVE WS-CIX-FATOR-ACUMULADO     TO
                WS-TCX-FATOR-ACUMULADO (WS-QTD-CONTRATOS)
           MOVE 1                          TO
                WS-TCX-FATOR-MES (WS-QTD-CONTRATOS)
           MOVE ZEROS                      TO
                WS-TCX-ANOMES-DESDE (WS-QTD-CONTRATOS)
                WS-TCX-ANOMES-FALTA (WS-QTD-CONTRATOS)
                WS-TCX-QTD-PARC (WS-QTD-CONTRATOS)
                WS-TCX-SALDO-ANTERIOR (WS-QTD-CONTRATOS)
                WS-TCX-SALDO-CORRIGIDO (WS-QTD-CONTRATOS)
           MOVE "C"                        TO
                WS-TCX-SITUACAO (WS-QTD-CONTRATOS)
           PERFORM 1310-LER-CTRIDX
           .
      *----------------------------------------------------------------*
      *    1500-CALCULAR-FATOR - FATOR DO CONTRATO NA RODADA: PRODUTO   *
      *    DOS FATORES MENSAIS DO SEU INDICE DA COMPETENCIA SEGUINTE A  *
      *    ULTIMA CORRIGIDA ATE A DO CARTAO. FALTANDO UMA COMPETENCIA   *
      *    NO MASTER, O CONTRATO NAO E CORRIGIDO NESTA RODADA           *
      *----------------------------------------------------------------*
       1500-CALCULAR-FATOR.
           IF WS-TCX-ANOMES-CORRECAO (WS-IDX-CTR)
                                           NOT < WS-CRC-ANOMES-REF
              MOVE "J"                     TO
                   WS-TCX-SITUACAO (WS-IDX-CTR)
              ADD 1                        TO WS-CTJACORRIGIDO
           ELSE
              MOVE WS-TCX-ANOMES-CORRECAO (WS-IDX-CTR)
                                           TO WS-ANOMES-CALC
              PERFORM 1550-AVANCAR-COMPETENCIA
              MOVE WS-ANOMES-CALC          TO
                   WS-TCX-ANOMES-DESDE (WS-IDX-CTR)
              PERFORM 1510-APLICAR-COMPETENCIA
                  UNTIL WS-ANOMES-CALC > WS-CRC-ANOMES-REF
                  OR WS-TCX-SITUACAO (WS-IDX-CTR) NOT = "C"
              IF WS-TCX-SITUACAO (WS-IDX-CTR) = "S"
                 MOVE 1                    TO
                      WS-TCX-FATOR-MES (WS-IDX-CTR)
                 ADD 1                     TO WS-CTSEMINDICE
              END-IF
           END-IF
           .
       1510-APLICAR-COMPETENCIA.
           MOVE ZEROS                      TO WS-IDX-ACHADO
           PERFORM 1520-PROCURAR-INDICE
               VARYING WS-IDX-INDICE FROM 1 BY 1
               UNTIL WS-IDX-INDICE > WS-QTD-INDICES
               OR WS-IDX-ACHADO NOT = ZERO
           IF WS-IDX-ACHADO = ZERO
              MOVE "S"                     TO
                   WS-TCX-SITUACAO (WS-IDX-CTR)
              MOVE WS-ANOMES-CALC          TO
                   WS-TCX-ANOMES-FALTA (WS-IDX-CTR)
           ELSE
              COMPUTE WS-TCX-FATOR-MES (WS-IDX-CTR) ROUNDED =
                      WS-TCX-FATOR-MES (WS-IDX-CTR)
                    * WS-TIX-FATOR (WS-IDX-ACHADO)
              PERFORM 1550-AVANCAR-COMPETENCIA
           END-IF
           .
       1520-PROCURAR-INDICE.
           IF WS-TIX-CODIGO (WS-IDX-INDICE) = WS-TCX-CODIGO (WS-IDX-CTR)
           AND WS-TIX-ANOMES (WS-IDX-INDICE) = WS-ANOMES-CALC
              MOVE WS-IDX-INDICE           TO WS-IDX-ACHADO
           END-IF
           .
       1550-AVANCAR-COMPETENCIA.
           IF WS-CALC-MES NOT < 12
              MOVE 1                       TO WS-CALC-MES
              ADD 1                        TO WS-CALC-ANO
           ELSE
              ADD 1                        TO WS-CALC-MES
           END-IF
           .
       1600-LER-CONTRATOS.
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
      *----------------------------------------------------------------*
      *    2000-CORRIGIR-PARCELA - COPIA O CONTRATOS PARA O CONTRNOV,   *
      *    CORRIGINDO O SALDO (VALOR MENOS O JA PAGO) DAS PARCELAS      *
      *    ABERTAS DOS CONTRATOS COM FATOR NA RODADA                    *
      *----------------------------------------------------------------*
       2000-CORRIGIR-PARCELA.
           IF WS-CTR-NUMCONTR NOT = WS-CONTRATO-ANT
              MOVE WS-CTR-NUMCONTR         TO WS-CONTRATO-ANT
              MOVE ZEROS                   TO WS-IDX-ACHADO
              PERFORM 2100-PROCURAR-CONTRATO
                  VARYING WS-IDX-BUSCA FROM 1 BY 1
                  UNTIL WS-IDX-BUSCA > WS-QTD-CONTRATOS
                  OR WS-IDX-ACHADO NOT = ZERO
              MOVE WS-IDX-ACHADO           TO WS-IDX-CTR
           END-IF
           IF WS-IDX-CTR NOT = ZERO
           AND PARCELA-ABERTA
              IF WS-TCX-SITUACAO (WS-IDX-CTR) = "C"
              AND WS-CTR-VALOR > WS-CTR-VALOR-PAGO
                 PERFORM 2200-APLICAR-FATOR
              END-IF
           END-IF
           WRITE REG-CONTRNOV              FROM WS-REG-CONTRATO
           IF NOT SUCESSO-CN
              MOVE "ERRO GRAVACAO CONTRNOV" TO WS-MSG
              MOVE FS-CONTRNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1600-LER-CONTRATOS
           .
       2100-PROCURAR-CONTRATO.
           IF WS-TCX-NUMCONTR (WS-IDX-BUSCA) = WS-CTR-NUMCONTR
              MOVE WS-IDX-BUSCA            TO WS-IDX-ACHADO
           END-IF
           .
       2200-APLICAR-FATOR.
           COMPUTE WS-SALDO-PARCELA =
                   WS-CTR-VALOR - WS-CTR-VALOR-PAGO
           COMPUTE WS-SALDO-PARC-CORRIGIDO ROUNDED =
                   WS-SALDO-PARCELA * WS-TCX-FATOR-MES (WS-IDX-CTR)
           COMPUTE WS-CTR-VALOR =
                   WS-CTR-VALOR-PAGO + WS-SALDO-PARC-CORRIGIDO
           ADD 1                           TO
               WS-TCX-QTD-PARC (WS-IDX-CTR)
           ADD WS-SALDO-PARCELA            TO
               WS-TCX-SALDO-ANTERIOR (WS-IDX-CTR)
           ADD WS-SALDO-PARC-CORRIGIDO     TO
               WS-TCX-SALDO-CORRIGIDO (WS-IDX-CTR)
           ADD 1                           TO WS-CTPARCCORR
           .
      *----------------------------------------------------------------*
      *    3000-ATUALIZAR-CTRIDX - REGRAVA O CONTRATO NO CTRIDXNV COM A *
      *    COMPETENCIA APLICADA E O NOVO FATOR ACUMULADO E RELATA A     *
      *    CORRECAO DO CONTRATO                                         *
      *----------------------------------------------------------------*
       3000-ATUALIZAR-CTRIDX.
           MOVE ZEROS                      TO WS-CORRECAO-CONTRATO
           MOVE SPACES                     TO LD-COR-SITUACAO
           EVALUATE WS-TCX-SITUACAO (WS-IDX-CTR)
              WHEN "C"
                 MOVE WS-CRC-ANOMES-REF    TO
                      WS-TCX-ANOMES-CORRECAO (WS-IDX-CTR)
                 COMPUTE WS-TCX-FATOR-ACUMULADO (WS-IDX-CTR) ROUNDED =
                         WS-TCX-FATOR-ACUMULADO (WS-IDX-CTR)
                       * WS-TCX-FATOR-MES (WS-IDX-CTR)
                 COMPUTE WS-CORRECAO-CONTRATO =
                         WS-TCX-SALDO-CORRIGIDO (WS-IDX-CTR)
                       - WS-TCX-SALDO-ANTERIOR (WS-IDX-CTR)
                 IF WS-TCX-QTD-PARC (WS-IDX-CTR) > ZERO
                    ADD 1                  TO WS-CTCORRIGIDO
                    MOVE "CORRIGIDO"       TO LD-COR-SITUACAO
                 ELSE
                    MOVE "SEM PARCELA ABERTA" TO LD-COR-SITUACAO
                 END-IF
              WHEN "J"
                 MOVE "JA CORRIGIDO"       TO LD-COR-SITUACAO
              WHEN OTHER
                 MOVE WS-TCX-ANOMES-FALTA (WS-IDX-CTR)
                                           TO SS-COR-ANOMES
                 MOVE WS-SIT-SEM-INDICE    TO LD-COR-SITUACAO
           END-EVALUATE
           ADD WS-TCX-SALDO-ANTERIOR (WS-IDX-CTR)
                                           TO WS-TOT-SALDO-ANTERIOR
           ADD WS-TCX-SALDO-CORRIGIDO (WS-IDX-CTR)
                                           TO WS-TOT-SALDO-CORRIGIDO
           ADD WS-CORRECAO-CONTRATO        TO WS-TOT-CORRECAO

           MOVE SPACES                     TO WS-REG-CTRIDX
           MOVE WS-TCX-NUMCONTR (WS-IDX-CTR)
                                           TO WS-CIX-NUMCONTR
           MOVE WS-TCX-CODIGO (WS-IDX-CTR) TO WS-CIX-CODIGO-INDICE
           MOVE WS-TCX-ANOMES-BASE (WS-IDX-CTR)
                                           TO WS-CIX-ANOMES-BASE
           MOVE WS-TCX-ANOMES-CORRECAO (WS-IDX-CTR)
                                           TO WS-CIX-ANOMES-CORRECAO
           MOVE WS-TCX-FATOR-ACUMULADO (WS-IDX-CTR)
                                           TO WS-CIX-FATOR-ACUMULADO
           WRITE REG-CTRIDXNV              FROM WS-REG-CTRIDX
           IF NOT SUCESSO-XN
              MOVE "ERRO GRAVACAO CTRIDXNV" TO WS-MSG
              MOVE FS-CTRIDXNV              TO WS-FS
              GO TO 9000-ERRO
           END-IF

           MOVE WS-TCX-NUMCONTR (WS-IDX-CTR)
                                           TO LD-COR-NUMCONTR
           MOVE WS-TCX-CODIGO (WS-IDX-CTR) TO LD-COR-CODIGO
           MOVE WS-TCX-ANOMES-DESDE (WS-IDX-CTR)
                                           TO LD-COR-DESDE
           MOVE WS-TCX-FATOR-MES (WS-IDX-CTR)
                                           TO LD-COR-FATOR-MES
           MOVE WS-TCX-FATOR-ACUMULADO (WS-IDX-CTR)
                                           TO LD-COR-FATOR-ACUMULADO
           MOVE WS-TCX-QTD-PARC (WS-IDX-CTR)
                                           TO LD-COR-QTD-PARC
           MOVE WS-TCX-SALDO-ANTERIOR (WS-IDX-CTR)
                                           TO LD-COR-SALDO-ANTERIOR
           MOVE WS-TCX-SALDO-CORRIGIDO (WS-IDX-CTR)
                                           TO LD-COR-SALDO-CORRIGIDO
           MOVE WS-CORRECAO-CONTRATO       TO LD-COR-CORRECAO
           WRITE REG-RELCORR               FROM WS-LINDET-COR
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELCORR" TO WS-MSG
              MOVE FS-RELCORR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3500-TERMINO.
           WRITE REG-RELCORR               FROM WS-CABEC-COR3
           MOVE "CONTRATOS POS-FIXADOS"    TO RQ-COR-ROTULO
           MOVE WS-CTINDEXADO              TO RQ-COR-QTD
           WRITE REG-RELCORR               FROM WS-RODAPE-QTD
           MOVE "CONTRATOS CORRIGIDOS"     TO RQ-COR-ROTULO
           MOVE WS-CTCORRIGIDO             TO RQ-COR-QTD
           WRITE REG-RELCORR               FROM WS-RODAPE-QTD
           MOVE "PARCELAS CORRIGIDAS"      TO RQ-COR-ROTULO
           MOVE WS-CTPARCCORR              TO RQ-COR-QTD
           WRITE REG-RELCORR               FROM WS-RODAPE-QTD
           MOVE "SALDO ANTERIOR DAS PARCELAS CORRIGIDAS"
                                           TO RV-COR-ROTULO
           MOVE WS-TOT-SALDO-ANTERIOR      TO RV-COR-VALOR
           WRITE REG-RELCORR               FROM WS-RODAPE-VAL
           MOVE "SALDO CORRIGIDO DAS PARCELAS"
                                           TO RV-COR-ROTULO
           MOVE WS-TOT-SALDO-CORRIGIDO     TO RV-COR-VALOR
           WRITE REG-RELCORR               FROM WS-RODAPE-VAL
           MOVE "CORRECAO MONETARIA APLICADA"
                                           TO RV-COR-ROTULO
           MOVE WS-TOT-CORRECAO            TO RV-COR-VALOR
           WRITE REG-RELCORR               FROM WS-RODAPE-VAL
           MOVE WS-CTINDICE                TO WS-CTINDICE-F
           MOVE WS-CTINDEXADO              TO WS-CTINDEXADO-F
           MOVE WS-CTCORRIGIDO             TO WS-CTCORRIGIDO-F
           MOVE WS-CTJACORRIGIDO           TO WS-CTJACORRIGIDO-F
           MOVE WS-CTSEMINDICE             TO WS-CTSEMINDICE-F
           MOVE WS-CTPARCELA               TO WS-CTPARCELA-F
           MOVE WS-CTPARCCORR              TO WS-CTPARCCORR-F
           MOVE WS-TOT-CORRECAO            TO WS-TOT-CORRECAO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " COMPETENCIA DA CORRECAO..............: "
                                           WS-CRC-ANOMES-REF
           DISPLAY " INDICES LIDOS NO MASTER..............: "
                                           WS-CTINDICE-F
           DISPLAY " CONTRATOS POS-FIXADOS................: "
                                           WS-CTINDEXADO-F
           DISPLAY " CONTRATOS CORRIGIDOS.................: "
                                           WS-CTCORRIGIDO-F
           DISPLAY " CONTRATOS JA CORRIGIDOS..............: "
                                           WS-CTJACORRIGIDO-F
           DISPLAY " CONTRATOS SEM INDICE NO MASTER.......: "
                                           WS-CTSEMINDICE-F
           DISPLAY " PARCELAS LIDAS.......................: "
                                           WS-CTPARCELA-F
           DISPLAY " PARCELAS CORRIGIDAS..................: "
                                           WS-CTPARCCORR-F
           DISPLAY " CORRECAO MONETARIA APLICADA..........: "
                                           WS-TOT-CORRECAO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE CONTRATOS
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CONTRNOV
           IF NOT SUCESSO-CN
              MOVE "ERRO FECHAMENTO CONTRNOV" TO WS-MSG
              MOVE FS-CONTRNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CTRIDXNV
           IF NOT SUCESSO-XN
              MOVE "ERRO FECHAMENTO CTRIDXNV" TO WS-MSG
              MOVE FS-CTRIDXNV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELCORR
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELCORR" TO WS-MSG
              MOVE FS-RELCORR                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
