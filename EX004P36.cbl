      *    (30 DIAS POR PARCELA) E ROLADO PARA O PROXIMO DIA UTIL       *
      *    QUANDO CAI EM FIM DE SEMANA (DIA DA SEMANA 1 OU 7).          *
      *    PARCELAS PRICE SAO FIXAS; PARCELAS SAC DECRESCEM COM A       *
      *    AMORTIZACAO CONSTANTE, COMO NO GPXXNN01. NA CARENCIA COM     *
      *    JUROS PAGOS AS PRIMEIRAS PARCELAS SAO SO DE JUROS; NA        *
      *    CAPITALIZADA A PRIMEIRA PARCELA VENCE APOS OS MESES DE       *
      *    CARENCIA E AMORTIZA O SALDO JA ACRESCIDO DOS JUROS.          *
      *    ACEITE COM CODIGO DE INDICE (CONTRATO POS-FIXADO) GRAVA O    *
      *    CONTRATO NO CTRIDX, COM A COMPETENCIA DO INICIO COMO BASE,   *
      *    PARA A CORRECAO MONETARIA MENSAL DO EX004P86.                *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT CTRIDX ASSIGN            TO UT-S-CTRIDX
           FILE STATUS IS FS-CTRIDX
           .
           SELECT CLASS-ACE ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       FD  SIMULOUT
           RECORDING MODE IS F
           .
       01  REG-SIMULOUT                    PIC X(123).

      *    CONTRATOS - UMA PARCELA POR REGISTRO
       FD  CONTRATOS
           .
       01  REG-CONTRATOS                   PIC X(43).

      *    CTRIDX - CONTRATOS POS-FIXADOS (CPCTRIDX)
       FD  CTRIDX
           RECORDING MODE IS F
           .
       01  REG-CTRIDX                      PIC X(40).

      *    CLASS-ACE - ACEITES POR NUMERO DE SIMULACAO
       SD  CLASS-ACE
           .
       01  REG-CLASS-ACE.
           05 ACE-CONTSIM-CLASS            PIC 9(05).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           05 WS-ACE-CONTSIM               PIC 9(05).
           05 WS-ACE-DATA-INICIO           PIC 9(08).
           05 WS-ACE-CODCLI                PIC X(04).
           05 WS-ACE-CODIND                PIC X(04).
      *----------------------------------------------------------------*
       01  WS-REG-ACEITES-CARD.
           05 WS-CARD-CONTSIM              PIC 9(05).
           05 WS-CARD-DATA-INICIO          PIC 9(08).
           05 WS-CARD-CODCLI               PIC X(04).
      *    CODIGO DO INDICE DO MASTER INDICES; BRANCO = PREFIXADO
           05 WS-CARD-CODIND               PIC X(04).
           05 FILLER                       PIC X(59).
      *----------------------------------------------------------------*
      *    ESPELHO DO SIMULOUT (LAYOUT DO GPXXNN01)
      *----------------------------------------------------------------*
           05 WS-SIM-TARIFA                PIC 9(09)V99.
           05 WS-SIM-VAL-FINANCIADO        PIC 9(09)V99.
           05 WS-SIM-CET                   PIC 9(03)V99.
           05 WS-SIM-CARENCIA              PIC 9(02).
           05 WS-SIM-TIPO-CARENCIA         PIC X(01).
              88 SIM-CARENCIA-JUROS-PAGOS          VALUE "J".
              88 SIM-CARENCIA-CAPITALIZADA         VALUE "C".
           05 WS-SIM-VAL-BASE-AMORT        PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    REGISTRO DE PARCELA DO CONTRATO
      *----------------------------------------------------------------*
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
           COPY CPCTRIDX.
      *----------------------------------------------------------------*
      *    AREAS DE CHAMADA DO DATACHCK
      *----------------------------------------------------------------*
       77  WS-AMORT-CONST                  PIC 9(09)V99.
       77  WS-JUROS-PARCELA                PIC 9(09)V99.
       77  WS-IDX-PARCELA                  PIC 9(03).
       77  WS-QTD-MESES                    PIC 9(03).
       77  WS-NUM-PARCELA                  PIC 9(03).
       77  WS-DIAS-PARCELA                 PIC 9(05).
       77  WS-TENTATIVAS-ROL               PIC 9(02) COMP.
      *----------------------------------------------------------------*
           88 FIM-ARQ-S                    VALUE "10".
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-C                    VALUE "00".
       01  FS-CTRIDX                       PIC X(02).
           88 SUCESSO-X                    VALUE "00".
       01  WS-SW-FIM-ACE                   PIC X(01).
           88 FIM-CLASS-ACE                        VALUE "S".
           88 NAO-FIM-CLASS-ACE                    VALUE "N".
       77  WS-CTSEMSIM                     PIC 9(05) COMP.
       77  WS-CTDATAINV                    PIC 9(05) COMP.
       77  WS-CTSEMCLI                     PIC 9(05) COMP.
       77  WS-CTINDEXADO                   PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTSEMSIM-F                   PIC ZZZZ9.
       77  WS-CTDATAINV-F                  PIC ZZZZ9.
       77  WS-CTSEMCLI-F                   PIC ZZZZ9.
       77  WS-CTINDEXADO-F                 PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
                                              WS-CTSEMSIM
                                              WS-CTDATAINV
                                              WS-CTSEMCLI
                                              WS-CTINDEXADO
           OPEN INPUT ACEITES
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA ACEITES" TO WS-MSG
              MOVE FS-CONTRATOS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CTRIDX
           IF NOT SUCESSO-X
              MOVE "ERRO ABERTURA CTRIDX"  TO WS-MSG
              MOVE FS-CTRIDX               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1500-LER-SIMULOUT
           .
       1500-LER-SIMULOUT.
                 MOVE WS-CARD-CONTSIM      TO WS-ACE-CONTSIM
                 MOVE WS-CARD-DATA-INICIO  TO WS-ACE-DATA-INICIO
                 MOVE WS-CARD-CODCLI       TO WS-ACE-CODCLI
                 MOVE WS-CARD-CODIND       TO WS-ACE-CODIND
                 RELEASE REG-CLASS-ACE     FROM WS-REG-ACEITE
              END-IF
           END-IF
           AND WS-SIM-CONTSIM = WS-ACE-CONTSIM
              PERFORM 3300-GERAR-PARCELAS
              ADD 1                        TO WS-CTCONTRATO
              IF WS-ACE-CODIND NOT = SPACES
                 PERFORM 3600-GRAVAR-CTRIDX
              END-IF
           ELSE
              ADD 1                        TO WS-CTSEMSIM
           END-IF
      *    ROLADA PARA O PROXIMO DIA UTIL QUANDO NECESSARIO             *
      *----------------------------------------------------------------*
       3300-GERAR-PARCELAS.
           IF WS-SIM-CARENCIA IS NOT NUMERIC
              MOVE ZEROS                   TO WS-SIM-CARENCIA
           END-IF
           IF WS-SIM-CARENCIA = ZERO
           OR WS-SIM-VAL-BASE-AMORT IS NOT NUMERIC
              MOVE WS-SIM-VAL-FINANCIADO   TO WS-SIM-VAL-BASE-AMORT
           END-IF
           MOVE WS-SIM-VAL-BASE-AMORT      TO WS-SALDO-DEVEDOR
           IF SIM-SAC
              COMPUTE WS-AMORT-CONST ROUNDED =
                      WS-SIM-VAL-BASE-AMORT / WS-SIM-QTD-PARCELAS
           ELSE
              MOVE ZEROS                   TO WS-AMORT-CONST
           END-IF
           MOVE ZEROS                      TO WS-NUM-PARCELA
           COMPUTE WS-QTD-MESES = WS-SIM-QTD-PARCELAS + WS-SIM-CARENCIA
           PERFORM 3400-GERAR-UMA-PARCELA
               VARYING WS-IDX-PARCELA FROM 1 BY 1
               UNTIL WS-IDX-PARCELA > WS-QTD-MESES
           .
      *----------------------------------------------------------------*
      *    3400-GERAR-UMA-PARCELA - UM MES DO CONTRATO. MES DE          *
      *    CARENCIA CAPITALIZADA NAO GERA PARCELA; O DE JUROS PAGOS     *
      *    GERA A PARCELA SO DE JUROS SOBRE O SALDO                     *
      *----------------------------------------------------------------*
       3400-GERAR-UMA-PARCELA.
           IF WS-IDX-PARCELA > WS-SIM-CARENCIA
           OR SIM-CARENCIA-JUROS-PAGOS
              PERFORM 3410-GRAVAR-PARCELA
           END-IF
           .
       3410-GRAVAR-PARCELA.
           ADD 1                           TO WS-NUM-PARCELA
           MOVE WS-ACE-CONTSIM             TO WS-CTR-NUMCONTR
           MOVE WS-NUM-PARCELA             TO WS-CTR-NUMPARC
           MOVE WS-ACE-CODCLI              TO WS-CTR-CODCLI
           MOVE "A"                        TO WS-CTR-SITUACAO
           MOVE ZEROS                      TO WS-CTR-VALOR-PAGO

           IF WS-IDX-PARCELA NOT > WS-SIM-CARENCIA
              COMPUTE WS-CTR-VALOR ROUNDED =
                      WS-SALDO-DEVEDOR * WS-SIM-JUROS / 100
           ELSE
              IF SIM-SAC
                 COMPUTE WS-JUROS-PARCELA ROUNDED =
                         WS-SALDO-DEVEDOR * WS-SIM-JUROS / 100
                 COMPUTE WS-CTR-VALOR ROUNDED =
                         WS-AMORT-CONST + WS-JUROS-PARCELA
                 SUBTRACT WS-AMORT-CONST   FROM WS-SALDO-DEVEDOR
              ELSE
                 MOVE WS-SIM-VAL-PARCELA   TO WS-CTR-VALOR
              END-IF
           END-IF

           COMPUTE WS-DIAS-PARCELA = WS-IDX-PARCELA * 30
           CALL WS-ENTRY-SOMADIAS          USING WS-PARM-SOMADIAS
           PERFORM 3460-TESTAR-DIA-UTIL
           .
      *----------------------------------------------------------------*
      *    3600-GRAVAR-CTRIDX - CONTRATO POS-FIXADO: A COMPETENCIA DO   *
      *    INICIO E A BASE E A ULTIMA CORRIGIDA, COM FATOR UNITARIO     *
      *----------------------------------------------------------------*
       3600-GRAVAR-CTRIDX.
           MOVE SPACES                     TO WS-REG-CTRIDX
           MOVE WS-ACE-CONTSIM             TO WS-CIX-NUMCONTR
           MOVE WS-ACE-CODIND              TO WS-CIX-CODIGO-INDICE
           MOVE WS-ACE-DATA-INICIO (1:6)   TO WS-CIX-ANOMES-BASE
                                              WS-CIX-ANOMES-CORRECAO
           MOVE 1                          TO WS-CIX-FATOR-ACUMULADO
           WRITE REG-CTRIDX                FROM WS-REG-CTRIDX
           IF NOT SUCESSO-X
              MOVE "ERRO GRAVACAO CTRIDX"  TO WS-MSG
              MOVE FS-CTRIDX               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTINDEXADO
           .
       3500-TERMINO.
           MOVE WS-CTACEITE                TO WS-CTACEITE-F
           MOVE WS-CTCONTRATO              TO WS-CTCONTRATO-F
           MOVE WS-CTSEMSIM                TO WS-CTSEMSIM-F
           MOVE WS-CTDATAINV               TO WS-CTDATAINV-F
           MOVE WS-CTSEMCLI                TO WS-CTSEMCLI-F
           MOVE WS-CTINDEXADO              TO WS-CTINDEXADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTDATAINV-F
           DISPLAY " ACEITES SEM CODIGO DE CLIENTE........: "
                                           WS-CTSEMCLI-F
           DISPLAY " CONTRATOS POS-FIXADOS (INDEXADOS)....: "
                                           WS-CTINDEXADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-CONTRATOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CTRIDX
           IF NOT SUCESSO-X
              MOVE "ERRO FECHAMENTO CTRIDX" TO WS-MSG
              MOVE FS-CTRIDX                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
