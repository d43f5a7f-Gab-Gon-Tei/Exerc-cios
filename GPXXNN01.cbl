           05 TAB-TAXAS-IN OCCURS 5 TIMES   PIC 9(03)V99.
           05 SISTAMORT-IN                  PIC X(01).
           05 TARIFA-IN                     PIC 9(07)V99.
           05 CARENCIA-IN                   PIC 9(02).
           05 TIPO-CARENCIA-IN              PIC X(01).
           05 FILLER                        PIC X(22).

      *    SIMULOUT - REGISTRO DURAVEL DE CADA SIMULACAO PROCESSADA
       FD  SIMULOUT
           RECORDING MODE IS F
           .
       01  REG-SIMULOUT                     PIC X(123).

      *    SIMUL-REJ - SIMULACOES COM JUROS OU PARCELAS INVALIDOS
       FD  SIMUL-REJ
              88 SIST-PRICE                         VALUE 'P' ' '.
              88 SIST-SAC                           VALUE 'S'.
           05 WS-TARIFA                     PIC 9(07)V99.
      *    CARENCIA DE 0 A 6 MESES ANTES DA PRIMEIRA AMORTIZACAO: NELA O
      *    CLIENTE PAGA SO OS JUROS (J) OU OS JUROS SAO INCORPORADOS AO
      *    SALDO (C)
           05 WS-CARENCIA                   PIC 9(02).
           05 WS-TIPO-CARENCIA              PIC X(01).
              88 CARENCIA-JUROS-PAGOS               VALUE 'J'.
              88 CARENCIA-CAPITALIZADA              VALUE 'C'.
           05 FILLER                        PIC X(22).
      *----------------------------------------------------------------*
       77  WS-VAL-PARCELA                   PIC 9(09)V99.
       77  WS-SOMA-PARCELAS                 PIC 9(11)V99.
       77  WS-TAXA-CMP-TOTAL                PIC 9(11)V99.
       77  WS-AMORT-CONST                   PIC 9(09)V99.
       77  WS-QTD-PARC-MAIS1                PIC 9(04).
      *    SALDO A AMORTIZAR APOS A CARENCIA (FINANCIADO ACRESCIDO DOS
      *    JUROS CAPITALIZADOS) E PARCELA SO DE JUROS DA CARENCIA
       77  WS-VAL-BASE-AMORT                PIC 9(09)V99.
       77  WS-VAL-JUROS-CARENCIA            PIC 9(09)V99.
       77  WS-QTD-TOTAL-PARC                PIC 9(04).
       77  WS-IDX-CARENCIA                  PIC 9(02) COMP.
       77  WS-BASE-CMP                      PIC 9(09)V99.
       77  WS-JUROS-CMP                     PIC 9(09)V99.
      *    ENCARGOS E CUSTO EFETIVO TOTAL DA SIMULACAO
       77  WS-PC-IOF                        PIC 9(02)V99 VALUE 3,38.
       77  WS-VAL-IOF                       PIC 9(09)V99.
           05 LS-TARIFA                     PIC 9(09)V99.
           05 LS-VAL-FINANCIADO             PIC 9(09)V99.
           05 LS-CET                        PIC 9(03)V99.
           05 LS-CARENCIA                   PIC 9(02).
           05 LS-TIPO-CARENCIA              PIC X(01).
           05 LS-VAL-BASE-AMORT             PIC 9(09)V99.

       01  WS-LIN-SIMUL-REJ.
           05 LR-VAL-EMPRESTIMO             PIC 9(09)V99.
           PERFORM 2050-VALIDAR-SIMULACAO
           IF SIMUL-VALIDA
              PERFORM 2080-CALCULAR-ENCARGOS
              PERFORM 2090-CALCULAR-CARENCIA
              PERFORM 2100-CALCULAR-PARCELA
              PERFORM 2150-CALCULAR-CET
              MOVE WS-CET                   TO WS-CET-CONTRATO
              DISPLAY "VALOR DO EMPRESTIMO....: " WS-VAL-EMPRESTIMO
              DISPLAY "JUROS..................: " WS-JUROS
              DISPLAY "QTDE. DE PARCELAS......: " WS-QTD-PARCELAS
              IF WS-CARENCIA > ZERO
                 DISPLAY "CARENCIA (MESES).......: " WS-CARENCIA
                 IF CARENCIA-JUROS-PAGOS
                    DISPLAY "CARENCIA...............: JUROS PAGOS"
                    DISPLAY "PARCELA DE CARENCIA....: "
                            WS-VAL-JUROS-CARENCIA
                 ELSE
                    DISPLAY "CARENCIA...............: JUROS "
                            "CAPITALIZADOS"
                    DISPLAY "SALDO APOS A CARENCIA..: "
                            WS-VAL-BASE-AMORT
                 END-IF
              END-IF
              DISPLAY "PRIMEIRA PARCELA.......: " WS-VAL-PRIMEIRA
              DISPLAY "ULTIMA PARCELA.........: " WS-VAL-ULTIMA
              DISPLAY "VALOR TOTAL............: " WS-SOMA-PARCELAS
              MOVE WS-VAL-FINANCIADO        TO WS-SALDO-DEVEDOR
              PERFORM 2200-IMPRIMIR-AMORTIZACAO
                  VARYING WS-IDX-PARCELA FROM 1 BY 1
                  UNTIL WS-IDX-PARCELA > WS-QTD-TOTAL-PARC

              IF WS-QTD-TAXAS > 0
                 DISPLAY "-- COMPARATIVO DE TAXAS ALTERNATIVAS --"
                       SET SIMUL-INVALIDA   TO TRUE
                       MOVE "SISTEMA AMORTIZACAO INVALIDO"
                                             TO WS-MOTIVO-REJ-SIM
                    ELSE
                       PERFORM 2060-VALIDAR-CARENCIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2060-VALIDAR-CARENCIA - CARTAO SEM CARENCIA (CAMPO EM        *
      *    BRANCO) SEGUE COMO SEMPRE; COM CARENCIA, ATE 6 MESES E       *
      *    TRATAMENTO J (JUROS PAGOS) OU C (JUROS CAPITALIZADOS)        *
      *----------------------------------------------------------------*
       2060-VALIDAR-CARENCIA.
           IF WS-CARENCIA IS NOT NUMERIC
              MOVE ZEROS                    TO WS-CARENCIA
           END-IF
           IF WS-CARENCIA > 6
              SET SIMUL-INVALIDA            TO TRUE
              MOVE "CARENCIA INVALIDA"      TO WS-MOTIVO-REJ-SIM
           ELSE
              IF WS-CARENCIA > ZERO
              AND NOT CARENCIA-JUROS-PAGOS
              AND NOT CARENCIA-CAPITALIZADA
                 SET SIMUL-INVALIDA         TO TRUE
                 MOVE "TIPO DE CARENCIA INVALIDO"
                                            TO WS-MOTIVO-REJ-SIM
              END-IF
           END-IF
           IF WS-CARENCIA = ZERO
              MOVE SPACES                   TO WS-TIPO-CARENCIA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2090-CALCULAR-CARENCIA - NA CARENCIA COM JUROS PAGOS O SALDO *
      *    NAO SE ALTERA E CADA MES COBRA OS JUROS DO FINANCIADO; NA    *
      *    CAPITALIZADA OS JUROS DE CADA MES SAO SOMADOS AO SALDO, QUE  *
      *    PASSA A SER A BASE DA AMORTIZACAO                            *
      *----------------------------------------------------------------*
       2090-CALCULAR-CARENCIA.
           MOVE WS-VAL-FINANCIADO           TO WS-VAL-BASE-AMORT
           MOVE ZEROS                       TO WS-VAL-JUROS-CARENCIA
           IF CARENCIA-JUROS-PAGOS
              COMPUTE WS-VAL-JUROS-CARENCIA ROUNDED =
                      WS-VAL-FINANCIADO * WS-JUROS / 100
           END-IF
           IF CARENCIA-CAPITALIZADA
              PERFORM 2095-CAPITALIZAR-JUROS
                  VARYING WS-IDX-CARENCIA FROM 1 BY 1
                  UNTIL WS-IDX-CARENCIA > WS-CARENCIA
           END-IF
           IF CARENCIA-JUROS-PAGOS
              COMPUTE WS-QTD-TOTAL-PARC =
                      WS-QTD-PARCELAS + WS-CARENCIA
           ELSE
              MOVE WS-QTD-PARCELAS          TO WS-QTD-TOTAL-PARC
           END-IF
           .
       2095-CAPITALIZAR-JUROS.
           COMPUTE WS-JUROS-PARCELA ROUNDED =
                   WS-VAL-BASE-AMORT * WS-JUROS / 100
           ADD WS-JUROS-PARCELA             TO WS-VAL-BASE-AMORT
           .
      *----------------------------------------------------------------*
      *    2100-CALCULAR-PARCELA - TABELA PRICE (PARCELA FIXA) OU SAC   *
      *    (AMORTIZACAO CONSTANTE E PARCELAS DECRESCENTES), CONFORME    *
      *    O INDICADOR DE SISTEMA DO CARTAO                             *
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
                   1 - 1 / WS-FATOR-JUROS
           COMPUTE WS-VAL-PARCELA ROUNDED =
                   (WS-VAL-BASE-AMORT * WS-JUROS / 100)
                   / WS-FATOR-DESCONTO
           COMPUTE WS-SOMA-PARCELAS ROUNDED =
                   WS-VAL-PARCELA * WS-QTD-PARCELAS
                 + WS-VAL-JUROS-CARENCIA * WS-CARENCIA
           MOVE WS-VAL-PARCELA              TO WS-VAL-PRIMEIRA
                                               WS-VAL-ULTIMA
           MOVE ZEROS                       TO WS-AMORT-CONST
       2120-CALCULAR-SAC.
           MOVE "SAC"                       TO WS-SIST-DESC
           COMPUTE WS-AMORT-CONST ROUNDED =
                   WS-VAL-BASE-AMORT / WS-QTD-PARCELAS
           COMPUTE WS-VAL-PRIMEIRA ROUNDED =
                   WS-AMORT-CONST +
                   (WS-VAL-BASE-AMORT * WS-JUROS / 100)
           COMPUTE WS-VAL-ULTIMA ROUNDED =
                   WS-AMORT-CONST +
                   (WS-AMORT-CONST * WS-JUROS / 100)
           COMPUTE WS-QTD-PARC-MAIS1 = WS-QTD-PARCELAS + 1
           COMPUTE WS-SOMA-PARCELAS ROUNDED =
                   (WS-AMORT-CONST * WS-QTD-PARCELAS) +
                   (WS-VAL-BASE-AMORT * WS-JUROS *
                    WS-QTD-PARC-MAIS1 / 200)
                 + WS-VAL-JUROS-CARENCIA * WS-CARENCIA
           MOVE WS-VAL-PRIMEIRA             TO WS-VAL-PARCELA
           .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    2150-CALCULAR-CET - TAXA INTERNA MENSAL QUE IGUALA O VALOR   *
      *    PRESENTE DAS PARCELAS AO VALOR LIBERADO AO CLIENTE,          *
      *    OBTIDA POR BISSECAO SOBRE O FLUXO REAL DE PARCELAS, COM OS   *
      *    MESES DE CARENCIA (SO JUROS OU SEM PAGAMENTO) NA FRENTE      *
      *----------------------------------------------------------------*
       2150-CALCULAR-CET.
           MOVE ZEROS                       TO WS-CET-LO
           .
       2170-CALCULAR-NPV.
           MOVE ZEROS                       TO WS-NPV
           MOVE WS-VAL-BASE-AMORT           TO WS-SALDO-CET
           MOVE 1                           TO WS-FATOR-VP
           PERFORM 2180-NPV-PARCELA
               VARYING WS-IDX-CET FROM 1 BY 1
               UNTIL WS-IDX-CET > WS-QTD-PARCELAS + WS-CARENCIA
           .
       2180-NPV-PARCELA.
           IF WS-IDX-CET NOT > WS-CARENCIA
              MOVE WS-VAL-JUROS-CARENCIA    TO WS-PARCELA-CET
           ELSE
              IF SIST-SAC
                 COMPUTE WS-JUROS-CET ROUNDED =
                         WS-SALDO-CET * WS-JUROS / 100
                 COMPUTE WS-PARCELA-CET ROUNDED =
                         WS-AMORT-CONST + WS-JUROS-CET
                 SUBTRACT WS-AMORT-CONST    FROM WS-SALDO-CET
              ELSE
                 MOVE WS-VAL-PARCELA        TO WS-PARCELA-CET
              END-IF
           END-IF
           COMPUTE WS-FATOR-VP ROUNDED =
                   WS-FATOR-VP / (1 + WS-CET-MID)
           COMPUTE WS-NPV ROUNDED =
                   WS-NPV + WS-PARCELA-CET * WS-FATOR-VP
           .
      *----------------------------------------------------------------*
      *    2200-IMPRIMIR-AMORTIZACAO - NA CARENCIA CAPITALIZADA OS      *
      *    MESES SEM PAGAMENTO SAEM ANTES E O SALDO PARTE DO VALOR      *
      *    FINANCIADO; NA DE JUROS PAGOS AS PRIMEIRAS PARCELAS SAO SO   *
      *    DE JUROS                                                     *
      *----------------------------------------------------------------*
       2200-IMPRIMIR-AMORTIZACAO.
           IF WS-IDX-PARCELA = 1
           AND CARENCIA-CAPITALIZADA
              MOVE WS-VAL-FINANCIADO        TO WS-SALDO-DEVEDOR
              PERFORM 2210-IMPRIMIR-CAPITALIZACAO
                  VARYING WS-IDX-CARENCIA FROM 1 BY 1
                  UNTIL WS-IDX-CARENCIA > WS-CARENCIA
           END-IF
           COMPUTE WS-JUROS-PARCELA ROUNDED =
                   WS-SALDO-DEVEDOR * WS-JUROS / 100
           IF CARENCIA-JUROS-PAGOS
           AND WS-IDX-PARCELA NOT > WS-CARENCIA
              MOVE ZEROS                    TO WS-AMORT-PARCELA
           ELSE
              IF SIST-SAC
                 MOVE WS-AMORT-CONST        TO WS-AMORT-PARCELA
              ELSE
                 COMPUTE WS-AMORT-PARCELA ROUNDED =
                         WS-VAL-PARCELA - WS-JUROS-PARCELA
              END-IF
           END-IF
           SUBTRACT WS-AMORT-PARCELA        FROM WS-SALDO-DEVEDOR
           DISPLAY "PARCELA " WS-IDX-PARCELA
                   " JUROS: " WS-JUROS-PARCELA
                   " SALDO: " WS-SALDO-DEVEDOR
           .
       2210-IMPRIMIR-CAPITALIZACAO.
           COMPUTE WS-JUROS-PARCELA ROUNDED =
                   WS-SALDO-DEVEDOR * WS-JUROS / 100
           ADD WS-JUROS-PARCELA             TO WS-SALDO-DEVEDOR
           DISPLAY "CARENCIA " WS-IDX-CARENCIA
                   " JUROS CAPITALIZADOS: " WS-JUROS-PARCELA
                   " SALDO: " WS-SALDO-DEVEDOR
           .
      *----------------------------------------------------------------*
      *    2300-COMPARAR-TAXAS - PARCELA FIXA NA TAXA ALTERNATIVA, COM  *
      *    A MESMA CARENCIA DO CARTAO                                   *
      *----------------------------------------------------------------*
       2300-COMPARAR-TAXAS.
           MOVE WS-VAL-FINANCIADO           TO WS-BASE-CMP
           MOVE ZEROS                       TO WS-JUROS-CMP
           IF CARENCIA-JUROS-PAGOS
              COMPUTE WS-JUROS-CMP ROUNDED =
                      WS-VAL-FINANCIADO *
                      WS-TAB-TAXAS (WS-IDX-TAXA) / 100
           END-IF
           IF CARENCIA-CAPITALIZADA
              PERFORM 2310-CAPITALIZAR-TAXA
                  VARYING WS-IDX-CARENCIA FROM 1 BY 1
                  UNTIL WS-IDX-CARENCIA > WS-CARENCIA
           END-IF
           COMPUTE WS-FATOR-JUROS ROUNDED =
                   (1 + WS-TAB-TAXAS (WS-IDX-TAXA) / 100)
                   ** WS-QTD-PARCELAS
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
                   1 - 1 / WS-FATOR-JUROS
           COMPUTE WS-TAXA-CMP-PARCELA ROUNDED =
                   (WS-BASE-CMP *
                       WS-TAB-TAXAS (WS-IDX-TAXA) / 100)
                   / WS-FATOR-DESCONTO
           COMPUTE WS-TAXA-CMP-TOTAL ROUNDED =
                   WS-TAXA-CMP-PARCELA * WS-QTD-PARCELAS
                 + WS-JUROS-CMP * WS-CARENCIA
           MOVE WS-TAXA-CMP-PARCELA         TO WS-PARCELA-CET
           PERFORM 2350-CET-DA-TAXA
           DISPLAY "TAXA: " WS-TAB-TAXAS (WS-IDX-TAXA)
                   " TOTAL: " WS-TAXA-CMP-TOTAL
                   " CET: " WS-CET
           .
       2310-CAPITALIZAR-TAXA.
           COMPUTE WS-JUROS-PARCELA ROUNDED =
                   WS-BASE-CMP * WS-TAB-TAXAS (WS-IDX-TAXA) / 100
           ADD WS-JUROS-PARCELA             TO WS-BASE-CMP
           .
      *----------------------------------------------------------------*
      *    2350-CET-DA-TAXA - BISSECAO SOBRE O FLUXO DE PARCELA FIXA    *
      *    DA TAXA ALTERNATIVA (WS-PARCELA-CET JA CARREGADA)            *
           MOVE 1                           TO WS-FATOR-VP
           PERFORM 2370-NPV-TAXA
               VARYING WS-IDX-CET FROM 1 BY 1
               UNTIL WS-IDX-CET > WS-QTD-PARCELAS + WS-CARENCIA
           IF WS-NPV > WS-VAL-EMPRESTIMO
              MOVE WS-CET-MID               TO WS-CET-LO
           ELSE
       2370-NPV-TAXA.
           COMPUTE WS-FATOR-VP ROUNDED =
                   WS-FATOR-VP / (1 + WS-CET-MID)
           IF WS-IDX-CET NOT > WS-CARENCIA
              COMPUTE WS-NPV ROUNDED =
                      WS-NPV + WS-JUROS-CMP * WS-FATOR-VP
           ELSE
              COMPUTE WS-NPV ROUNDED =
                      WS-NPV + WS-PARCELA-CET * WS-FATOR-VP
           END-IF
           .
       2400-GRAVA-SIMULOUT.
           MOVE WS-CONTSIM                  TO LS-CONTSIM
           MOVE WS-TARIFA                   TO LS-TARIFA
           MOVE WS-VAL-FINANCIADO           TO LS-VAL-FINANCIADO
           MOVE WS-CET-CONTRATO             TO LS-CET
           MOVE WS-CARENCIA                 TO LS-CARENCIA
           MOVE WS-TIPO-CARENCIA            TO LS-TIPO-CARENCIA
           MOVE WS-VAL-BASE-AMORT           TO LS-VAL-BASE-AMORT
           WRITE REG-SIMULOUT               FROM WS-LIN-SIMULOUT
           IF FS-SIMULOUT NOT = '00'
              MOVE 'ERRO DE GRAVACAO SIMULOUT' TO WS-MSG
