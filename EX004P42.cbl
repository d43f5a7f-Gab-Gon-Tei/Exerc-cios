       FD  PSMOVGER
           RECORDING MODE IS F
           .
       01  REG-PSMOVGER                    PIC X(60).

       FD  RELGER
           RECORDING MODE IS F
              88 REGRA-COM-ARREDONDAMENTO          VALUE "S".
           05 WS-RGR-ARRED-FINAL           PIC 9(02).
           05 WS-RGR-DATA-EFETIVA          PIC 9(08).
      *    RESPONSAVEL PELO REAJUSTE, LEVADO A CADA DETALHE DO LOTE
           05 WS-RGR-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
      *    TABELA DE REGRAS CARREGADA DOS CARTOES                       *
      *----------------------------------------------------------------*
              10 WS-TAB-ARRED-SW           PIC X(01).
              10 WS-TAB-ARRED-FINAL        PIC 9(02).
              10 WS-TAB-DATA-EFETIVA       PIC 9(08).
              10 WS-TAB-SOLICITANTE        PIC X(08).
       77  WS-QTD-REGRAS                   PIC 9(02) COMP.
       77  WS-IDX-REGRA                    PIC 9(02) COMP.
       77  WS-IDX-REGRA-ACHADA             PIC 9(02) COMP.
           05 WS-VALORPS-GER               PIC 9(05)V99.
           05 WS-TIPOMOV-GER               PIC X(01).
           05 WS-DATAEFETIV-GER            PIC 9(08).
           05 WS-SOLICITANTE-GER           PIC X(08).
       01  WS-REG-PSMOV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-GER                PIC 9(07).
           05 FILLER                       PIC X(52) VALUE SPACES.
       01  WS-REG-PSMOV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(59) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CALCULO DO REAJUSTE
      *----------------------------------------------------------------*
                   TO WS-TAB-PERCENTUAL (WS-QTD-REGRAS)
                 MOVE WS-RGR-ARRED-SW
                   TO WS-TAB-ARRED-SW (WS-QTD-REGRAS)
                 MOVE WS-RGR-SOLICITANTE
                   TO WS-TAB-SOLICITANTE (WS-QTD-REGRAS)
                 IF WS-RGR-ARRED-FINAL IS NUMERIC
                    MOVE WS-RGR-ARRED-FINAL
                      TO WS-TAB-ARRED-FINAL (WS-QTD-REGRAS)
              MOVE "A"                     TO WS-TIPOMOV-GER
              MOVE WS-TAB-DATA-EFETIVA (WS-IDX-REGRA-ACHADA)
                                           TO WS-DATAEFETIV-GER
              MOVE WS-TAB-SOLICITANTE (WS-IDX-REGRA-ACHADA)
                                           TO WS-SOLICITANTE-GER
              WRITE REG-PSMOVGER           FROM WS-REG-PSMOV-D
              IF NOT SUCESSO-M
                 MOVE "ERRO GRAVACAO PSMOVGER" TO WS-MSG
