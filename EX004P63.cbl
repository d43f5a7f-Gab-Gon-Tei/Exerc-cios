       FD  SIMULOUT
           RECORDING MODE IS F
           .
       01  REG-SIMULOUT                    PIC X(123).

       FD  CONTRATOS
           RECORDING MODE IS F
           05 WS-SIM-CONTSIM               PIC 9(05).
           05 FILLER                       PIC X(11).
           05 WS-SIM-JUROS                 PIC 9(03)V99.
           05 FILLER                       PIC X(102).
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
