       FD  PSPEND
           RECORDING MODE IS F
           .
       01  REG-PSPEND                      PIC X(60).
      *----------------------------------------------------------------*
      *    PSMOVLIB - LOTE PSMOV (H/D/T) COM AS ALTERACOES LIBERADAS    *
      *----------------------------------------------------------------*
       FD  PSMOVLIB
           RECORDING MODE IS F
           .
       01  REG-PSMOVLIB                    PIC X(60).
      *----------------------------------------------------------------*
      *    PSPEND-NOV - PENDENTES QUE CONTINUAM AGUARDANDO A DATA       *
      *----------------------------------------------------------------*
       FD  PSPEND-NOV
           RECORDING MODE IS F
           .
       01  REG-PSPEND-NOV                  PIC X(60).
      *----------------------------------------------------------------*
      *    PSPEND-REJ - PENDENTES COM DATA EFETIVA INVALIDA             *
      *----------------------------------------------------------------*
       FD  PSPEND-REJ
           RECORDING MODE IS F
           .
       01  REG-PSPEND-REJ                  PIC X(89).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01  WS-REG-PSPEND.
           05 WS-TIPO-REG-PEND             PIC X(01).
           05 WS-DADOS-PEND                PIC X(59).
       01  WS-REG-PSPEND-D REDEFINES WS-REG-PSPEND.
           05 FILLER                       PIC X(01).
           05 WS-CODPS-PD                  PIC X(05).
           05 WS-VALORPS-PD                PIC 9(05)V99.
           05 WS-TIPOMOV-PD                PIC X(01).
           05 WS-DATAEFETIV-PD             PIC 9(08).
           05 WS-SOLICITANTE-PD            PIC X(08).
      *----------------------------------------------------------------*
       01  WS-REG-PSMOVLIB.
           05 WS-TIPO-REG-LIB              PIC X(01).
           05 WS-DADOS-LIB                 PIC X(59).
       01  WS-REG-PSMOVLIB-T REDEFINES WS-REG-PSMOVLIB.
           05 FILLER                       PIC X(01).
           05 WS-QTDREG-LIB                PIC 9(07).
           05 FILLER                       PIC X(52).
      *----------------------------------------------------------------*
       01  WS-REG-PSPEND-REJ.
           05 WS-REG-PSPEND-REJ-MOV        PIC X(59).
           05 WS-MOTIVO-REJ                PIC X(30).
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08).
