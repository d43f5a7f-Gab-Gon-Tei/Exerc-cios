       FD  LANCGL
           RECORDING MODE IS F
           .
       01  REG-LANCGL                      PIC X(45).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-LANCGL-H.
           05 FILLER                       PIC X(01) VALUE 'H'.
           05 WS-GL-DATA-H                 PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGL-D.
           05 FILLER                       PIC X(01) VALUE 'D'.
           05 WS-GL-DATA                   PIC 9(08).
           05 WS-GL-CONTA-DEB              PIC X(08).
           05 WS-GL-CONTA-CRED             PIC X(08).
           05 WS-GL-VALOR                  PIC 9(11)V99.
           05 WS-GL-FILIAL                 PIC X(03) VALUE SPACES.
       01  WS-REG-LANCGL-T.
           05 FILLER                       PIC X(01) VALUE 'T'.
           05 WS-GL-TOT-DEBITO             PIC 9(13)V99.
           05 WS-GL-TOT-CREDITO            PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
       77  WS-TOT-DEBITO-GL                PIC 9(13)V99.
       77  WS-TOT-CREDITO-GL               PIC 9(13)V99.
       77  WS-VAL-LANC-GL                  PIC 9(11)V99.
