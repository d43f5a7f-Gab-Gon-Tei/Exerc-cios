      *----------------------------------------------------------------*
      *    CPENCAM - DETALHE DO ARQUIVO DE ENCAMINHAMENTO AS            *
      *              ASSESSORIAS (ENCAMIN, H/D/T POR ASSESSORIA).       *
      *              MOVIMENTO "E" ENCAMINHA O CLIENTE; "R" RECOLHE     *
      *              O CLIENTE QUE PAGOU OU RENEGOCIOU A DIVIDA         *
      *----------------------------------------------------------------*
       01  WS-REG-ENCAM-D.
           05 WS-ENC-TIPO-REG              PIC X(01).
           05 WS-ENC-AGENCIA               PIC X(03).
           05 WS-ENC-MOVIMENTO             PIC X(01).
              88 ENC-ENCAMINHAMENTO                VALUE "E".
              88 ENC-RECOLHIMENTO                  VALUE "R".
           05 WS-ENC-CODCLI                PIC X(04).
           05 WS-ENC-NOMECLI               PIC X(25).
           05 WS-ENC-CPFCLI                PIC X(11).
           05 WS-ENC-FONECLI               PIC X(10).
           05 WS-ENC-CIDADECLI             PIC X(20).
           05 WS-ENC-UFCLI                 PIC X(02).
           05 WS-ENC-VALOR                 PIC 9(08)V99.
           05 WS-ENC-DIASATRASO            PIC 9(03).
           05 WS-ENC-DATA                  PIC 9(08).
           05 WS-ENC-MOTIVO                PIC X(01).
           05 FILLER                       PIC X(01).
