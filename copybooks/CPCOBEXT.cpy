      *----------------------------------------------------------------*
      *    CPCOBEXT - MASTER DE ENCAMINHAMENTOS A COBRANCA EXTERNA      *
      *               (COBEXT), EM ORDEM DE CLIENTE E SEQUENCIA. CADA   *
      *               ENCAMINHAMENTO E UM REGISTRO; SO O ULTIMO DO      *
      *               CLIENTE PODE ESTAR ATIVO ("E"). O RECOLHIMENTO    *
      *               ("R") GUARDA A DATA, O MOTIVO E OS VALORES        *
      *               PAGOS OU RENEGOCIADOS PELO CLIENTE                *
      *----------------------------------------------------------------*
       01  WS-REG-COBEXT.
           05 WS-CBX-CODCLI                PIC X(04).
           05 WS-CBX-SEQUENCIA             PIC 9(07).
           05 WS-CBX-AGENCIA               PIC X(03).
           05 WS-CBX-DATA-ENVIO            PIC 9(08).
           05 WS-CBX-DIASATRASO            PIC 9(03).
           05 WS-CBX-VALOR-ENVIADO         PIC 9(08)V99.
           05 WS-CBX-SITUACAO              PIC X(01).
              88 CBX-ENCAMINHADO                   VALUE "E".
              88 CBX-RECOLHIDO                     VALUE "R".
           05 WS-CBX-MOTIVO                PIC X(01).
              88 CBX-MOTIVO-PAGAMENTO              VALUE "P".
              88 CBX-MOTIVO-RENEGOCIACAO           VALUE "N".
           05 WS-CBX-DATA-RECOLHE          PIC 9(08).
           05 WS-CBX-VALOR-RECUPERADO      PIC 9(08)V99.
           05 WS-CBX-VALOR-RENEGOCIADO     PIC 9(08)V99.
           05 FILLER                       PIC X(05).
