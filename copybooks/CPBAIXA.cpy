      *----------------------------------------------------------------*
      *    CPBAIXA  - MASTER DE CREDITOS BAIXADOS COMO PERDA (BAIXAMST),*
      *               EM ORDEM DE CLIENTE E DATA DA BAIXA. CADA BAIXA   *
      *               E UM REGISTRO COM O MOTIVO FISCAL; O VALOR        *
      *               RECUPERADO ACUMULA OS PAGAMENTOS RECEBIDOS DEPOIS *
      *               DA BAIXA, ABATIDOS DA BAIXA MAIS ANTIGA PRIMEIRO  *
      *----------------------------------------------------------------*
       01  WS-REG-BAIXA.
           05 WS-BXA-CODCLI                PIC X(04).
           05 WS-BXA-DATA-BAIXA            PIC 9(08).
           05 WS-BXA-VALOR-BAIXADO         PIC 9(08)V99.
           05 WS-BXA-MOTIVO                PIC X(02).
           05 WS-BXA-DESCRICAO             PIC X(30).
           05 WS-BXA-CPFCLI                PIC X(11).
           05 WS-BXA-VALOR-RECUPERADO      PIC 9(08)V99.
           05 WS-BXA-DATA-ULT-RECUP        PIC 9(08).
           05 FILLER                       PIC X(07).
