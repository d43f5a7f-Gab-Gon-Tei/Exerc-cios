      *----------------------------------------------------------------*
      *    CPMOVAPL - MOVIMENTOS DE DIVIDA APLICADOS PELO EX004P11      *
      *               (MOVAPL), UM POR CLIENTE MOVIMENTADO, COM O       *
      *               SALDO ANTES E DEPOIS - ENTRADA DO RAZAO DE        *
      *               CONTAS A RECEBER POR DOCUMENTO (EX004P78)         *
      *----------------------------------------------------------------*
       01  WS-REG-MOVAPL.
           05 WS-MAP-CODCLI                PIC X(04).
      *    I/A/E/P/D/C/B, COMO NO TIPOMOV-M DO CLIMOV
           05 WS-MAP-TIPOMOV               PIC X(01).
           05 WS-MAP-DIASATRASO            PIC 9(03).
           05 WS-MAP-DATA                  PIC 9(08).
           05 WS-MAP-DIVIDA-ANTES          PIC 9(08)V99.
           05 WS-MAP-DIVIDA-DEPOIS         PIC 9(08)V99.
      *    VALOR INFORMADO NO MOVIMENTO: RECEBIDO (P), VALOR DE FACE
      *    ANTES DOS JUROS (D) OU CREDITO (C); ZERO NOS DEMAIS
           05 WS-MAP-VALOR-MOV             PIC 9(08)V99.
           05 FILLER                       PIC X(04).
