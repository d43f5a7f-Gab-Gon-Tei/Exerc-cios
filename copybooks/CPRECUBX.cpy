      *----------------------------------------------------------------*
      *    CPRECUBX - RECUPERACAO DE CREDITO BAIXADO (RECUPBX): PARTE   *
      *               DE UM PAGAMENTO QUE EXCEDEU A DIVIDA DO CLIENTE   *
      *               E FOI RECONHECIDA CONTRA O SALDO BAIXADO NO       *
      *               BAIXAMST. GRAVADO PELO EX004P11 EM ORDEM DE       *
      *               CLIENTE E APLICADO AO MASTER PELO EX004P90        *
      *----------------------------------------------------------------*
       01  WS-REG-RECUPBX.
           05 WS-RBX-CODCLI                PIC X(04).
           05 WS-RBX-DATA                  PIC 9(08).
           05 WS-RBX-VALOR                 PIC 9(08)V99.
           05 FILLER                       PIC X(08).
