      *----------------------------------------------------------------*
      *    CPAVISO - AVISO DE VENCIMENTO PROXIMO (AVISOS), UM POR       *
      *               PARCELA ABERTA, GERADO PELO EX004P87 PARA O       *
      *               PROVEDOR DE SMS/E-MAIL. O NOSSO NUMERO E O        *
      *               CONTRATO + PARCELA + "00", O MESMO REGISTRADO NO  *
      *               BOLETO PELO EX004P55                              *
      *----------------------------------------------------------------*
       01  WS-REG-AVISO.
           05 WS-AVI-CODCLI                PIC X(04).
           05 WS-AVI-NOMECLI               PIC X(25).
           05 WS-AVI-FONECLI               PIC X(10).
           05 WS-AVI-VALOR                 PIC 9(09)V99.
           05 WS-AVI-VENCIMENTO            PIC 9(08).
           05 WS-AVI-NOSSO-NUMERO.
              10 WS-AVI-NN-NUMCONTR        PIC 9(05).
              10 WS-AVI-NN-NUMPARC         PIC 9(03).
              10 WS-AVI-NN-DIGITOS         PIC 9(02).
      *    "S" = PRIMEIRA PARCELA DO CONTRATO
           05 WS-AVI-PRIMEIRA-PARCELA      PIC X(01).
              88 AVI-PRIMEIRA-PARCELA              VALUE "S".
           05 WS-AVI-DIAS-UTEIS            PIC 9(02).
           05 FILLER                       PIC X(09).
