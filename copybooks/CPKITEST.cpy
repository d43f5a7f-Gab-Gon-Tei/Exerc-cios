      *----------------------------------------------------------------*
      *    CPKITEST - LAYOUT DO MASTER DE ESTRUTURA DE KITS (KITEST,    *
      *               MANTIDO PELO EX004P94). CADA REGISTRO E UM        *
      *               COMPONENTE DE UM KIT DO VCADPRD COM A QUANTIDADE  *
      *               CONSUMIDA POR KIT MONTADO. A EXPLOSAO E DE UM     *
      *               NIVEL SO: COMPONENTE QUE SEJA KIT E TRATADO COMO  *
      *               PRODUTO                                           *
      *----------------------------------------------------------------*
       01  WS-REG-KITEST.
           05 WS-KIT-CODKIT                PIC 9(04).
           05 WS-KIT-CODCOMP               PIC 9(04).
           05 WS-KIT-QTD-COMP              PIC 9(04).
      *    QUEM INCLUIU O COMPONENTE E QUANDO (AUDITORIA DO EX004P94)
           05 WS-KIT-USUARIO               PIC X(08).
           05 WS-KIT-DATA-MANUT            PIC 9(08).
           05 FILLER                       PIC X(12).
