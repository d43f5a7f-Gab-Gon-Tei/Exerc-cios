      *----------------------------------------------------------------*
      *    CPLISPRC - LAYOUT DO MASTER DE LISTAS DE PRECO (LISPRC,      *
      *               MANTIDO PELO EX004P93). CADA REGISTRO E O PRECO   *
      *               DE UM PRODUTO PARA UM CLIENTE OU UM SEGMENTO      *
      *               DENTRO DE UMA VIGENCIA                            *
      *----------------------------------------------------------------*
       01  WS-REG-LISPRC.
      *    ESCOPO "C" = LISTA DO CLIENTE (CHAVE = CODCLI DO VCADCLI);
      *    "S" = LISTA DO SEGMENTO (CHAVE = TIPOPESSOA: "F" OU "J")
           05 WS-LPR-ESCOPO                PIC X(01).
              88 LPR-CLIENTE                       VALUE "C".
              88 LPR-SEGMENTO                      VALUE "S".
           05 WS-LPR-CHAVE                 PIC X(04).
           05 WS-LPR-CODPROD               PIC 9(04).
           05 WS-LPR-VIG-INI               PIC 9(08).
           05 WS-LPR-VIG-FIM               PIC 9(08).
           05 WS-LPR-PRECO                 PIC 9(07)V99.
      *    QUEM INCLUIU O PRECO E QUANDO (AUDITORIA DO EX004P93)
           05 WS-LPR-USUARIO               PIC X(08).
           05 WS-LPR-DATA-MANUT            PIC 9(08).
           05 FILLER                       PIC X(10).
