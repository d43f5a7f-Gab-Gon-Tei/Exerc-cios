      *----------------------------------------------------------------*
      *    CPNFISC - ARQUIVO DE NOTAS FISCAIS DE SAIDA (NFISCAL,        *
      *              EMITIDO PELO EX004P77). H/N/I/T: UMA NOTA "N" POR  *
      *              PEDIDO FATURADO, SEGUIDA DE SEUS ITENS "I"         *
      *----------------------------------------------------------------*
       01  WS-REG-NFISC.
           05 WS-NFI-TIPO-REG              PIC X(01).
           05 WS-NFI-DADOS                 PIC X(119).
       01  WS-REG-NFISC-H REDEFINES WS-REG-NFISC.
           05 FILLER                       PIC X(01).
           05 WS-NFI-DATA-H                PIC 9(08).
           05 WS-NFI-SERIE-H               PIC X(03).
           05 FILLER                       PIC X(108).
       01  WS-REG-NFISC-N REDEFINES WS-REG-NFISC.
           05 FILLER                       PIC X(01).
           05 WS-NFI-NUM-NF                PIC 9(08).
           05 WS-NFI-SERIE                 PIC X(03).
           05 WS-NFI-DATA-EMISSAO          PIC 9(08).
           05 WS-NFI-NUM-PEDIDO            PIC 9(08).
           05 WS-NFI-CODCLI                PIC X(04).
           05 WS-NFI-UF                    PIC X(02).
           05 WS-NFI-VALOR-PRODUTOS        PIC 9(11)V99.
           05 WS-NFI-VALOR-ICMS            PIC 9(09)V99.
           05 WS-NFI-VALOR-IPI             PIC 9(09)V99.
           05 WS-NFI-VALOR-PIS             PIC 9(09)V99.
           05 WS-NFI-VALOR-COFINS          PIC 9(09)V99.
      *    TOTAL DA NOTA = PRODUTOS + IPI (ICMS, PIS E COFINS ESTAO
      *    CONTIDOS NO PRECO)
           05 WS-NFI-VALOR-TOTAL           PIC 9(11)V99.
           05 FILLER                       PIC X(16).
       01  WS-REG-NFISC-I REDEFINES WS-REG-NFISC.
           05 FILLER                       PIC X(01).
           05 WS-NFI-NUM-NF-IT             PIC 9(08).
           05 WS-NFI-SEQ-IT                PIC 9(03).
           05 WS-NFI-CODPROD-IT            PIC 9(04).
           05 WS-NFI-CLASSE-IT             PIC X(02).
           05 WS-NFI-QTD-IT                PIC 9(06).
           05 WS-NFI-PRECO-UNIT-IT         PIC 9(07)V99.
           05 WS-NFI-VALOR-IT              PIC 9(11)V99.
           05 WS-NFI-ALIQ-ICMS-IT          PIC 9(02)V99.
           05 WS-NFI-ICMS-IT               PIC 9(09)V99.
           05 WS-NFI-ALIQ-IPI-IT           PIC 9(02)V99.
           05 WS-NFI-IPI-IT                PIC 9(09)V99.
           05 WS-NFI-ALIQ-PIS-IT           PIC 9(02)V99.
           05 WS-NFI-PIS-IT                PIC 9(09)V99.
           05 WS-NFI-ALIQ-COFINS-IT        PIC 9(02)V99.
           05 WS-NFI-COFINS-IT             PIC 9(09)V99.
           05 FILLER                       PIC X(14).
       01  WS-REG-NFISC-T REDEFINES WS-REG-NFISC.
           05 FILLER                       PIC X(01).
           05 WS-NFI-QTD-NOTAS             PIC 9(07).
           05 WS-NFI-TOT-NOTAS             PIC 9(13)V99.
           05 FILLER                       PIC X(97).
