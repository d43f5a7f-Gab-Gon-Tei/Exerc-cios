      *----------------------------------------------------------------*
      *    CPDOCREC - DOCUMENTO A RECEBER AINDA NAO LANCADO NO RAZAO    *
      *               (PARCATR DO EX004P37 E PENDENTES DOCPANT/DOCPNOV  *
      *               DO EX004P78)                                      *
      *----------------------------------------------------------------*
       01  WS-REG-DOCREC.
           05 WS-DOC-CODCLI                PIC X(04).
      *    MESMOS TIPOS DO CPTITREC (F OU K)
           05 WS-DOC-TIPO-DOC              PIC X(01).
           05 WS-DOC-NUM-DOC               PIC X(12).
           05 WS-DOC-DATA-EMISSAO          PIC 9(08).
           05 WS-DOC-DATA-VENCTO           PIC 9(08).
           05 WS-DOC-VALOR                 PIC 9(08)V99.
           05 FILLER                       PIC X(07).
