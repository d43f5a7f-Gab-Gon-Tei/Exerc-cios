      *----------------------------------------------------------------*
       01  REG-CLIMOV.
           05 TIPO-REG-CLIMOV              PIC X(01).
           05 DADOS-CLIMOV                 PIC X(188).
       01  REG-CLIMOV-H REDEFINES REG-CLIMOV.
           05 FILLER                       PIC X(01).
           05 FILLER                       PIC X(188).
       01  REG-CLIMOV-D REDEFINES REG-CLIMOV.
           05 FILLER                       PIC X(01).
           05 CODCLI-M                     PIC X(04).
           05 CIDADECLI-M                  PIC X(20).
           05 UFCLI-M                      PIC X(02).
           05 CEPCLI-M                     PIC X(08).
           05 TIPOPESSOA-M                 PIC X(01).
              88 PESSOA-FISICA-M                   VALUE "F" " ".
              88 PESSOA-JURIDICA-M                 VALUE "J".
           05 CNPJCLI-M                    PIC X(14).
      *    FILIAL DO CLIENTE (MASTER FILIAIS); BRANCO = SEM FILIAL OU,
      *    NA ALTERACAO, MANTEM A FILIAL JA CADASTRADA
           05 CODFILIAL-M                  PIC X(03).
       01  REG-CLIMOV-T REDEFINES REG-CLIMOV.
           05 FILLER                       PIC X(01).
           05 QTDREG-CLIMOV                PIC 9(07).
           05 FILLER                       PIC X(181).
