           05 CIDADECLI-N                  PIC X(20).
           05 UFCLI-N                      PIC X(02).
           05 CEPCLI-N                     PIC X(08).
      *    PESSOA FISICA (F OU BRANCO) USA CPFCLI; PESSOA JURIDICA
      *    (J) USA CNPJCLI E DEIXA CPFCLI EM BRANCO
           05 TIPOPESSOA-N                 PIC X(01).
              88 PESSOA-FISICA-N                   VALUE "F" " ".
              88 PESSOA-JURIDICA-N                 VALUE "J".
           05 CNPJCLI-N                    PIC X(14).
      *    FILIAL DO CLIENTE (MASTER FILIAIS); BRANCO = SEM FILIAL
           05 CODFILIAL-N                  PIC X(03).
