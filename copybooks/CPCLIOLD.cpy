           05 CIDADECLI-O                  PIC X(20).
           05 UFCLI-O                      PIC X(02).
           05 CEPCLI-O                     PIC X(08).
      *    PESSOA FISICA (F OU BRANCO) USA CPFCLI; PESSOA JURIDICA
      *    (J) USA CNPJCLI E DEIXA CPFCLI EM BRANCO
           05 TIPOPESSOA-O                 PIC X(01).
              88 PESSOA-FISICA-O                   VALUE "F" " ".
              88 PESSOA-JURIDICA-O                 VALUE "J".
           05 CNPJCLI-O                    PIC X(14).
      *    FILIAL DO CLIENTE (MASTER FILIAIS); BRANCO = SEM FILIAL
           05 CODFILIAL-O                  PIC X(03).
