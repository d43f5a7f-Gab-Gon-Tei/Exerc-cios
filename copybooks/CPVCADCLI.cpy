           05 CIDADECLI-VC                 PIC X(20).
           05 UFCLI-VC                     PIC X(02).
           05 CEPCLI-VC                    PIC X(08).
      *    PESSOA FISICA (F OU BRANCO) USA CPFCLI; PESSOA JURIDICA
      *    (J) USA CNPJCLI E DEIXA CPFCLI EM BRANCO
           05 TIPOPESSOA-VC                PIC X(01).
              88 PESSOA-FISICA-VC                  VALUE "F" " ".
              88 PESSOA-JURIDICA-VC                VALUE "J".
           05 CNPJCLI-VC                   PIC X(14).
      *    FILIAL DO CLIENTE (MASTER FILIAIS); BRANCO = SEM FILIAL
           05 CODFILIAL-VC                 PIC X(03).
