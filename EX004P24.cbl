           COPY CPCLINEW.

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  CLINEW-REJ
           RECORDING MODE IS F
           .
       01  REG-CLINEW-REJ                  PIC X(214).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).

       01  WS-REG-CLINEW-REJ.
           05 WS-REG-CLINEW-REJ-CLI        PIC X(184).
           05 WS-MOTIVO-REJ-CLI            PIC X(30).
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
           MOVE WS-CIDADECLI-N             TO CIDADECLI-VC
           MOVE WS-UFCLI-N                 TO UFCLI-VC
           MOVE WS-CEPCLI-N                TO CEPCLI-VC
           MOVE WS-TIPOPESSOA-N            TO TIPOPESSOA-VC
           MOVE WS-CNPJCLI-N               TO CNPJCLI-VC
           MOVE WS-CODFILIAL-N             TO CODFILIAL-VC
           WRITE REG-VCADCLI

           EVALUATE FS-VCADCLI
