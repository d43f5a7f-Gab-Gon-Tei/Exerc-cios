           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-DIASATR.
           05 WS-CODCLI-ATR                PIC X(04).
