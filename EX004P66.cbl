       FD  CERTPS
           RECORDING MODE IS F
           .
       01  REG-CERTPS                      PIC X(60).

       FD  CERTCLI
           RECORDING MODE IS F
           .
       01  REG-CERTCLI                     PIC X(189).

       FD  CERTMOV
           RECORDING MODE IS F
