           COPY CPEXTTOR REPLACING ==::== BY ====.

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

