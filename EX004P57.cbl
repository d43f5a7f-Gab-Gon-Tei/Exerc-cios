       FD  NEGEXCL
           RECORDING MODE IS F
           .
       01  REG-NEGEXCL                     PIC X(83).

      *    CLASS-BUR - RETORNO CLASSIFICADO POR CLIENTE
       SD  CLASS-BUR
           05 WS-CPFCLI-N                  PIC X(11).
           05 WS-TOTALDIVIDA-N             PIC 9(08)V99.
           05 WS-LIMITECRED-N              PIC 9(08)V99.
           05 FILLER                       PIC X(66).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-PARMNEG.
           05 WS-LIMITE-NEG                PIC 9(08)V99.
           05 WS-EXC-TOTALDIVIDA           PIC 9(08)V99.
           05 WS-EXC-DIASATRASO            PIC 9(03) VALUE ZEROS.
           05 WS-EXC-CEP                   PIC X(08) VALUE SPACES.
           05 WS-EXC-TIPOPESSOA            PIC X(01).
           05 WS-EXC-CNPJCLI               PIC X(14).
           05 FILLER                       PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
       77  WS-CODCLI-PENDENTE              PIC X(04).
           MOVE WS-NST-CODCLI              TO WS-EXC-CODCLI
           IF WS-CODCLI-N = WS-NST-CODCLI
              MOVE WS-NOMECLI-N            TO WS-EXC-NOMECLI
              MOVE WS-TOTALDIVIDA-N        TO WS-EXC-TOTALDIVIDA
              IF WS-TIPOPESSOA-N = "J"
                 MOVE "J"                  TO WS-EXC-TIPOPESSOA
                 MOVE SPACES               TO WS-EXC-CPFCLI
                 MOVE WS-CNPJCLI-N         TO WS-EXC-CNPJCLI
              ELSE
                 MOVE "F"                  TO WS-EXC-TIPOPESSOA
                 MOVE WS-CPFCLI-N          TO WS-EXC-CPFCLI
                 MOVE SPACES               TO WS-EXC-CNPJCLI
              END-IF
           ELSE
              MOVE SPACES                  TO WS-EXC-NOMECLI
                                              WS-EXC-CPFCLI
                                              WS-EXC-TIPOPESSOA
                                              WS-EXC-CNPJCLI
              MOVE ZEROS                   TO WS-EXC-TOTALDIVIDA
           END-IF
           WRITE REG-NEGEXCL               FROM WS-REG-NEGEXCL-D
