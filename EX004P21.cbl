       FD  REJPSMOV
           RECORDING MODE IS F
           .
       01  REG-REJPSMOV                    PIC X(89).

       FD  REJCLIMOV
           RECORDING MODE IS F
           .
       01  REG-REJCLIMOV                   PIC X(219).

       FD  REJMOVTO
           RECORDING MODE IS F
       FD  RCYPSMOV
           RECORDING MODE IS F
           .
       01  REG-RCYPSMOV                    PIC X(60).

       FD  RCYCLIMOV
           RECORDING MODE IS F
           .
       01  REG-RCYCLIMOV                   PIC X(189).

       FD  RCYMOVTO
           RECORDING MODE IS F
              10 WS-VALORPS-M              PIC 9(05)V99.
              10 WS-TIPOMOV-PS             PIC X(01).
              10 WS-DATAEFETIV-PS          PIC 9(08).
              10 WS-SOLICITANTE-PS         PIC X(08).
           05 WS-MOTIVO-PSMOV              PIC X(30).
       01  WS-REG-RCYPSMOV.
           05 WS-TIPO-REG-RCYPS            PIC X(01).
           05 WS-DADOS-RCYPS               PIC X(59).
       01  WS-REG-RCYPSMOV-T REDEFINES WS-REG-RCYPSMOV.
           05 FILLER                       PIC X(01).
           05 WS-QTDREG-RCYPS              PIC 9(07).
           05 FILLER                       PIC X(52).
      *----------------------------------------------------------------*
       01  WS-REG-REJCLIMOV.
           05 WS-MOV-CLIMOV.
              10 WS-CIDADECLI-M            PIC X(20).
              10 WS-UFCLI-M                PIC X(02).
              10 WS-CEPCLI-M               PIC X(08).
              10 WS-TIPOPESSOA-M           PIC X(01).
              10 WS-CNPJCLI-M              PIC X(14).
              10 WS-CODFILIAL-M            PIC X(03).
           05 WS-MOTIVO-CLIMOV             PIC X(30).
       01  WS-REG-RCYCLIMOV.
           05 WS-TIPO-REG-RCYCLI           PIC X(01).
           05 WS-DADOS-RCYCLI              PIC X(188).
       01  WS-REG-RCYCLIMOV-T REDEFINES WS-REG-RCYCLIMOV.
           05 FILLER                       PIC X(01).
           05 WS-QTDREG-RCYCLI             PIC 9(07).
           05 FILLER                       PIC X(181).
      *----------------------------------------------------------------*
       01  WS-REG-REJMOVTO.
           05 WS-MOV-MOVTO.
