       FD  PSMOV
           RECORDING MODE IS F
           .
       01  REG-PSMOV                       PIC X(60).
      *----------------------------------------------------------------*
       FD  PSNEW
           RECORDING MODE IS F
       FD  PSMOV-REJ
           RECORDING MODE IS F
           .
       01  REG-PSMOV-REJ                   PIC X(89).
      *----------------------------------------------------------------*
      *    PSMOV-SUSP - ALTERACOES DE PRECO ACIMA DA TOLERANCIA        *
      *----------------------------------------------------------------*
       FD  PSMOV-SUSP
           RECORDING MODE IS F
           .
       01  REG-PSMOV-SUSP                  PIC X(32).
      *----------------------------------------------------------------*
      *    PSPEND - ALTERACOES COM DATA EFETIVA FUTURA, RETIDAS ATE     *
      *    A LIBERACAO PELO EX004P40 NA DATA PROGRAMADA                 *
       FD  PSPEND
           RECORDING MODE IS F
           .
       01  REG-PSPEND                      PIC X(60).
      *----------------------------------------------------------------*
      *    ARQUIVOS DE RASCUNHO USADOS PARA RECORTAR OS ARQUIVOS DE     *
      *    SAIDA NO PONTO DO CHECKPOINT ANTES DE UM RESTART, EVITANDO   *
       FD  PSMOVREJ-TMP
           RECORDING MODE IS F
           .
       01  REG-PSMOVREJ-TMP                 PIC X(89).
       FD  PSMOVSUSP-TMP
           RECORDING MODE IS F
           .
       01  REG-PSMOVSUSP-TMP                PIC X(32).
      *----------------------------------------------------------------*
      *    PSMOV-ORD - DETALHES DO PSMOV JA CLASSIFICADOS POR CODPS     *
      *    (LOTES DE FILIAL PODEM CHEGAR FORA DE SEQUENCIA)             *
       FD  PSMOV-ORD
           RECORDING MODE IS F
           .
       01  REG-PSMOV-ORD                    PIC X(60).

      *    BCHHIST - HISTORICO COMPARTILHADO DE EXECUCOES EM BATCH
       FD  BCHHIST
       01  REG-CLASS-PSMOV.
           05 CLASS-TIPO-REG                PIC X(01).
           05 CLASS-CODPS                   PIC X(05).
           05 FILLER                        PIC X(54).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01  WS-REG-PSMOV.
           05 WS-TIPO-REG-PSMOV            PIC X(01).
           05 WS-DADOS-PSMOV               PIC X(59).
       01  WS-REG-PSMOV-H REDEFINES WS-REG-PSMOV.
           05 FILLER                       PIC X(01).
           05 FILLER                       PIC X(59).
       01  WS-REG-PSMOV-D REDEFINES WS-REG-PSMOV.
           05 FILLER                       PIC X(01).
           05 WS-CODPS-M                   PIC X(05).
           05 WS-VALORPS-M                 PIC 9(05)V99.
           05 WS-TIPOMOV-M                 PIC X(01).
           05 WS-DATAEFETIV-M              PIC 9(08).
      *    QUEM PEDIU A ALTERACAO; SEGUE PARA O PSMOV-SUSP E E
      *    CONFERIDO CONTRA O APROVADOR NA LIBERACAO (EX004P18)
           05 WS-SOLICITANTE-M             PIC X(08).
       01  WS-REG-PSMOV-T REDEFINES WS-REG-PSMOV.
           05 FILLER                       PIC X(01).
           05 WS-QTDREG-PSMOV-TRAILER      PIC 9(07).
           05 FILLER                       PIC X(52).

       01  WS-SW-TRAILER-PSMOV             PIC X(01) VALUE "N".
           88 TRAILER-PSMOV-VISTO                  VALUE "S".
           05 WS-CTSUSP-CHKPT              PIC 9(04).

       01  WS-REG-PSMOV-REJ.
           05 WS-REG-PSMOV-REJ-MOV         PIC X(59).
           05 WS-MOTIVO-REJ                PIC X(30).

       01  WS-REG-PSMOV-SUSP.
           05 WS-VALORPS-O-SUSP            PIC 9(05)V99.
           05 WS-VALORPS-M-SUSP            PIC 9(05)V99.
           05 WS-PERC-VARIACAO-SUSP        PIC 999V99.
           05 WS-SOLICITANTE-SUSP          PIC X(08).

       77  WS-DIF-VALOR                    PIC S9(05)V99.
       77  WS-PERC-VARIACAO                PIC 999V99.
           MOVE WS-VALORPS-O                TO WS-VALORPS-O-SUSP
           MOVE WS-VALORPS-M                TO WS-VALORPS-M-SUSP
           MOVE WS-PERC-VARIACAO            TO WS-PERC-VARIACAO-SUSP
           MOVE WS-SOLICITANTE-M            TO WS-SOLICITANTE-SUSP
           MOVE WS-REG-PSMOV-SUSP           TO REG-PSMOV-SUSP
           WRITE REG-PSMOV-SUSP
           IF NOT SUCESSO-S
