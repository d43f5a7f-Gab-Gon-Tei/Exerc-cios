       FD  PSMOV-SUSP
           RECORDING MODE IS F
           .
       01  REG-PSMOV-SUSP                  PIC X(32).
      *----------------------------------------------------------------*
      *    PSAPRV - UMA DECISAO DO SUPERVISOR POR CODPS (A/D), COM O   *
      *    APROVADOR                                                   *
      *----------------------------------------------------------------*
       FD  PSAPRV
           RECORDING MODE IS F
           .
       01  REG-PSAPRV                      PIC X(30).
      *----------------------------------------------------------------*
      *    PSATU - CADASTRO DE PRODUTOS COM OS PRECOS LIBERADOS        *
      *----------------------------------------------------------------*
           05 WS-VALORPS-O-SUSP            PIC 9(05)V99.
           05 WS-VALORPS-M-SUSP            PIC 9(05)V99.
           05 WS-PERC-VARIACAO-SUSP        PIC 999V99.
           05 WS-SOLICITANTE-SUSP          PIC X(08).
      *----------------------------------------------------------------*
       01  WS-REG-PSAPRV.
           05 WS-CODPS-APRV                PIC X(05).
           05 WS-DECISAO-APRV              PIC X(01).
              88 DECISAO-APROVADA                  VALUE "A".
              88 DECISAO-NEGADA                    VALUE "D".
           05 WS-APROVADOR-APRV            PIC X(08).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       01  WS-REG-PSLOG.
           05 WS-CODPS-LOG                 PIC X(05).
       01  WS-CABEC-NEG1                   PIC X(80)
                                                   VALUE
              "         ALTERACOES DE PRECO SUSPENSAS NAO APLICADAS".
       01  WS-CABEC-NEG2.
           05 FILLER                       PIC X(70)
                                                   VALUE
              "CODIGO   VALOR ANTERIOR   VALOR PROPOSTO   SITUACAO".
           05 FILLER                       PIC X(10) VALUE "APROVADOR".
       01  WS-CABEC-NEG3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-NEG.
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 LD-NEG-VALOR-M               PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-NEG-SITUACAO              PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NEG-APROVADOR             PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
       01  WS-RODAPE-NEG.
           05 FILLER                       PIC X(33)
                                                   VALUE
       77  WS-CTNEG                        PIC 9(04) COMP.
       77  WS-CTSEMDEC                     PIC 9(04) COMP.
       77  WS-CTSEMCAD                     PIC 9(04) COMP.
       77  WS-CTFORAALC                    PIC 9(04) COMP.
       77  WS-QTD-NEG                      PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
       77  WS-CTNEG-F                      PIC ZZZ9.
       77  WS-CTSEMDEC-F                   PIC ZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZ9.
       77  WS-CTFORAALC-F                  PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-RUNID-CORRENTE               PIC X(08).
       01  FS-RUNIDCTL                     PIC X(02).
           88 SUCESSO-RID                  VALUE "00".
      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR (AUTLOOK SOBRE O MASTER AUTMST): A
      *    DECISAO FORA DA ALCADA FICA COMO SE NAO HOUVESSE DECISAO
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
       77  WS-DATA-DECISAO                 PIC 9(08).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
                                              WS-CTNEG
                                              WS-CTSEMDEC
                                              WS-CTSEMCAD
                                              WS-CTFORAALC
                                              WS-QTD-NEG
           PERFORM 1040-DEFINIR-RUNID
           ACCEPT WS-DATA-DECISAO          FROM DATE YYYYMMDD
           MOVE WS-RUNID-CORRENTE          TO WS-RUNID-LOG
           PERFORM 1100-ABERTURA-ARQUIVOS
           PERFORM 1500-LER-PSNEW
           PERFORM 1700-LER-PSAPRV
               UNTIL FIM-ARQ-A
               OR    WS-CODPS-APRV >= WS-CODPS-SUSP
           MOVE SPACES                     TO LD-NEG-APROVADOR
           IF WS-CODPS-APRV NOT = WS-CODPS-SUSP
              ADD 1                        TO WS-CTSEMDEC
              MOVE "SEM DECISAO"           TO LD-NEG-SITUACAO
              PERFORM 2700-GRAVA-RELNEG
           ELSE
              PERFORM 2150-CONFERIR-ALCADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2150-CONFERIR-ALCADA - A DECISAO SO VALE SE O APROVADOR TEM  *
      *    ALCADA PARA O PERCENTUAL DA VARIACAO E NAO E O SOLICITANTE   *
      *    GRAVADO NO PROPRIO MOVIMENTO SUSPENSO                        *
      *----------------------------------------------------------------*
       2150-CONFERIR-ALCADA.
           MOVE WS-APROVADOR-APRV          TO WS-ACH-APROVADOR
                                              LD-NEG-APROVADOR
           MOVE WS-SOLICITANTE-SUSP        TO WS-ACH-SOLICITANTE
           MOVE "PRCO"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-DECISAO            TO WS-ACH-DATA
           MOVE WS-VALORPS-M-SUSP          TO WS-ACH-VALOR
           MOVE WS-PERC-VARIACAO-SUSP      TO WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              ADD 1                        TO WS-CTFORAALC
              MOVE WS-ACH-MOTIVO           TO LD-NEG-SITUACAO
              PERFORM 2700-GRAVA-RELNEG
           ELSE
              IF DECISAO-APROVADA
                 PERFORM 2200-APLICAR-PRECO
           MOVE WS-CTNEG                   TO WS-CTNEG-F
           MOVE WS-CTSEMDEC                TO WS-CTSEMDEC-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTFORAALC               TO WS-CTFORAALC-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTSEMDEC-F
           DISPLAY " TOTAL DE SUSPENSAS SEM CADASTRO......: "
                                           WS-CTSEMCAD-F
           DISPLAY " TOTAL DE DECISOES FORA DA ALCADA.....: "
                                           WS-CTFORAALC-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
