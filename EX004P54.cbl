      *    SEMANA COMO NO EX004P36) PARA O EX004P37 COBRAR, E EMITE     *
      *    O MOVIMENTO DE PAGAMENTO "P" NO LAYOUT CLIMOV (RENEGMOV,     *
      *    H/D/T) QUE BAIXA O SALDO RENEGOCIADO DO CADASTRO NA          *
      *    PROXIMA RODADA DO EX004P11. O ACORDO SO E APLICADO SE O      *
      *    PRINCIPAL ESTIVER NA ALCADA DO APROVADOR DO CARTAO           *
      *    (AUTLOOK) E ELE NAO FOR O SOLICITANTE; SENAO VAI AO          *
      *    RENEGREJ.                                                    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       01  REG-RENEGCTL                    PIC X(80).

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  RENEGMOV
           RECORDING MODE IS F
           .
       01  REG-RENEGMOV                    PIC X(189).

      *    RENEGREJ - CARTOES NAO APLICADOS COM O MOTIVO
       FD  RENEGREJ
           05 WS-RNG-PRAZO                 PIC 9(03).
           05 WS-RNG-TAXA                  PIC 9(03)V99.
           05 WS-RNG-DATA-INICIO           PIC 9(08).
           05 WS-RNG-APROVADOR             PIC X(08).
           05 WS-RNG-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
      *    PRECIFICACAO DO PLANO (MATEMATICA DO GPXXNN01)
      *----------------------------------------------------------------*
           05 WS-GER-TIPOMOV               PIC X(01) VALUE "P".
           05 WS-GER-DIASATRASO            PIC 9(03) VALUE ZEROS.
           05 WS-GER-LIMITECRED            PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(84) VALUE SPACES.
       01  WS-REG-RENEG-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-RENEG-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-RNG                PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
       01  WS-REG-RENEGREJ.
           05 WS-REJ-CARTAO                PIC X(80).
           05 WS-MOTIVO-REJ                PIC X(30).
      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
       77  WS-DATA-DECISAO                 PIC 9(08).
      *----------------------------------------------------------------*
      *    AREAS DE CHAMADA DO DATACHCK
      *----------------------------------------------------------------*
       77  WS-PROG-DATACHCK                PIC X(08) VALUE "DATACHCK".
       77  WS-CTPARCELA                    PIC 9(05) COMP.
       77  WS-CTMOVGER                     PIC 9(04) COMP.
       77  WS-CTREJ                        PIC 9(04) COMP.
       77  WS-CTFORAALC                    PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPARCELA-F                  PIC ZZZZ9.
       77  WS-CTMOVGER-F                   PIC ZZZ9.
       77  WS-CTREJ-F                      PIC ZZZ9.
       77  WS-CTFORAALC-F                  PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
                                              WS-CTPARCELA
                                              WS-CTMOVGER
                                              WS-CTREJ
                                              WS-CTFORAALC
           ACCEPT WS-DATA-DECISAO          FROM DATE YYYYMMDD
           OPEN INPUT RENEGCTL
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA RENEGCTL" TO WS-MSG
       2000-PROCESSAR.
           MOVE SPACES                     TO WS-MOTIVO-REJ
           PERFORM 2100-CRITICAR-CARTAO
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2150-CONFERIR-ALCADA
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2200-APLICAR-ACORDO
           ELSE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2150-CONFERIR-ALCADA - O PRINCIPAL (TOTALDIVIDA ATUAL)       *
      *    PRECISA ESTAR NA ALCADA DO APROVADOR, QUE NAO PODE SER O     *
      *    SOLICITANTE DO ACORDO                                        *
      *----------------------------------------------------------------*
       2150-CONFERIR-ALCADA.
           MOVE WS-RNG-APROVADOR           TO WS-ACH-APROVADOR
           MOVE WS-RNG-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "RENG"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-DECISAO            TO WS-ACH-DATA
           MOVE TOTALDIVIDA-VC             TO WS-ACH-VALOR
           MOVE ZEROS                      TO WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              ADD 1                        TO WS-CTFORAALC
              MOVE WS-ACH-MOTIVO           TO WS-MOTIVO-REJ
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-APLICAR-ACORDO - PRECIFICA O PLANO, GRAVA AS PARCELAS   *
      *    E EMITE O MOVIMENTO "P" QUE BAIXA A DIVIDA RENEGOCIADA       *
      *----------------------------------------------------------------*
           MOVE WS-CTPARCELA               TO WS-CTPARCELA-F
           MOVE WS-CTMOVGER                TO WS-CTMOVGER-F
           MOVE WS-CTREJ                   TO WS-CTREJ-F
           MOVE WS-CTFORAALC               TO WS-CTFORAALC-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTMOVGER-F
           DISPLAY " TOTAL DE CARTOES REJEITADOS..........: "
                                           WS-CTREJ-F
           DISPLAY "   DOS QUAIS FORA DA ALCADA...........: "
                                           WS-CTFORAALC-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
