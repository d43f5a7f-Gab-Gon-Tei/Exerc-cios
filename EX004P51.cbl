      *    JORNALIZA AS DUAS PONTAS NO CLILOGM (LAYOUT DO CLILOG DO     *
      *    EX004P11) E GRAVA O DE-PARA EM XREFCLI PARA O PASSO DE       *
      *    FRENTE REDIRECIONAR MOVIMENTOS CLIMOV QUE AINDA CHEGUEM      *
      *    COM O CODIGO MORTO. CARTOES INVALIDOS VAO PARA MERGEREJ,     *
      *    ASSIM COMO AS DECISOES FORA DA ALCADA DO APROVADOR NA        *
      *    DIVIDA ABSORVIDA (AUTLOOK) OU TOMADAS PELO SOLICITANTE.      *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       01  REG-MERGECTL                    PIC X(80).

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       01  WS-REG-MERGECTL.
           05 WS-MRG-SOBREVIVENTE          PIC X(04).
           05 WS-MRG-ABSORVIDO             PIC X(04).
           05 WS-MRG-APROVADOR             PIC X(08).
           05 WS-MRG-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
      *    IMAGENS DOS DOIS CADASTROS ENVOLVIDOS
      *----------------------------------------------------------------*
       01  FS-RUNIDCTL                     PIC X(02).
           88 SUCESSO-RID                  VALUE "00".
      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
       77  WS-DATA-DECISAO                 PIC 9(08).
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-MERGECTL                     PIC X(02).
       77  WS-CTCARTAO                     PIC 9(04) COMP.
       77  WS-CTCONSOLIDADO                PIC 9(04) COMP.
       77  WS-CTREJ                        PIC 9(04) COMP.
       77  WS-CTFORAALC                    PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZ9.
       77  WS-CTCONSOLIDADO-F              PIC ZZZ9.
       77  WS-CTREJ-F                      PIC ZZZ9.
       77  WS-CTFORAALC-F                  PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WS-CTCARTAO
                                              WS-CTCONSOLIDADO
                                              WS-CTREJ
                                              WS-CTFORAALC
           ACCEPT WS-HORARIO-INICIAL       FROM TIME
           ACCEPT WS-DATA-DECISAO          FROM DATE YYYYMMDD
           PERFORM 1040-DEFINIR-RUNID
           MOVE WS-RUNID-CORRENTE          TO WS-RUNID-LOG
           OPEN INPUT MERGECTL
           .
      *----------------------------------------------------------------*
      *    2000-PROCESSAR - LOCALIZA AS DUAS PONTAS DA CONSOLIDACAO     *
      *    E APLICA A FUSAO; QUALQUER PONTA AUSENTE OU DECISAO FORA     *
      *    DA ALCADA REJEITA O CARTAO                                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR.
           MOVE SPACES                     TO WS-MOTIVO-REJ
           ELSE
              PERFORM 2100-LOCALIZAR-PONTAS
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2150-CONFERIR-ALCADA
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2200-CONSOLIDAR
           ELSE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2150-CONFERIR-ALCADA - A DIVIDA ABSORVIDA PRECISA ESTAR NA   *
      *    ALCADA DO APROVADOR, QUE NAO PODE SER O SOLICITANTE          *
      *----------------------------------------------------------------*
       2150-CONFERIR-ALCADA.
           MOVE WS-MRG-APROVADOR           TO WS-ACH-APROVADOR
           MOVE WS-MRG-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "FUSA"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-DECISAO            TO WS-ACH-DATA
           MOVE WS-ABS-TOTALDIVIDA         TO WS-ACH-VALOR
           MOVE ZEROS                      TO WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              ADD 1                        TO WS-CTFORAALC
              MOVE WS-ACH-MOTIVO           TO WS-MOTIVO-REJ
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-CONSOLIDAR - DIVIDA SOMADA, MAIOR LIMITE MANTIDO,       *
      *    ABSORVIDO EXCLUIDO, JORNAL E DE-PARA GRAVADOS                *
      *----------------------------------------------------------------*
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTCONSOLIDADO           TO WS-CTCONSOLIDADO-F
           MOVE WS-CTREJ                   TO WS-CTREJ-F
           MOVE WS-CTFORAALC               TO WS-CTFORAALC-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTCONSOLIDADO-F
           DISPLAY " TOTAL DE CARTOES REJEITADOS..........: "
                                           WS-CTREJ-F
           DISPLAY "   DOS QUAIS FORA DA ALCADA...........: "
                                           WS-CTFORAALC-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
