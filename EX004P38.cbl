      *    EXIGIDOS E CONFERE NO HISTORICO BCHHIST SE CADA UM RODOU     *
      *    NA DATA DE HOJE. FALTANDO UM PREDECESSOR, O PROGRAMA         *
      *    TERMINA COM RETURN-CODE 8 E MENSAGEM CLARA, DERRUBANDO O     *
      *    JOB ANTES DE CORROMPER DADOS. O PROGRAMA TAMBEM PRECISA      *
      *    ESTAR PREVISTO PARA HOJE NO CALENDARIO DE PROCESSAMENTO      *
      *    CALMST (CALLOOK); FORA DO CALENDARIO SO RODA COM O CARTAO    *
      *    CALOVR DO SUPERVISOR ("S" + PROGRAMA + SUPERVISOR +          *
      *    SOLICITANTE), QUE PRECISA DE ALCADA "AGND" NO AUTMST.        *
      *    PROGRAMA SEM REGRA NO CALMST NAO E CONTROLADO PELO           *
      *    CALENDARIO.                                                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT OPTIONAL CERTHIST ASSIGN TO CERTHIST
           FILE STATUS IS FS-CERTHIST
           .
           SELECT OPTIONAL CALOVR ASSIGN   TO UT-S-CALOVR
           FILE STATUS IS FS-CALOVR
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           .
       01  REG-CERTHIST                    PIC X(63).

      *    CALOVR - LIBERACAO DO SUPERVISOR PARA RODAR FORA DO
      *    CALENDARIO, COM O SOLICITANTE DA EXECUCAO
       FD  CALOVR
           RECORDING MODE IS F
           .
       01  REG-CALOVR                      PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           05 WS-CRT-SITUACAO              PIC X(04).
           05 WS-CRT-QTD-DET               PIC 9(07).
           05 WS-CRT-MOTIVO                PIC X(30).
       01  WS-REG-CALOVR.
           05 WS-COV-CONFIRMA              PIC X(01).
              88 EXECUCAO-CONFIRMADA               VALUE "S".
           05 WS-COV-PROGRAMA              PIC X(08).
           05 WS-COV-SUPERVISOR            PIC X(08).
           05 WS-COV-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(55).
      *----------------------------------------------------------------*
       01  WS-SW-PRED-OK                   PIC X(01).
           88 PREDECESSOR-RODOU                    VALUE "S".
       01  WS-SW-BLOQUEIO                  PIC X(01).
           88 JOB-BLOQUEADO                        VALUE "S".
           88 JOB-LIBERADO                         VALUE "N".
       01  WS-SW-CALENDARIO                PIC X(01).
           88 JOB-FORA-DO-CALENDARIO               VALUE "S".
           88 JOB-NO-CALENDARIO                    VALUE "N".
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  FS-CERTHIST                     PIC X(02).
           88 SUCESSO-CH                   VALUE "00" "05".
           88 FIM-ARQ-CH                   VALUE "10".
       01  FS-CALOVR                       PIC X(02).
           88 SUCESSO-CO                   VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
      *    CALENDARIO DE PROCESSAMENTO (CALLOOK SOBRE O CALMST) E
      *    ALCADA DO SUPERVISOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPCALCHK.
           COPY CPAUTCHK.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WS-CTDEPEND
                                              WS-CTFALTA
           SET JOB-LIBERADO                TO TRUE
           SET JOB-NO-CALENDARIO           TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           OPEN INPUT JOBCARD
           IF NOT SUCESSO-J
              GO TO 9000-ERRO
           END-IF
           CLOSE JOBCARD
           PERFORM 1100-CONFERIR-CALENDARIO
           OPEN INPUT DEPCTL
           IF NOT SUCESSO-D
              MOVE "ERRO ABERTURA DEPCTL"  TO WS-MSG
           END-IF
           PERFORM 1500-LER-DEPCTL
           .
      *----------------------------------------------------------------*
      *    1100-CONFERIR-CALENDARIO - O PROGRAMA DO JOB PRECISA DE UMA  *
      *    REGRA DO CALMST QUE CAIA HOJE; SE NAO TIVER, SO O CARTAO     *
      *    CALOVR DO SUPERVISOR COM ALCADA LIBERA A EXECUCAO            *
      *----------------------------------------------------------------*
       1100-CONFERIR-CALENDARIO.
           SET CLK-CONSULTA-PROGRAMA       TO TRUE
           MOVE WS-JOB-PROGRAMA            TO WS-CLK-PROGRAMA
           MOVE SPACES                     TO WS-CLK-REGISTRO
           MOVE WS-DATA-SYS                TO WS-CLK-DATA
           CALL WS-PROG-CALLOOK            USING WS-PARM-CALLOOK
           EVALUATE TRUE
              WHEN JOB-PREVISTO
                 DISPLAY "EX004P38: " WS-JOB-PROGRAMA
                         " PREVISTO HOJE - " WS-CLK-REGRA
              WHEN JOB-NAO-PREVISTO
                 PERFORM 1200-CONFERIR-LIBERACAO
              WHEN OTHER
                 DISPLAY "EX004P38: " WS-JOB-PROGRAMA
                         " SEM REGRA NO CALENDARIO CALMST"
           END-EVALUATE
           .
       1200-CONFERIR-LIBERACAO.
           MOVE SPACES                     TO WS-REG-CALOVR
           OPEN INPUT CALOVR
           IF SUCESSO-CO
              READ CALOVR INTO WS-REG-CALOVR
              CLOSE CALOVR
           END-IF
           IF EXECUCAO-CONFIRMADA
           AND WS-COV-PROGRAMA = WS-JOB-PROGRAMA
              MOVE WS-COV-SUPERVISOR       TO WS-ACH-APROVADOR
              MOVE WS-COV-SOLICITANTE      TO WS-ACH-SOLICITANTE
              MOVE "AGND"                  TO WS-ACH-TIPO-DECISAO
              MOVE WS-DATA-SYS             TO WS-ACH-DATA
              MOVE ZEROS                   TO WS-ACH-VALOR
                                              WS-ACH-PERCENTUAL
              CALL WS-PROG-AUTLOOK         USING WS-PARM-AUTLOOK
              IF DECISAO-AUTORIZADA
                 DISPLAY "EX004P38: " WS-JOB-PROGRAMA
                         " FORA DO CALENDARIO (" WS-CLK-REGRA
                         ") LIBERADO POR " WS-COV-SUPERVISOR
              ELSE
                 DISPLAY "EX004P38: LIBERACAO DE " WS-COV-SUPERVISOR
                         " RECUSADA - " WS-ACH-MOTIVO
                 SET JOB-FORA-DO-CALENDARIO TO TRUE
                 SET JOB-BLOQUEADO         TO TRUE
              END-IF
           ELSE
              SET JOB-FORA-DO-CALENDARIO   TO TRUE
              SET JOB-BLOQUEADO            TO TRUE
           END-IF
           IF JOB-FORA-DO-CALENDARIO
              DISPLAY "EX004P38: " WS-JOB-PROGRAMA
                      " NAO PREVISTO HOJE NO CALENDARIO - "
                      WS-CLK-REGRA
           END-IF
           .
       1500-LER-DEPCTL.
           READ DEPCTL INTO WS-REG-DEPCTL
           IF NOT SUCESSO-D
                   WS-JOB-PROGRAMA
           DISPLAY " DEPENDENCIAS VERIFICADAS: " WS-CTDEPEND
           DISPLAY " PREDECESSORES AUSENTES..: " WS-CTFALTA
           IF JOB-FORA-DO-CALENDARIO
              DISPLAY " JOB FORA DO CALENDARIO DE PROCESSAMENTO"
           END-IF
           IF JOB-BLOQUEADO
              IF WS-CTFALTA > ZERO
                 DISPLAY " JOB BLOQUEADO - EXECUTE OS PREDECESSORES"
              ELSE
                 DISPLAY " JOB BLOQUEADO - FALTA LIBERACAO CALOVR"
              END-IF
              MOVE 8                       TO RETURN-CODE
           ELSE
              DISPLAY " JOB LIBERADO PARA EXECUCAO"
