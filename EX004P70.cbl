      *    ESTE UTILITARIO MOSTRA QUEM DETEM A TRAVA (PROGRAMA, DATA    *
      *    E HORA) E SO A LIMPA COM O CARTAO DE CONFIRMACAO DO          *
      *    SUPERVISOR (OVRCTL: "S" + IDENTIFICACAO); SEM CONFIRMACAO    *
      *    A TRAVA PERMANECE E O PROGRAMA TERMINA COM RC 8. A           *
      *    CONFIRMACAO SO VALE SE O SUPERVISOR TIVER ALCADA "TRAV" NO   *
      *    AUTMST (AUTLOOK) E NAO FOR O SOLICITANTE DA LIBERACAO.       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    OVRCTL - CARTAO DE CONFIRMACAO DO SUPERVISOR, COM O
      *    SOLICITANTE DA LIBERACAO
       FD  OVRCTL
           RECORDING MODE IS F
           .
           05 WS-OVR-CONFIRMA              PIC X(01).
              88 LIBERACAO-CONFIRMADA              VALUE "S".
           05 WS-OVR-SUPERVISOR            PIC X(08).
           05 WS-OVR-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(63).
       01  WS-REG-VCPLOCK.
           05 WS-LCK-SITUACAO              PIC X(01).
              88 TRAVA-OCUPADA                     VALUE "L".
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
      *    ALCADA DO SUPERVISOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
                      WS-LCK-PROGRAMA
              DISPLAY " ADQUIRIDA EM.........................: "
                      WS-LCK-DATA " " WS-LCK-HORA
              IF LIBERACAO-CONFIRMADA
                 PERFORM 2050-CONFERIR-ALCADA
              END-IF
              IF LIBERACAO-CONFIRMADA
                 PERFORM 2100-LIMPAR-TRAVA
                 DISPLAY " TRAVA LIBERADA PELO SUPERVISOR.......: "
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
      *----------------------------------------------------------------*
      *    2050-CONFERIR-ALCADA - CONFIRMACAO DE QUEM NAO TEM ALCADA    *
      *    OU DO PROPRIO SOLICITANTE E RECUSADA E VALE COMO NAO         *
      *    CONFIRMADA                                                   *
      *----------------------------------------------------------------*
       2050-CONFERIR-ALCADA.
           MOVE WS-OVR-SUPERVISOR          TO WS-ACH-APROVADOR
           MOVE WS-OVR-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "TRAV"                     TO WS-ACH-TIPO-DECISAO
           ACCEPT WS-ACH-DATA              FROM DATE YYYYMMDD
           MOVE ZEROS                      TO WS-ACH-VALOR
                                              WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              DISPLAY " CONFIRMACAO RECUSADA.................: "
                      WS-OVR-SUPERVISOR
              DISPLAY " MOTIVO...............................: "
                      WS-ACH-MOTIVO
              MOVE "N"                     TO WS-OVR-CONFIRMA
           END-IF
           .
       2100-LIMPAR-TRAVA.
           MOVE SPACES                     TO WS-REG-VCPLOCK
           OPEN OUTPUT VCPLOCK
