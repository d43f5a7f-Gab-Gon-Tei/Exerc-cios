           SELECT OPTIONAL SCOREM ASSIGN   TO SCOREM
           FILE STATUS IS FS-SCOREM
           .
           SELECT OPTIONAL PEDEVT ASSIGN   TO PEDEVT
           FILE STATUS IS FS-PEDEVT
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ====.

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

           RECORDING MODE IS F
           .
       01  REG-SCOREM                      PIC X(15).

      *    PEDEVT - EVENTOS DE SITUACAO DO PEDIDO (CPPEDEVT)
       FD  PEDEVT
           RECORDING MODE IS F
           .
       01  REG-PEDEVT                      PIC X(70).

      *    RUNIDCTL - IDENTIFICADOR DO RUN GERADO PELO EX004P67
       FD  RUNIDCTL
           RECORDING MODE IS F
           .
       01  REG-RUNIDCTL                    PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           88 ULTIMO-PEDIDO-LIBERADO               VALUE "L".
           88 ULTIMO-PEDIDO-RETIDO                 VALUE "R".
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-EXTTORD                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
           SET TRAILER-EXT-NAO-VISTO       TO TRUE
           PERFORM 1100-CARREGAR-SCORES
           PERFORM 1060-OBTER-LIMITE-HOLD
           MOVE "EX004P34"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT

           OPEN INPUT EXTTORD
           IF NOT SUCESSO-E
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTRETIDO
           MOVE "RC"                       TO WS-EVT-SITUACAO
           MOVE "DIVIDA ACIMA LIMITE"      TO WS-EVT-COMPLEMENTO
           PERFORM 2350-EMITIR-EVENTO
           .
       2300-LIBERAR-PEDIDO.
           SET ULTIMO-PEDIDO-LIBERADO      TO TRUE
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLIBERADO
           MOVE "LC"                       TO WS-EVT-SITUACAO
           MOVE SPACES                     TO WS-EVT-COMPLEMENTO
           PERFORM 2350-EMITIR-EVENTO
           .
      *----------------------------------------------------------------*
      *    2350-EMITIR-EVENTO - SITUACAO DO PEDIDO NO CREDITO (PEDEVT)  *
      *----------------------------------------------------------------*
       2350-EMITIR-EVENTO.
           MOVE NUM-PEDIDO                 TO WS-EVT-NUM-PEDIDO
           MOVE WS-CODCLI-BUSCA (3:4)      TO WS-EVT-CODCLI
           PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           .
      *----------------------------------------------------------------*
      *    2400-ACOMPANHAR-ITEM - O ITEM SEGUE O DESTINO DO PEDIDO      *
           MOVE WS-CTCOMSCORE              TO WS-CTCOMSCORE-F
           MOVE WS-CTSCOREDESC             TO WS-CTSCOREDESC-F
           MOVE WS-LIMITE-HOLD             TO WS-LIMITE-HOLD-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
              DISPLAY " ** SCORES DESCARTADOS (TABELA CHEIA).: "
                                           WS-CTSCOREDESC-F
           END-IF
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-EXTTLIB               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
