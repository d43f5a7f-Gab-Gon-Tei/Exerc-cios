      *    MOVIMENTO DE SAIDA "S" NO LAYOUT MOVTOEST (ARQUIVO           *
      *    MOVEXPED, H/D/T), PARA A POSTAGEM DE ESTOQUE E A             *
      *    CONTABILIZACAO SAIREM DO EX004P16 COM OS MESMOS PEDIDOS      *
      *    QUE FATURAMOS, SEM DIGITACAO NO DEPOSITO. LIDO O EXTTPICK    *
      *    DO PICKING (EX004P97) NO LUGAR DO EXTTALOC, O DEPOSITO DE    *
      *    SEPARACAO DO ITEM VAI COMO LOCAL DE ORIGEM DA SAIDA; SEM     *
      *    PICKING A ORIGEM SAI EM BRANCO (DEPOSITO GERAL NO EX004P28). *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT MOVEXPED ASSIGN          TO MOVEXPED
           FILE STATUS IS FS-MOVEXPED
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
           RECORDING MODE IS F
           .
       01  REG-MOVEXPED                    PIC X(69).

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
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-EXTTALOC                     PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
                                              WS-NUMMOVTO-EXP
           SET TRAILER-ALC-NAO-VISTO       TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE "EX004P61"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT
           OPEN INPUT EXTTALOC
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTALOC" TO WS-MSG
                 PERFORM 2100-GERAR-SAIDA
              WHEN OTHER
                 ADD 1                     TO WS-CTPEDIDO
                 PERFORM 2050-EMITIR-EVENTO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2050-EMITIR-EVENTO - PEDIDO EXPEDIDO (PEDEVT)                *
      *----------------------------------------------------------------*
       2050-EMITIR-EVENTO.
           IF NUM-PEDIDO IS NUMERIC
              MOVE NUM-PEDIDO              TO WS-EVT-NUM-PEDIDO
              MOVE COD-CLIENTE (3:4)       TO WS-EVT-CODCLI
              MOVE "EX"                    TO WS-EVT-SITUACAO
              MOVE SPACES                  TO WS-EVT-COMPLEMENTO
              PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2100-GERAR-SAIDA - UM MOVIMENTO "S" POR ITEM EXPEDIDO        *
      *----------------------------------------------------------------*
       2100-GERAR-SAIDA.
              MOVE WS-DATA-SYS             TO WS-DATAMOVTO-D
              MOVE WS-CODPROD-IT           TO WS-CODPRODMOVTO-D
              MOVE WS-QTD-IT               TO WS-QTDMOVTO-D
              MOVE WS-LOCAL-SEP-IT         TO WS-LOCORIGEM-D
              WRITE REG-MOVEXPED           FROM WS-REG-EXPED-D
              IF NOT SUCESSO-X
                 MOVE "ERRO GRAVACAO MOVEXPED" TO WS-MSG
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTGERADO                TO WS-CTGERADO-F
           MOVE WS-CTITEMINV               TO WS-CTITEMINV-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTGERADO-F
           DISPLAY " ITENS INVALIDOS DESCARTADOS..........: "
                                           WS-CTITEMINV-F
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-MOVEXPED                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
