      *    EXTTLIB COM HEADER E TRAILER REGERADOS (ITENS "I"            *
      *    ACOMPANHAM O PEDIDO), NEGADOS SAEM NO RELATORIO DE           *
      *    CANCELAMENTO (RELCANC) E OS SEM DECISAO SAO RETIDOS DE       *
      *    NOVO EM ORDHELD2 PARA O PROXIMO CICLO. A DECISAO SO VALE     *
      *    DENTRO DA ALCADA DO APROVADOR (AUTLOOK) E SE ELE NAO FOR O   *
      *    VENDEDOR DO PEDIDO; FORA DISSO O PEDIDO CONTINUA RETIDO E A  *
      *    RECUSA SAI NO RELCANC.                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT RELCANC ASSIGN           TO UT-S-RELCANC
           FILE STATUS IS FS-RELCANC
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
           .
       01  REG-ORDHELD                     PIC X(55).

      *    ORDAPRV - UMA DECISAO DO SUPERVISOR POR PEDIDO (A/D), COM
      *    O APROVADOR
       FD  ORDAPRV
           RECORDING MODE IS F
           .
           RECORDING MODE IS F
           .
       01  REG-RELCANC                     PIC X(80).

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
           05 WS-HELD-NUM-PEDIDO           PIC 9(08).
           05 WS-HELD-COD-CLIENTE          PIC 9(06).
           05 WS-HELD-VALOR                PIC 9(09)V99.
           05 WS-HELD-COD-VENDEDOR         PIC X(04).
           05 FILLER                       PIC X(17).
      *----------------------------------------------------------------*
       01  WS-REG-ORDAPRV.
           05 WS-APRV-NUM-PEDIDO           PIC 9(08).
           05 WS-APRV-DECISAO              PIC X(01).
              88 DECISAO-APROVADA                  VALUE "A".
              88 DECISAO-NEGADA                    VALUE "D".
           05 WS-APRV-APROVADOR            PIC X(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-ORDLIB-H.
           05 FILLER                       PIC X(01) VALUE "H".
      *----------------------------------------------------------------*
       01  WS-CABEC-CAN1                   PIC X(80)
                                                   VALUE
              "        PEDIDOS NEGADOS E DECISOES FORA DA ALCADA".
       01  WS-CABEC-CAN2.
           05 FILLER                       PIC X(52)
                                                   VALUE
              "PEDIDO      CLIENTE       VALOR         DIVIDA".
           05 FILLER                       PIC X(28) VALUE "SITUACAO".
       01  WS-CABEC-CAN3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-CAN.
           05 LD-CAN-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CAN-DIVIDA                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CAN-SITUACAO              PIC X(28).
       01  WS-RODAPE-CAN.
           05 FILLER                       PIC X(33)
                                                   VALUE
              "TOTAL DE PEDIDOS CANCELADOS......".
           05 RD-CAN-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(43) VALUE SPACES.
       01  WS-RODAPE-ALC.
           05 FILLER                       PIC X(33)
                                                   VALUE
              "TOTAL DE DECISOES FORA DA ALCADA.".
           05 RD-ALC-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(43) VALUE SPACES.
      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
       77  WS-DATA-DECISAO                 PIC 9(08).
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-ORDHELD                      PIC X(02).
           88 SUCESSO-H                    VALUE "00".
           88 FIM-ARQ-H                    VALUE "10".
       77  WS-CTCANCELADO                  PIC 9(07).
       77  WS-CTRETIDO                     PIC 9(07).
       77  WS-CTITEM                       PIC 9(07).
       77  WS-CTFORAALC                    PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCANCELADO-F                PIC ZZZZZZ9.
       77  WS-CTRETIDO-F                   PIC ZZZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZZZ9.
       77  WS-CTFORAALC-F                  PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
                                              WS-CTCANCELADO
                                              WS-CTRETIDO
                                              WS-CTITEM
                                              WS-CTFORAALC
           ACCEPT WS-DATA-DECISAO          FROM DATE YYYYMMDD
           MOVE "EX004P60"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT
           OPEN INPUT ORDHELD
           IF NOT SUCESSO-H
              MOVE "ERRO ABERTURA ORDHELD" TO WS-MSG
               OR    WS-APRV-NUM-PEDIDO >= WS-HELD-NUM-PEDIDO
           IF NOT FIM-ARQ-A
           AND WS-APRV-NUM-PEDIDO = WS-HELD-NUM-PEDIDO
              PERFORM 2150-CONFERIR-ALCADA
           ELSE
              SET DESTINO-RETIDO           TO TRUE
              PERFORM 2350-RETER-NOVAMENTE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2150-CONFERIR-ALCADA - A DECISAO SO VALE SE O VALOR DO       *
      *    PEDIDO ESTA NA ALCADA DO APROVADOR E ELE NAO E O VENDEDOR    *
      *    QUE LANCOU O PEDIDO; FORA DISSO O PEDIDO FICA RETIDO         *
      *----------------------------------------------------------------*
       2150-CONFERIR-ALCADA.
           MOVE WS-APRV-APROVADOR          TO WS-ACH-APROVADOR
           MOVE WS-HELD-COD-VENDEDOR       TO WS-ACH-SOLICITANTE
           MOVE "CRED"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-DECISAO            TO WS-ACH-DATA
           MOVE WS-HELD-VALOR              TO WS-ACH-VALOR
           MOVE ZEROS                      TO WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              SET DESTINO-RETIDO           TO TRUE
              PERFORM 2180-RELACIONAR-RECUSA
              PERFORM 2350-RETER-NOVAMENTE
           ELSE
              IF DECISAO-APROVADA
                 SET DESTINO-LIBERADO      TO TRUE
                 PERFORM 2200-LIBERAR-PEDIDO
                 SET DESTINO-CANCELADO     TO TRUE
                 PERFORM 2300-CANCELAR-PEDIDO
              END-IF
           END-IF
           .
       2180-RELACIONAR-RECUSA.
           ADD 1                           TO WS-CTFORAALC
           MOVE WS-ACH-MOTIVO              TO LD-CAN-SITUACAO
           PERFORM 2310-GRAVAR-LINHA-CAN
           .
       2200-LIBERAR-PEDIDO.
           WRITE REG-ORDLIB                FROM WS-HELD-PEDIDO
           IF NOT SUCESSO-L
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLIBERADO
           MOVE "LC"                       TO WS-EVT-SITUACAO
           MOVE "APROVADO SUPERVISOR"      TO WS-EVT-COMPLEMENTO
           PERFORM 2320-EMITIR-EVENTO
           .
       2300-CANCELAR-PEDIDO.
           ADD 1                           TO WS-CTCANCELADO
           MOVE "CANCELADO"                TO LD-CAN-SITUACAO
           PERFORM 2310-GRAVAR-LINHA-CAN
           MOVE "CN"                       TO WS-EVT-SITUACAO
           MOVE "NEGADO SUPERVISOR"        TO WS-EVT-COMPLEMENTO
           PERFORM 2320-EMITIR-EVENTO
           .
       2310-GRAVAR-LINHA-CAN.
           MOVE WS-HELD-NUM-PEDIDO         TO LD-CAN-PEDIDO
           MOVE WS-HELD-COD-CLIENTE        TO LD-CAN-CLIENTE
           MOVE WS-HELD-VALOR              TO LD-CAN-VALOR
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2320-EMITIR-EVENTO - DECISAO DO SUPERVISOR (PEDEVT)          *
      *----------------------------------------------------------------*
       2320-EMITIR-EVENTO.
           MOVE WS-HELD-NUM-PEDIDO         TO WS-EVT-NUM-PEDIDO
           MOVE WS-HELD-COD-CLIENTE (3:4)  TO WS-EVT-CODCLI
           PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           .
       2350-RETER-NOVAMENTE.
           WRITE REG-ORDHELD2              FROM WS-REG-ORDHELD
           IF NOT SUCESSO-H2
           WRITE REG-RELCANC               FROM WS-CABEC-CAN3
           MOVE WS-CTCANCELADO             TO RD-CAN-QTD
           WRITE REG-RELCANC               FROM WS-RODAPE-CAN
           MOVE WS-CTFORAALC               TO RD-ALC-QTD
           WRITE REG-RELCANC               FROM WS-RODAPE-ALC
           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTDECISAO               TO WS-CTDECISAO-F
           MOVE WS-CTLIBERADO              TO WS-CTLIBERADO-F
           MOVE WS-CTCANCELADO             TO WS-CTCANCELADO-F
           MOVE WS-CTRETIDO                TO WS-CTRETIDO-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTFORAALC               TO WS-CTFORAALC-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTCANCELADO-F
           DISPLAY " PEDIDOS RETIDOS PARA O PROXIMO CICLO.: "
                                           WS-CTRETIDO-F
           DISPLAY " DECISOES FORA DA ALCADA (RETIDOS)....: "
                                           WS-CTFORAALC-F
           DISPLAY " ITENS ACOMPANHANDO OS PEDIDOS........: "
                                           WS-CTITEM-F
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-RELCANC                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
