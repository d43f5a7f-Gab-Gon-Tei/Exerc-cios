           SELECT RELFAT ASSIGN            TO UT-S-RELFAT
           FILE STATUS IS FS-RELFAT
           .
           SELECT OPTIONAL PEDEVT ASSIGN   TO PEDEVT
           FILE STATUS IS FS-PEDEVT
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
           SELECT CLASS-FAT ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       FD  FATMOV
           RECORDING MODE IS F
           .
       01  REG-FATMOV                      PIC X(189).

       FD  RELFAT
           RECORDING MODE IS F
           .
       01  REG-RELFAT                      PIC X(80).

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

      *    CLASS-FAT - PEDIDOS LIBERADOS POR CLIENTE
       SD  CLASS-FAT
           .
           05 WS-GER-TIPOMOV               PIC X(01) VALUE "D".
           05 WS-GER-DIASATRASO            PIC 9(03) VALUE ZEROS.
           05 WS-GER-LIMITECRED            PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(84) VALUE SPACES.
       01  WS-REG-FATMOV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-FATMOV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-FAT                PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
      *----------------------------------------------------------------*
      *    RESUMO DO FATURAMENTO
      *----------------------------------------------------------------*
           05 LF-FAT-CLIENTES              PIC ZZZZZZ9.
           05 FILLER                       PIC X(39) VALUE SPACES.
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
                                              WS-QTDREG-TRAILER
                                              WS-TOTAL-FATURADO
           SET TRAILER-LIB-NAO-VISTO       TO TRUE
           MOVE "EX004P62"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT
           OPEN OUTPUT FATMOV
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA FATMOV"  TO WS-MSG
                    MOVE VALOR-PEDIDO      TO WS-FAT-VALOR
                    RELEASE REG-CLASS-FAT  FROM WS-REG-FAT
                    ADD 1                  TO WS-CTFATURADO
                    IF NUM-PEDIDO IS NUMERIC
                       PERFORM 2250-EMITIR-EVENTO
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2250-EMITIR-EVENTO - PEDIDO FATURADO (PEDEVT)                *
      *----------------------------------------------------------------*
       2250-EMITIR-EVENTO.
           MOVE NUM-PEDIDO                 TO WS-EVT-NUM-PEDIDO
           MOVE WS-CODCLI-BUSCA (3:4)      TO WS-EVT-CODCLI
           MOVE "FT"                       TO WS-EVT-SITUACAO
           MOVE SPACES                     TO WS-EVT-COMPLEMENTO
           PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           .
      *----------------------------------------------------------------*
      *    3000-FATURAR-CLIENTES - QUEBRA POR CLIENTE, UM DEBITO "D"    *
      *    COM O VALOR SOMADO DOS PEDIDOS DO PERIODO                    *
      *----------------------------------------------------------------*
              MOVE FS-FATMOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT
           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTFATURADO              TO WS-CTFATURADO-F
           MOVE WS-CTCLIENTE               TO WS-CTCLIENTE-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           .
       5000-EXIBIR-RESULTADOS.
                                           WS-CTFATURADO-F
           DISPLAY " CLIENTES COM DEBITO GERADO...........: "
                                           WS-CTCLIENTE-F
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
