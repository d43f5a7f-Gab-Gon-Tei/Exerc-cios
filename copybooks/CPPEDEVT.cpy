      *----------------------------------------------------------------*
      *    CPPEDEVT - EVENTO DE SITUACAO DO PEDIDO (PEDEVT). ARQUIVO    *
      *               ACUMULATIVO GRAVADO PELOS PROGRAMAS DO CICLO DO   *
      *               PEDIDO (ROTPEDEV) E APLICADO NO MASTER DE         *
      *               SITUACAO PEDSTAT PELO EX004PA1                    *
      *----------------------------------------------------------------*
       01  WS-REG-PEDEVT.
           05 WS-EVT-NUM-PEDIDO            PIC 9(08).
           05 WS-EVT-SITUACAO              PIC X(02).
              88 EVT-ACEITO                        VALUE "AC".
              88 EVT-REJEITADO                     VALUE "RJ".
              88 EVT-RETIDO-CREDITO                VALUE "RC".
              88 EVT-LIBERADO-CREDITO              VALUE "LC".
              88 EVT-CANCELADO                     VALUE "CN".
              88 EVT-ALOCADO                       VALUE "AL".
              88 EVT-BACKORDER                     VALUE "BO".
              88 EVT-EXPEDIDO                      VALUE "EX".
              88 EVT-FATURADO                      VALUE "FT".
      *    SITUACOES QUE ENCERRAM O CICLO DO PEDIDO
              88 EVT-SITUACAO-FINAL                VALUE "RJ" "CN"
                                                         "FT".
           05 WS-EVT-PROGRAMA              PIC X(08).
           05 WS-EVT-DATA                  PIC 9(08).
      *    HORA DO EVENTO (HHMMSSCC)
           05 WS-EVT-HORA                  PIC 9(08).
      *    IDENTIFICADOR DO RUN (RUNIDCTL DO EX004P67)
           05 WS-EVT-RUNID                 PIC X(08).
           05 WS-EVT-CODCLI                PIC X(04).
      *    MOTIVO OU DETALHE DO EVENTO (REJEICAO, RETENCAO, ETC.)
           05 WS-EVT-COMPLEMENTO           PIC X(20).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
      *    DESCRICAO DAS SITUACOES, NA ORDEM DO CICLO
      *----------------------------------------------------------------*
       01  WS-EVT-DESCRICOES.
           05 FILLER                       PIC X(22)
                                                   VALUE
              "ACACEITO NA CRITICA   ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "RJREJEITADO NA CRITICA".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "RCRETIDO NO CREDITO   ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "LCLIBERADO NO CREDITO ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "CNCANCELADO           ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "ALESTOQUE ALOCADO     ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "BOEM BACKORDER        ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "EXEXPEDIDO            ".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "FTFATURADO            ".
       01  WS-EVT-DESCRICOES-R REDEFINES WS-EVT-DESCRICOES.
           05 WS-EVT-DESC-ENT OCCURS 9 TIMES.
              10 WS-EVT-DESC-CODIGO        PIC X(02).
              10 WS-EVT-DESC-TEXTO         PIC X(20).
      *----------------------------------------------------------------*
      *    CONTROLE DA GRAVACAO (ROTPEDEV)
      *----------------------------------------------------------------*
       77  WS-EVT-RUNID-CORRENTE           PIC X(08).
       77  WS-EVT-DATA-SYS                 PIC 9(08).
       77  WS-EVT-HORA-SYS                 PIC 9(08).
       77  WS-EVT-CTGRAVADO                PIC 9(07) VALUE ZEROS.
       77  WS-EVT-CTGRAVADO-F              PIC ZZZZZZ9.
