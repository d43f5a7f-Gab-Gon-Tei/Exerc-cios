      *----------------------------------------------------------------*
      *    CPPEDSTA - MASTER DE SITUACAO DO PEDIDO (PEDSTAT), EM        *
      *               SEQUENCIA DE NUMERO DO PEDIDO. MANTIDO PELO       *
      *               EX004PA1 A PARTIR DOS EVENTOS DO PEDEVT           *
      *               (CPPEDEVT); A LINHA DO TEMPO GUARDA OS 15         *
      *               EVENTOS MAIS RECENTES DO PEDIDO                   *
      *----------------------------------------------------------------*
       01  WS-REG-PEDSTAT.
           05 WS-PST-NUM-PEDIDO            PIC 9(08).
           05 WS-PST-CODCLI                PIC X(04).
           05 WS-PST-SITUACAO              PIC X(02).
              88 PST-SITUACAO-FINAL                VALUE "RJ" "CN"
                                                         "FT".
      *    DESDE QUANDO O PEDIDO ESTA NA SITUACAO ATUAL
           05 WS-PST-DATA-SITUACAO         PIC 9(08).
           05 WS-PST-HORA-SITUACAO         PIC 9(08).
      *    DATA DO PRIMEIRO EVENTO RECEBIDO PARA O PEDIDO
           05 WS-PST-DATA-ABERTURA         PIC 9(08).
      *    EVENTOS APLICADOS DESDE A ABERTURA (INCLUSIVE OS QUE JA
      *    SAIRAM DA LINHA DO TEMPO) E EVENTOS NA LINHA DO TEMPO
           05 WS-PST-QTD-EVENTOS           PIC 9(03).
           05 WS-PST-QTD-HIST              PIC 9(02).
           05 WS-PST-HIST OCCURS 15 TIMES.
              10 WS-PST-H-SITUACAO         PIC X(02).
              10 WS-PST-H-PROGRAMA         PIC X(08).
              10 WS-PST-H-DATA             PIC 9(08).
              10 WS-PST-H-HORA             PIC 9(08).
              10 WS-PST-H-RUNID            PIC X(08).
              10 WS-PST-H-COMPLEMENTO      PIC X(20).
           05 FILLER                       PIC X(07).
