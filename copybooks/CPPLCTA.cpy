      *----------------------------------------------------------------*
      *    CPPLCTA - PLANO DE CONTAS (PLCANT/PLCNOV NA MANUTENCAO DO    *
      *              EX004P80, PLCMST NOS DEMAIS). SO CONTA ANALITICA   *
      *              E ATIVA RECEBE LANCAMENTO; A SINTETICA TOTALIZA AS *
      *              SUBCONTAS QUE A TEM COMO CONTA-PAI                 *
      *----------------------------------------------------------------*
       01  WS-REG-PLCTA.
           05 WS-PLC-CONTA                 PIC X(08).
           05 WS-PLC-DESCRICAO             PIC X(30).
      *    PATRIMONIO LIQUIDO E CUSTO SAO TIPOS PROPRIOS PARA QUE O
      *    BALANCO E A DRE OS SEPAREM DO PASSIVO E DAS DESPESAS
           05 WS-PLC-TIPO                  PIC X(01).
              88 PLC-ATIVO                         VALUE "A".
              88 PLC-PASSIVO                       VALUE "P".
              88 PLC-PATRIMONIO                    VALUE "L".
              88 PLC-RECEITA                       VALUE "R".
              88 PLC-CUSTO                         VALUE "C".
              88 PLC-DESPESA                       VALUE "D".
              88 PLC-TIPO-VALIDO                   VALUE "A" "P" "L"
                                                         "R" "C" "D".
           05 WS-PLC-GRAU                  PIC X(01).
              88 PLC-SINTETICA                     VALUE "S".
              88 PLC-ANALITICA                     VALUE "A".
      *    CONTA-PAI EM BRANCO = CONTA DE PRIMEIRO NIVEL
           05 WS-PLC-CONTA-PAI             PIC X(08).
           05 WS-PLC-ATIVA                 PIC X(01).
              88 PLC-CONTA-ATIVA                   VALUE "S".
              88 PLC-CONTA-INATIVA                 VALUE "N".
           05 WS-PLC-DATA-INCLUSAO         PIC 9(08).
           05 WS-PLC-DATA-ALTERACAO        PIC 9(08).
           05 FILLER                       PIC X(15).
