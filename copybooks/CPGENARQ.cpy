      *----------------------------------------------------------------*
      *    CPGENARQ - ARQUIVO DE GERACOES DOS MASTERS (GENARQ): OS      *
      *               REGISTROS DE CADA GERACAO CATALOGADA NO GENCAT,   *
      *               IDENTIFICADOS PELO MASTER E PELA GERACAO, NO      *
      *               LAYOUT ORIGINAL DO MASTER (ATE 184 POSICOES)      *
      *----------------------------------------------------------------*
       01  WS-REG-GENARQ.
           05 WS-GAR-MESTRE                PIC X(09).
           05 WS-GAR-GERACAO               PIC 9(05).
           05 WS-GAR-DADOS                 PIC X(184).
