      *----------------------------------------------------------------*
      *    CPGENCAT - CATALOGO DE GERACOES DOS MASTERS (GENCAT), EM     *
      *               ORDEM DE REGISTRO. CADA MASTER NOVO REGISTRADO    *
      *               PELO EX004PA9 GANHA A PROXIMA GERACAO, COM O RUN  *
      *               QUE O PRODUZIU, A QUANTIDADE DE REGISTROS E O     *
      *               TOTAL DE CONTROLE. A RESTAURACAO DE UMA GERACAO   *
      *               CANCELA AS GERACOES POSTERIORES DOS MASTERS DO    *
      *               MESMO RUN, COM A DATA E O SUPERVISOR              *
      *----------------------------------------------------------------*
       01  WS-REG-GENCAT.
           05 WS-GEN-MESTRE                PIC X(09).
           05 WS-GEN-GERACAO               PIC 9(05).
           05 WS-GEN-RUNID                 PIC X(08).
           05 WS-GEN-DATA                  PIC 9(08).
           05 WS-GEN-HORA                  PIC 9(06).
           05 WS-GEN-QTD-REG               PIC 9(09).
           05 WS-GEN-TOT-CONTROLE          PIC S9(13)V99.
           05 WS-GEN-SITUACAO              PIC X(01).
              88 GEN-ATIVA                         VALUE "A".
              88 GEN-CANCELADA                     VALUE "C".
           05 WS-GEN-DATA-CANCEL           PIC 9(08).
           05 WS-GEN-SUPERVISOR            PIC X(08).
           05 FILLER                       PIC X(03).
