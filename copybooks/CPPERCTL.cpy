      *----------------------------------------------------------------*
      *    CPPERCTL - CONTROLE DE PERIODOS CONTABEIS (PERCTL). ARQUIVO  *
      *               ACUMULATIVO DE EVENTOS GRAVADO PELO EX004P79: A   *
      *               SITUACAO DE UM PERIODO E A DO SEU ULTIMO EVENTO   *
      *----------------------------------------------------------------*
       01  WS-REG-PERCTL.
           05 WS-PER-ANOMES                PIC 9(06).
      *    F = PERIODO FECHADO, R = PERIODO REABERTO
           05 WS-PER-SITUACAO              PIC X(01).
              88 PER-FECHADO                       VALUE "F".
              88 PER-REABERTO                      VALUE "R".
           05 WS-PER-DATA-EVENTO           PIC 9(08).
           05 WS-PER-HORA-EVENTO           PIC 9(06).
      *    SUPERVISOR QUE AUTORIZOU A REABERTURA (BRANCO NO FECHAMENTO)
           05 WS-PER-SUPERVISOR            PIC X(08).
           05 WS-PER-MOTIVO                PIC X(40).
           05 FILLER                       PIC X(11).
