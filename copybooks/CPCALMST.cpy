      *----------------------------------------------------------------*
      *    CPCALMST - CALENDARIO DE PROCESSAMENTO (CALMST): CARTOES     *
      *               COM A FREQUENCIA DE CADA PROGRAMA DA CADEIA       *
      *               BATCH, MANTIDOS COMO O DEPCTL. UM PROGRAMA PODE   *
      *               TER MAIS DE UMA REGRA (QUALQUER UMA QUE CAIA NA   *
      *               DATA O TORNA PREVISTO). OS DIAS UTEIS SAO OS DO   *
      *               CALENDARIO DE FERIADOS DO DATACHCK. CONSULTADO    *
      *               PELO CALLOOK                                      *
      *----------------------------------------------------------------*
       01  WS-REG-CALMST.
           05 WS-CAL-PROGRAMA-MST          PIC X(08).
           05 FILLER                       PIC X(01).
      *    D = DIARIA (TODO DIA UTIL)
      *    S = SEMANAL, NO DIA DA SEMANA INFORMADO (2=SEGUNDA A
      *        6=SEXTA); CAINDO EM FERIADO, NO DIA UTIL SEGUINTE DA
      *        MESMA SEMANA
      *    M = MENSAL, NO N-ESIMO DIA UTIL DO MES (99 = ULTIMO)
      *    T = TRIMESTRAL, COMO A MENSAL, NO MES DO TRIMESTRE
      *        INFORMADO (1 = JAN/ABR/JUL/OUT ... 3 = MAR/JUN/SET/DEZ)
           05 WS-CAL-FREQUENCIA-MST        PIC X(01).
              88 CAL-DIARIA                        VALUE "D".
              88 CAL-SEMANAL                       VALUE "S".
              88 CAL-MENSAL                        VALUE "M".
              88 CAL-TRIMESTRAL                    VALUE "T".
              88 CAL-FREQUENCIA-VALIDA             VALUE "D" "S"
                                                         "M" "T".
           05 FILLER                       PIC X(01).
           05 WS-CAL-DIA-SEMANA-MST        PIC 9(01).
              88 CAL-DIA-SEMANA-VALIDO             VALUE 2 THRU 6.
           05 FILLER                       PIC X(01).
           05 WS-CAL-DIA-UTIL-MST          PIC 9(02).
              88 CAL-ULTIMO-DIA-UTIL               VALUE 99.
              88 CAL-DIA-UTIL-VALIDO               VALUE 1 THRU 23
                                                         99.
           05 FILLER                       PIC X(01).
           05 WS-CAL-MES-TRIM-MST          PIC 9(01).
              88 CAL-MES-TRIM-VALIDO               VALUE 1 THRU 3.
           05 FILLER                       PIC X(01).
           05 WS-CAL-DESCRICAO-MST         PIC X(30).
           05 FILLER                       PIC X(32).
