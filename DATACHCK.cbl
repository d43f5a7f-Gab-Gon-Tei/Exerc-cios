           05 WS-Z-SOMA                    PIC 9(06).
           05 WS-Z-RESTO                   PIC 9(02).
       01  WS-DIA-SEMANA-CALC              PIC 9(01).
      *    VARIAVEIS DA ENTRADA DE DIA UTIL (DATACHCK-DIAUTIL)
       01  WS-DIAUTIL.
           05 WS-DU-DATA-REF.
              10 WS-DU-ANO-REF             PIC 9(04).
              10 WS-DU-MES-REF             PIC 9(02).
              10 WS-DU-DIA-REF             PIC 9(02).
           05 WS-DU-DSEM-REF               PIC 9(01).
           05 WS-DU-ULTIMO-DIA             PIC 9(02).
           05 WS-DU-DIA                    PIC 9(02).
           05 WS-DU-QTD-UTEIS              PIC 9(02).
           05 WS-DU-LIMITE-RECUO           PIC 9(01).
           05 WS-DU-RECUADOS               PIC 9(01).
       01  WS-SW-DIA-UTIL                  PIC X(01).
           88 DIA-EH-UTIL                          VALUE "S".
           88 DIA-NAO-UTIL                         VALUE "N".
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
           05 LS-SITUACAO-SOMA             PIC X(01).
              88  LS-SOMA-OK                       VALUE '1'.
              88  LS-SOMA-ERRO                     VALUE '0'.
      *----------------------------------------------------------------*
       01  LS-PARAMETRO-DIAUTIL.
           05 LS-DATA-REF.
              10 LS-ANO-REF                PIC 9(04).
              10 LS-MES-REF                PIC 9(02).
              10 LS-DIA-REF                PIC 9(02).
      *    DIA DA SEMANA DA DATA (1=DOMINGO ... 7=SABADO, 8=FERIADO)
           05 LS-DIA-SEMANA-REF            PIC 9(01).
      *    ORDEM DA DATA ENTRE OS DIAS UTEIS DO MES (ZERO QUANDO A
      *    DATA NAO E DIA UTIL) E TOTAL DE DIAS UTEIS DO MES
           05 LS-ORDEM-UTIL-MES            PIC 9(02).
           05 LS-QTD-UTEIS-MES             PIC 9(02).
      *    DIAS NAO UTEIS IMEDIATAMENTE ANTERIORES A DATA, SEM SAIR
      *    DA SEMANA (DOMINGO A SABADO) DA PROPRIA DATA
           05 LS-QTD-NAO-UTEIS-ANTES       PIC 9(01).
           05 LS-SITUACAO-DIAUTIL          PIC X(01).
              88  LS-DIAUTIL-OK                    VALUE '1'.
              88  LS-DIAUTIL-ERRO                  VALUE '0'.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION USING LS-PARAMETRO.
      *----------------------------------------------------------------*
           END-IF
           .
      *----------------------------------------------------------------*
      *    4100-SUBTRAI-UM-DIA - RECUA WS-CHK-ANO/MES/DIA EM UM DIA
      *----------------------------------------------------------------*
       4100-SUBTRAI-UM-DIA.
           IF WS-CHK-DIA > 1
              SUBTRACT 1                   FROM WS-CHK-DIA
           ELSE
              IF WS-CHK-MES > 1
                 SUBTRACT 1                FROM WS-CHK-MES
              ELSE
                 MOVE 12                   TO WS-CHK-MES
                 SUBTRACT 1                FROM WS-CHK-ANO
              END-IF
              PERFORM 3500-QTD-DIAS-MES
              MOVE WS-QTD-DIAS-MES         TO WS-CHK-DIA
           END-IF
           .
      *----------------------------------------------------------------*
      *    4500-CLASSIFICAR-DIA - DIA UTIL E SEGUNDA A SEXTA QUE NAO
      *    CONSTA NO CALENDARIO DE FERIADOS (DATA EM WS-CHK-ANO/MES/DIA)
      *----------------------------------------------------------------*
       4500-CLASSIFICAR-DIA.
           PERFORM 2000-CALCULA-DIA-SEMANA
           PERFORM 2500-VERIFICAR-FERIADO
           IF WS-DIA-SEMANA-CALC > 1
           AND WS-DIA-SEMANA-CALC < 7
           AND DATA-NAO-FERIADO
              SET DIA-EH-UTIL              TO TRUE
           ELSE
              SET DIA-NAO-UTIL             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    ENTRADA DE VALIDACAO DE PERIODO (DATA INICIAL <= DATA FINAL)
      *----------------------------------------------------------------*
       ENTRY "DATACHCK-PERIODO" USING LS-PARAMETRO-PERIODO.
           GOBACK
           .
      *----------------------------------------------------------------*
      *    ENTRADA DE DIA UTIL - SITUA A DATA LS-DATA-REF NO CALENDARIO
      *    DE DIAS UTEIS DO SEU MES E DA SUA SEMANA, SEM EXIBIR NADA
      *----------------------------------------------------------------*
       ENTRY "DATACHCK-DIAUTIL" USING LS-PARAMETRO-DIAUTIL.
       0300-DATACHCK-DIAUTIL.
           PERFORM 1100-CARREGAR-FERIADOS
           MOVE ZEROS                      TO LS-DIA-SEMANA-REF
                                              LS-ORDEM-UTIL-MES
                                              LS-QTD-UTEIS-MES
                                              LS-QTD-NAO-UTEIS-ANTES
           MOVE LS-ANO-REF                 TO WS-CHK-ANO
           MOVE LS-MES-REF                 TO WS-CHK-MES
           MOVE LS-DIA-REF                 TO WS-CHK-DIA
           PERFORM 1000-VALIDAR-DATA
           IF DATA-INVALIDA
              SET LS-DIAUTIL-ERRO          TO TRUE
           ELSE
              SET LS-DIAUTIL-OK            TO TRUE
              MOVE WS-DATA-CORRENTE        TO WS-DU-DATA-REF
              PERFORM 4500-CLASSIFICAR-DIA
              MOVE WS-DIA-SEMANA-CALC      TO WS-DU-DSEM-REF
                                              LS-DIA-SEMANA-REF
              IF DATA-EH-FERIADO
                 MOVE 8                    TO LS-DIA-SEMANA-REF
              END-IF
              PERFORM 3500-QTD-DIAS-MES
              MOVE WS-QTD-DIAS-MES         TO WS-DU-ULTIMO-DIA
              MOVE ZEROS                   TO WS-DU-QTD-UTEIS
              PERFORM 0310-CONTAR-DIA-UTIL
                  VARYING WS-DU-DIA FROM 1 BY 1
                  UNTIL WS-DU-DIA > WS-DU-ULTIMO-DIA
              MOVE WS-DU-QTD-UTEIS         TO LS-QTD-UTEIS-MES
      *    RECUO ATE O DOMINGO DA SEMANA OU ATE O DIA UTIL ANTERIOR
              MOVE WS-DU-DATA-REF          TO WS-DATA-CORRENTE
              COMPUTE WS-DU-LIMITE-RECUO = WS-DU-DSEM-REF - 1
              MOVE ZEROS                   TO WS-DU-RECUADOS
              SET DIA-NAO-UTIL             TO TRUE
              PERFORM 0320-RECUAR-DIA
                  UNTIL DIA-EH-UTIL
                  OR    WS-DU-RECUADOS NOT < WS-DU-LIMITE-RECUO
           END-IF
           GOBACK
           .
       0310-CONTAR-DIA-UTIL.
           MOVE WS-DU-ANO-REF              TO WS-CHK-ANO
           MOVE WS-DU-MES-REF              TO WS-CHK-MES
           MOVE WS-DU-DIA                  TO WS-CHK-DIA
           PERFORM 4500-CLASSIFICAR-DIA
           IF DIA-EH-UTIL
              ADD 1                        TO WS-DU-QTD-UTEIS
              IF WS-DU-DIA = WS-DU-DIA-REF
                 MOVE WS-DU-QTD-UTEIS      TO LS-ORDEM-UTIL-MES
              END-IF
           END-IF
           .
       0320-RECUAR-DIA.
           PERFORM 4100-SUBTRAI-UM-DIA
           ADD 1                           TO WS-DU-RECUADOS
           PERFORM 4500-CLASSIFICAR-DIA
           IF DIA-NAO-UTIL
              ADD 1                        TO LS-QTD-NAO-UTEIS-ANTES
           END-IF
           .
      *----------------------------------------------------------------*
