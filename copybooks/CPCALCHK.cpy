      *----------------------------------------------------------------*
      *    CPCALCHK - AREA DE CHAMADA DO CALLOOK (CALENDARIO DE         *
      *               PROCESSAMENTO CALMST). FUNCAO "P": O PROGRAMA     *
      *               INFORMADO ESTA PREVISTO NA DATA? FUNCAO "R": A    *
      *               REGRA INFORMADA (CARTAO DO CALMST) CAI NA DATA?   *
      *               EM AMBAS VOLTA O TEXTO DA REGRA QUE DECIDIU       *
      *----------------------------------------------------------------*
       77  WS-PROG-CALLOOK                 PIC X(08) VALUE "CALLOOK".
       01  WS-PARM-CALLOOK.
           05 WS-CLK-FUNCAO                PIC X(01).
              88 CLK-CONSULTA-PROGRAMA             VALUE "P".
              88 CLK-CONSULTA-REGRA                VALUE "R".
           05 WS-CLK-PROGRAMA              PIC X(08).
           05 WS-CLK-REGISTRO              PIC X(80).
           05 WS-CLK-DATA                  PIC 9(08).
           05 WS-CLK-SITUACAO              PIC X(01).
              88 JOB-PREVISTO                      VALUE "1".
              88 JOB-NAO-PREVISTO                  VALUE "0".
              88 JOB-SEM-CALENDARIO                VALUE "2".
              88 CLK-REGRA-INVALIDA                VALUE "8".
              88 CLK-DATA-INVALIDA                 VALUE "9".
           05 WS-CLK-REGRA                 PIC X(30).
