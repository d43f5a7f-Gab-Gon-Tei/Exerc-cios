      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA6.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    AGENDA DIARIA DA CADEIA BATCH. PERCORRE O CALENDARIO DE      *
      *    PROCESSAMENTO CALMST (CPCALMST) E, PELO CALLOOK, LISTA NO    *
      *    RELAGEN CADA PROGRAMA PREVISTO PARA A DATA, COM A REGRA QUE  *
      *    O PREVE E A SITUACAO NO HISTORICO BCHHIST (CONCLUIDO,        *
      *    FALHOU, INICIADO SEM CONCLUSAO OU PENDENTE). REGRAS          *
      *    INVALIDAS DO CALMST SAEM NA MESMA LISTA PARA CORRECAO. NO    *
      *    FIM LISTA OS PROGRAMAS DO CALENDARIO QUE RODARAM NA DATA     *
      *    SEM ESTAR PREVISTOS. A DATA E A DE HOJE OU A DO CARTAO       *
      *    OPCIONAL CALDATA (COLUNAS 1-8, AAAAMMDD), PARA CONSULTAR A   *
      *    AGENDA DE OUTRO DIA.                                         *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CALMST ASSIGN            TO CALMST
           FILE STATUS IS FS-CALMST
           .
           SELECT OPTIONAL CALDATA ASSIGN  TO UT-S-CALDATA
           FILE STATUS IS FS-CALDATA
           .
           SELECT OPTIONAL BCHHIST ASSIGN  TO BCHHIST
           FILE STATUS IS FS-BCHHIST
           .
           SELECT RELAGEN ASSIGN           TO UT-S-RELAGEN
           FILE STATUS IS FS-RELAGEN
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CALMST - CALENDARIO DE PROCESSAMENTO (CPCALMST)
       FD  CALMST
           RECORDING MODE IS F
           .
       01  REG-CALMST                      PIC X(80).

      *    CALDATA - CARTAO OPCIONAL COM A DATA DA AGENDA
       FD  CALDATA
           RECORDING MODE IS F
           .
       01  REG-CALDATA                     PIC X(80).

      *    BCHHIST - HISTORICO COMPARTILHADO DE EXECUCOES EM BATCH
       FD  BCHHIST
           RECORDING MODE IS F
           .
           COPY CPBCHLOG.

       FD  RELAGEN
           RECORDING MODE IS F
           .
       01  REG-RELAGEN                     PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPCALMST.
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  WS-REG-CALDATA.
           05 WS-CDT-DATA                  PIC 9(08).
           05 FILLER                       PIC X(72).
       01  WS-DATA-REF                     PIC 9(08).
       01  WS-DATA-AUX.
           05 WS-AUX-ANO                   PIC 9(04).
           05 WS-AUX-MES                   PIC 9(02).
           05 WS-AUX-DIA                   PIC 9(02).
      *----------------------------------------------------------------*
      *    EXECUCOES DA DATA NO BCHHIST, UMA ENTRADA POR PROGRAMA
      *    C = CONCLUSAO LIMPA, F = SO CONCLUSOES COM RC 8 OU MAIS,
      *    I = SO REGISTRO DE INICIO (RUN QUE CAIU NO MEIO)
      *----------------------------------------------------------------*
       01  WS-TAB-EXECUCOES.
           05 WS-EXE-ENT OCCURS 500 TIMES.
              10 WS-EXE-PROGRAMA-T         PIC X(08).
              10 WS-EXE-SITUACAO-T         PIC X(01).
              10 WS-EXE-RC-T               PIC 9(02).
       77  WS-QTD-EXECUCOES                PIC 9(03) COMP VALUE 0.
       77  WS-IDX-EXE                      PIC 9(03) COMP.
       77  WS-IDX-ACHADO                   PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    PROGRAMAS JA LISTADOS NA AGENDA (UM PROGRAMA COM DUAS
      *    REGRAS QUE CAEM NO MESMO DIA SAI UMA VEZ SO)
      *----------------------------------------------------------------*
       01  WS-TAB-LISTADOS.
           05 WS-LST-PROGRAMA-T OCCURS 200 TIMES
                                           PIC X(08).
       77  WS-QTD-LISTADOS                 PIC 9(03) COMP VALUE 0.
       77  WS-IDX-LST                      PIC 9(03) COMP.
       01  WS-SW-LISTADO                   PIC X(01).
           88 PROGRAMA-JA-LISTADO                  VALUE "S".
           88 PROGRAMA-NAO-LISTADO                 VALUE "N".
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA AGENDA
      *----------------------------------------------------------------*
       01  WS-CABEC-AGE1.
           05 FILLER                       PIC X(43)
                                                   VALUE
              "AGENDA DE PROCESSAMENTO DA CADEIA BATCH -  ".
           05 CB-AGE-DATA                  PIC X(10).
           05 FILLER                       PIC X(79) VALUE SPACES.
       01  WS-CABEC-AGE2                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-CABEC-AGE3.
           05 FILLER                       PIC X(11) VALUE "PROGRAMA".
           05 FILLER                       PIC X(32) VALUE "REGRA".
           05 FILLER                       PIC X(32) VALUE "DESCRICAO".
           05 FILLER                       PIC X(30)
                                                   VALUE
              "SITUACAO NO DIA".
           05 FILLER                       PIC X(27) VALUE SPACES.
       01  WS-LINDET-AGE.
           05 LD-AGE-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-AGE-REGRA                 PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-SITUACAO              PIC X(30).
           05 FILLER                       PIC X(27) VALUE SPACES.
       01  WS-SIT-FALHOU.
           05 FILLER                       PIC X(19)
                                                   VALUE
              "FALHOU - ULTIMO RC ".
           05 WS-SIT-FALHOU-RC             PIC 99.
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-LINNADA-AGE.
           05 FILLER                       PIC X(40)
                                                   VALUE
              "NENHUM PROGRAMA PREVISTO PARA A DATA".
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-CABFORA-AGE.
           05 FILLER                       PIC X(50)
                                                   VALUE
              "PROGRAMAS QUE RODARAM NA DATA SEM ESTAR PREVISTOS".
           05 FILLER                       PIC X(82) VALUE SPACES.
       01  WS-LINFORA-AGE.
           05 LF-AGE-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LF-AGE-REGRA                 PIC X(30).
           05 FILLER                       PIC X(91) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CALMST                       PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-CALDATA                      PIC X(02).
           88 SUCESSO-D                    VALUE "00".
       01  FS-BCHHIST                      PIC X(02).
           88 SUCESSO-H                    VALUE "00" "05".
           88 FIM-ARQ-H                    VALUE "10".
       01  FS-RELAGEN                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO                       PIC 9(05) COMP.
       77  WS-CTPREVISTO                   PIC 9(05) COMP.
       77  WS-CTCONCLUIDO                  PIC 9(05) COMP.
       77  WS-CTPENDENTE                   PIC 9(05) COMP.
       77  WS-CTNAOPREV                    PIC 9(05) COMP.
       77  WS-CTINVALIDO                   PIC 9(05) COMP.
       77  WS-CTFORA                       PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-F                     PIC ZZZZ9.
       77  WS-CTPREVISTO-F                 PIC ZZZZ9.
       77  WS-CTCONCLUIDO-F                PIC ZZZZ9.
       77  WS-CTPENDENTE-F                 PIC ZZZZ9.
       77  WS-CTNAOPREV-F                  PIC ZZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZZ9.
       77  WS-CTFORA-F                     PIC ZZZZ9.
      *----------------------------------------------------------------*
      *    CONSULTA AO CALENDARIO DE PROCESSAMENTO (CALLOOK)
      *----------------------------------------------------------------*
           COPY CPCALCHK.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA6.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR-REGRA UNTIL FIM-ARQ-C
           PERFORM 3000-LISTAR-FORA-CALENDARIO
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTPREVISTO
                                              WS-CTCONCLUIDO
                                              WS-CTPENDENTE
                                              WS-CTNAOPREV
                                              WS-CTINVALIDO
                                              WS-CTFORA
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-OBTER-DATA-REF
           PERFORM 1200-CARREGAR-EXECUCOES
           OPEN INPUT CALMST
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CALMST"  TO WS-MSG
              MOVE FS-CALMST               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELAGEN
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELAGEN" TO WS-MSG
              MOVE FS-RELAGEN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-REF                TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO CB-AGE-DATA
           WRITE REG-RELAGEN               FROM WS-CABEC-AGE1
           WRITE REG-RELAGEN               FROM WS-CABEC-AGE2
           WRITE REG-RELAGEN               FROM WS-CABEC-AGE3
           WRITE REG-RELAGEN               FROM WS-CABEC-AGE2
           PERFORM 1500-LER-CALMST
           .
      *----------------------------------------------------------------*
      *    1100-OBTER-DATA-REF - DATA DO CARTAO CALDATA OU, SEM ELE,    *
      *    A DATA DE HOJE                                               *
      *----------------------------------------------------------------*
       1100-OBTER-DATA-REF.
           MOVE WS-DATA-SYS                TO WS-DATA-REF
           OPEN INPUT CALDATA
           IF SUCESSO-D
              READ CALDATA INTO WS-REG-CALDATA
              IF SUCESSO-D
                 IF WS-CDT-DATA IS NOT NUMERIC
                    MOVE "DATA INVALIDA NO CARTAO CALDATA" TO WS-MSG
                    MOVE FS-CALDATA                        TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
                 MOVE WS-CDT-DATA          TO WS-DATA-REF
              END-IF
              CLOSE CALDATA
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-EXECUCOES - RESUMO POR PROGRAMA DOS REGISTROS  *
      *    DO BCHHIST COM A DATA DA AGENDA                              *
      *----------------------------------------------------------------*
       1200-CARREGAR-EXECUCOES.
           OPEN INPUT BCHHIST
           IF NOT SUCESSO-H
              CLOSE BCHHIST
           ELSE
              PERFORM 1250-LER-BCHHIST
              PERFORM 1300-RESUMIR-EXECUCAO UNTIL FIM-ARQ-H
              CLOSE BCHHIST
           END-IF
           .
       1250-LER-BCHHIST.
           READ BCHHIST INTO WS-REG-BCHHIST
           IF NOT SUCESSO-H
              IF NOT FIM-ARQ-H
                 MOVE "ERRO LEITURA BCHHIST" TO WS-MSG
                 MOVE FS-BCHHIST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1300-RESUMIR-EXECUCAO.
           IF WS-BCHLOG-DATA = WS-DATA-REF
              MOVE ZEROS                   TO WS-IDX-ACHADO
              PERFORM 1310-PROCURAR-EXECUCAO
                  VARYING WS-IDX-EXE FROM 1 BY 1
                  UNTIL WS-IDX-EXE > WS-QTD-EXECUCOES
                  OR    WS-IDX-ACHADO > ZERO
              IF WS-IDX-ACHADO = ZERO
              AND WS-QTD-EXECUCOES < 500
                 ADD 1                     TO WS-QTD-EXECUCOES
                 MOVE WS-QTD-EXECUCOES     TO WS-IDX-ACHADO
                 MOVE WS-BCHLOG-PROGRAMA
                   TO WS-EXE-PROGRAMA-T (WS-IDX-ACHADO)
                 MOVE "I"
                   TO WS-EXE-SITUACAO-T (WS-IDX-ACHADO)
                 MOVE ZEROS
                   TO WS-EXE-RC-T (WS-IDX-ACHADO)
              END-IF
              IF WS-IDX-ACHADO > ZERO
                 PERFORM 1320-ATUALIZAR-EXECUCAO
              END-IF
           END-IF
           PERFORM 1250-LER-BCHHIST
           .
       1310-PROCURAR-EXECUCAO.
           IF WS-EXE-PROGRAMA-T (WS-IDX-EXE) = WS-BCHLOG-PROGRAMA
              MOVE WS-IDX-EXE              TO WS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1320-ATUALIZAR-EXECUCAO - MESMO CRITERIO DO EX004P38: SO     *
      *    CONCLUSAO "F" COM RC ABAIXO DE 8 (OU REGISTRO ANTIGO COM     *
      *    TIPO EM BRANCO) CONTA COMO EXECUCAO LIMPA                    *
      *----------------------------------------------------------------*
       1320-ATUALIZAR-EXECUCAO.
           EVALUATE TRUE
              WHEN WS-EXE-SITUACAO-T (WS-IDX-ACHADO) = "C"
                 CONTINUE
              WHEN WS-BCHLOG-TIPO = SPACE
                 MOVE "C"
                   TO WS-EXE-SITUACAO-T (WS-IDX-ACHADO)
              WHEN WS-BCHLOG-TIPO = "F"
               AND WS-BCHLOG-RC IS NUMERIC
                 IF WS-BCHLOG-RC < 8
                    MOVE "C"
                      TO WS-EXE-SITUACAO-T (WS-IDX-ACHADO)
                 ELSE
                    MOVE "F"
                      TO WS-EXE-SITUACAO-T (WS-IDX-ACHADO)
                    MOVE WS-BCHLOG-RC
                      TO WS-EXE-RC-T (WS-IDX-ACHADO)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1500-LER-CALMST.
           READ CALMST INTO WS-REG-CALMST
           IF SUCESSO-C
              ADD 1                        TO WS-CTLIDO
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA CALMST" TO WS-MSG
                 MOVE FS-CALMST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-REGRA - CADA REGRA DO CALMST PASSA PELO       *
      *    CALLOOK; AS QUE CAEM NA DATA E AS INVALIDAS VAO PARA A       *
      *    AGENDA                                                       *
      *----------------------------------------------------------------*
       2000-PROCESSAR-REGRA.
           SET CLK-CONSULTA-REGRA          TO TRUE
           MOVE WS-CAL-PROGRAMA-MST        TO WS-CLK-PROGRAMA
           MOVE WS-REG-CALMST              TO WS-CLK-REGISTRO
           MOVE WS-DATA-REF                TO WS-CLK-DATA
           CALL WS-PROG-CALLOOK            USING WS-PARM-CALLOOK
           EVALUATE TRUE
              WHEN CLK-DATA-INVALIDA
                 MOVE "DATA DA AGENDA INVALIDA" TO WS-MSG
                 MOVE FS-CALDATA                TO WS-FS
                 GO TO 9000-ERRO
              WHEN CLK-REGRA-INVALIDA
                 ADD 1                     TO WS-CTINVALIDO
                 MOVE WS-CAL-PROGRAMA-MST  TO LD-AGE-PROGRAMA
                 MOVE WS-CLK-REGRA         TO LD-AGE-REGRA
                 MOVE WS-CAL-DESCRICAO-MST TO LD-AGE-DESCRICAO
                 MOVE "CORRIGIR A REGRA NO CALMST"
                                           TO LD-AGE-SITUACAO
                 WRITE REG-RELAGEN         FROM WS-LINDET-AGE
              WHEN JOB-PREVISTO
                 PERFORM 2100-LISTAR-PREVISTO
              WHEN OTHER
                 ADD 1                     TO WS-CTNAOPREV
           END-EVALUATE
           PERFORM 1500-LER-CALMST
           .
       2100-LISTAR-PREVISTO.
           SET PROGRAMA-NAO-LISTADO        TO TRUE
           PERFORM 2110-PROCURAR-LISTADO
               VARYING WS-IDX-LST FROM 1 BY 1
               UNTIL WS-IDX-LST > WS-QTD-LISTADOS
               OR    PROGRAMA-JA-LISTADO
           IF PROGRAMA-NAO-LISTADO
              IF WS-QTD-LISTADOS < 200
                 ADD 1                     TO WS-QTD-LISTADOS
                 MOVE WS-CAL-PROGRAMA-MST
                   TO WS-LST-PROGRAMA-T (WS-QTD-LISTADOS)
              END-IF
              ADD 1                        TO WS-CTPREVISTO
              MOVE WS-CAL-PROGRAMA-MST     TO LD-AGE-PROGRAMA
              MOVE WS-CLK-REGRA            TO LD-AGE-REGRA
              MOVE WS-CAL-DESCRICAO-MST    TO LD-AGE-DESCRICAO
              PERFORM 2200-SITUAR-EXECUCAO
              WRITE REG-RELAGEN            FROM WS-LINDET-AGE
           END-IF
           .
       2110-PROCURAR-LISTADO.
           IF WS-LST-PROGRAMA-T (WS-IDX-LST) = WS-CAL-PROGRAMA-MST
              SET PROGRAMA-JA-LISTADO      TO TRUE
           END-IF
           .
       2200-SITUAR-EXECUCAO.
           MOVE ZEROS                      TO WS-IDX-ACHADO
           PERFORM 2210-PROCURAR-PROGRAMA
               VARYING WS-IDX-EXE FROM 1 BY 1
               UNTIL WS-IDX-EXE > WS-QTD-EXECUCOES
               OR    WS-IDX-ACHADO > ZERO
           IF WS-IDX-ACHADO = ZERO
              ADD 1                        TO WS-CTPENDENTE
              MOVE "PENDENTE"              TO LD-AGE-SITUACAO
           ELSE
              EVALUATE WS-EXE-SITUACAO-T (WS-IDX-ACHADO)
                 WHEN "C"
                    ADD 1                  TO WS-CTCONCLUIDO
                    MOVE "CONCLUIDO"       TO LD-AGE-SITUACAO
                 WHEN "F"
                    ADD 1                  TO WS-CTPENDENTE
                    MOVE WS-EXE-RC-T (WS-IDX-ACHADO)
                                           TO WS-SIT-FALHOU-RC
                    MOVE WS-SIT-FALHOU     TO LD-AGE-SITUACAO
                 WHEN OTHER
                    ADD 1                  TO WS-CTPENDENTE
                    MOVE "INICIADO SEM CONCLUSAO"
                                           TO LD-AGE-SITUACAO
              END-EVALUATE
           END-IF
           .
       2210-PROCURAR-PROGRAMA.
           IF WS-EXE-PROGRAMA-T (WS-IDX-EXE) = WS-CAL-PROGRAMA-MST
              MOVE WS-IDX-EXE              TO WS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-LISTAR-FORA-CALENDARIO - PROGRAMAS QUE RODARAM NA DATA, *
      *    TEM REGRA NO CALENDARIO E NAO ESTAVAM PREVISTOS              *
      *----------------------------------------------------------------*
       3000-LISTAR-FORA-CALENDARIO.
           IF WS-CTPREVISTO = ZERO
              WRITE REG-RELAGEN            FROM WS-LINNADA-AGE
           END-IF
           WRITE REG-RELAGEN               FROM WS-LIN-BRANCO
           WRITE REG-RELAGEN               FROM WS-CABFORA-AGE
           WRITE REG-RELAGEN               FROM WS-CABEC-AGE2
           PERFORM 3100-CONFERIR-EXECUCAO
               VARYING WS-IDX-EXE FROM 1 BY 1
               UNTIL WS-IDX-EXE > WS-QTD-EXECUCOES
           .
       3100-CONFERIR-EXECUCAO.
           SET CLK-CONSULTA-PROGRAMA       TO TRUE
           MOVE WS-EXE-PROGRAMA-T (WS-IDX-EXE) TO WS-CLK-PROGRAMA
           MOVE SPACES                     TO WS-CLK-REGISTRO
           MOVE WS-DATA-REF                TO WS-CLK-DATA
           CALL WS-PROG-CALLOOK            USING WS-PARM-CALLOOK
           IF JOB-NAO-PREVISTO
              ADD 1                        TO WS-CTFORA
              MOVE WS-CLK-PROGRAMA         TO LF-AGE-PROGRAMA
              MOVE WS-CLK-REGRA            TO LF-AGE-REGRA
              WRITE REG-RELAGEN            FROM WS-LINFORA-AGE
           END-IF
           .
       3710-FORMATAR-DATA.
           MOVE WS-AUX-DIA                 TO WS-DIA-F
           MOVE WS-AUX-MES                 TO WS-MES-F
           MOVE WS-AUX-ANO                 TO WS-ANO-F
           .
       3800-TERMINO.
           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTPREVISTO              TO WS-CTPREVISTO-F
           MOVE WS-CTCONCLUIDO             TO WS-CTCONCLUIDO-F
           MOVE WS-CTPENDENTE              TO WS-CTPENDENTE-F
           MOVE WS-CTNAOPREV               TO WS-CTNAOPREV-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-CTFORA                  TO WS-CTFORA-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " DATA DA AGENDA.......................: "
                                           CB-AGE-DATA
           DISPLAY " REGRAS LIDAS NO CALMST...............: "
                                           WS-CTLIDO-F
           DISPLAY " PROGRAMAS PREVISTOS NA DATA..........: "
                                           WS-CTPREVISTO-F
           DISPLAY "   JA CONCLUIDOS......................: "
                                           WS-CTCONCLUIDO-F
           DISPLAY "   AINDA POR RODAR....................: "
                                           WS-CTPENDENTE-F
           DISPLAY " REGRAS QUE NAO CAEM NA DATA..........: "
                                           WS-CTNAOPREV-F
           DISPLAY " REGRAS INVALIDAS NO CALMST...........: "
                                           WS-CTINVALIDO-F
           DISPLAY " EXECUCOES FORA DO CALENDARIO.........: "
                                           WS-CTFORA-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE CALMST
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO CALMST" TO WS-MSG
              MOVE FS-CALMST               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELAGEN
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELAGEN" TO WS-MSG
              MOVE FS-RELAGEN               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
