      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         CALLOOK.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONSULTA AO CALENDARIO DE PROCESSAMENTO CALMST (CPCALMST).   *
      *    FUNCAO "P": DIZ SE O PROGRAMA INFORMADO ESTA PREVISTO PARA   *
      *    RODAR NA DATA (ALGUMA REGRA VALIDA DELE CAI NA DATA); SEM    *
      *    NENHUMA REGRA VALIDA NO CALENDARIO, O PROGRAMA VOLTA COMO    *
      *    "SEM CALENDARIO" E O CHAMADOR DECIDE. FUNCAO "R": AVALIA     *
      *    UMA UNICA REGRA (CARTAO DO CALMST) PASSADA PELO CHAMADOR.    *
      *    A POSICAO DA DATA ENTRE OS DIAS UTEIS DO MES E DA SEMANA     *
      *    VEM DO DATACHCK-DIAUTIL, UMA VEZ POR DATA. O MASTER E        *
      *    CARREGADO UMA UNICA VEZ POR EXECUCAO, COMO NO PRMLOOK.       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALMST ASSIGN   TO CALMST
           FILE STATUS IS FS-CALMST
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  CALMST
           RECORDING MODE IS F
           .
       01  REG-CALMST                      PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  FS-CALMST                       PIC X(02).
           88 SUCESSO-CM                           VALUE "00".
           88 FIM-ARQ-CM                           VALUE "10".
           COPY CPCALMST.
       01  WS-TAB-CALENDARIO.
           05 WS-CAL-REGRA-T OCCURS 200 TIMES
                                           PIC X(80).
       77  WS-QTD-REGRAS                   PIC 9(03) COMP VALUE 0.
       77  WS-IDX-CAL                      PIC 9(03) COMP.
       01  WS-SW-MASTER                    PIC X(01) VALUE "N".
           88 MASTER-CARREGADO                     VALUE "S".
       01  WS-SW-REGRA                     PIC X(01).
           88 REGRA-VALIDA                         VALUE "S".
           88 REGRA-INVALIDA                       VALUE "N".
       01  WS-SW-PREVISTA                  PIC X(01).
           88 REGRA-CAI-NA-DATA                    VALUE "S".
           88 REGRA-NAO-CAI                        VALUE "N".
       01  WS-SW-PRIMEIRA                  PIC X(01).
           88 PRIMEIRA-REGRA-ACHADA                VALUE "S".
       01  WS-REGRA-GUARDADA               PIC X(30).
      *    POSICAO DA DATA NO CALENDARIO DE DIAS UTEIS, GUARDADA PARA
      *    NAO REPETIR O DATACHCK-DIAUTIL NA MESMA DATA
       01  WS-DATA-AVALIADA                PIC 9(08) VALUE ZEROS.
       77  WS-DIA-UTIL-ALVO                PIC 9(02).
       77  WS-MES-DO-TRIM                  PIC 9(01).
       77  WS-MES-BASE-ZERO                PIC 9(02).
       77  WS-TRIM-QUOC                    PIC 9(02).
       77  WS-TRIM-RESTO                   PIC 9(01).
       77  WS-DSEM-INICIO                  PIC 9(01).
      *    NOMES DOS DIAS DA SEMANA PARA O TEXTO DA REGRA
       01  WS-TAB-NOMES-DIAS.
           05 FILLER                       PIC X(07) VALUE "DOMINGO".
           05 FILLER                       PIC X(07) VALUE "SEGUNDA".
           05 FILLER                       PIC X(07) VALUE "TERCA".
           05 FILLER                       PIC X(07) VALUE "QUARTA".
           05 FILLER                       PIC X(07) VALUE "QUINTA".
           05 FILLER                       PIC X(07) VALUE "SEXTA".
           05 FILLER                       PIC X(07) VALUE "SABADO".
       01  WS-TAB-NOMES-R REDEFINES WS-TAB-NOMES-DIAS.
           05 WS-NOME-DIA OCCURS 7 TIMES   PIC X(07).
      *----------------------------------------------------------------*
      *    AREA DE CHAMADA DO DATACHCK-DIAUTIL
      *----------------------------------------------------------------*
       77  WS-ENTRY-DIAUTIL                PIC X(16)
                                           VALUE "DATACHCK-DIAUTIL".
       01  WS-PARM-DIAUTIL.
           05 WS-DU-DATA-REF.
              10 WS-DU-ANO-REF             PIC 9(04).
              10 WS-DU-MES-REF             PIC 9(02).
              10 WS-DU-DIA-REF             PIC 9(02).
           05 WS-DU-DIA-SEMANA             PIC 9(01).
           05 WS-DU-ORDEM-UTIL             PIC 9(02).
           05 WS-DU-QTD-UTEIS              PIC 9(02).
           05 WS-DU-NAO-UTEIS-ANTES        PIC 9(01).
           05 WS-DU-SITUACAO               PIC X(01) VALUE "0".
              88 DIAUTIL-OK                        VALUE "1".
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  LS-PARM-CALLOOK.
           05 LS-CLK-FUNCAO                PIC X(01).
              88 LS-CONSULTA-PROGRAMA              VALUE "P".
              88 LS-CONSULTA-REGRA                 VALUE "R".
           05 LS-CLK-PROGRAMA              PIC X(08).
           05 LS-CLK-REGISTRO              PIC X(80).
           05 LS-CLK-DATA                  PIC 9(08).
           05 LS-CLK-SITUACAO              PIC X(01).
              88 LS-PREVISTO                       VALUE "1".
              88 LS-NAO-PREVISTO                   VALUE "0".
              88 LS-SEM-CALENDARIO                 VALUE "2".
              88 LS-REGRA-INVALIDA                 VALUE "8".
              88 LS-DATA-INVALIDA                  VALUE "9".
           05 LS-CLK-REGRA                 PIC X(30).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION USING
                                           LS-PARM-CALLOOK.
      *----------------------------------------------------------------*
       0000-CALLOOK.
           PERFORM 1000-CARREGAR-MASTER
           MOVE SPACES                     TO LS-CLK-REGRA
           PERFORM 1500-SITUAR-DATA
           EVALUATE TRUE
              WHEN NOT DIAUTIL-OK
                 SET LS-DATA-INVALIDA      TO TRUE
              WHEN LS-CONSULTA-REGRA
                 MOVE LS-CLK-REGISTRO      TO WS-REG-CALMST
                 PERFORM 2000-AVALIAR-REGRA
                 EVALUATE TRUE
                    WHEN REGRA-INVALIDA
                       SET LS-REGRA-INVALIDA TO TRUE
                    WHEN REGRA-CAI-NA-DATA
                       SET LS-PREVISTO     TO TRUE
                    WHEN OTHER
                       SET LS-NAO-PREVISTO TO TRUE
                 END-EVALUATE
              WHEN OTHER
                 SET LS-SEM-CALENDARIO     TO TRUE
                 MOVE "N"                  TO WS-SW-PRIMEIRA
                 MOVE SPACES               TO WS-REGRA-GUARDADA
                 PERFORM 3000-CONSULTAR-PROGRAMA
                     VARYING WS-IDX-CAL FROM 1 BY 1
                     UNTIL WS-IDX-CAL > WS-QTD-REGRAS
                     OR    LS-PREVISTO
                 MOVE WS-REGRA-GUARDADA    TO LS-CLK-REGRA
           END-EVALUATE
           GOBACK
           .
       1000-CARREGAR-MASTER.
           IF MASTER-CARREGADO
              CONTINUE
           ELSE
              SET MASTER-CARREGADO         TO TRUE
              OPEN INPUT CALMST
              IF SUCESSO-CM
                 PERFORM 1100-LER-CALMST
                 PERFORM 1200-ARMAZENAR-REGRA
                     UNTIL FIM-ARQ-CM
                 CLOSE CALMST
              END-IF
           END-IF
           .
       1100-LER-CALMST.
           READ CALMST INTO WS-REG-CALMST
           .
       1200-ARMAZENAR-REGRA.
           IF SUCESSO-CM
           AND WS-QTD-REGRAS < 200
              ADD 1                        TO WS-QTD-REGRAS
              MOVE WS-REG-CALMST
                TO WS-CAL-REGRA-T (WS-QTD-REGRAS)
           END-IF
           PERFORM 1100-LER-CALMST
           .
      *----------------------------------------------------------------*
      *    1500-SITUAR-DATA - POSICAO DA DATA ENTRE OS DIAS UTEIS DO    *
      *    MES E DA SEMANA; SO CHAMA O DATACHCK QUANDO A DATA MUDA      *
      *----------------------------------------------------------------*
       1500-SITUAR-DATA.
           IF LS-CLK-DATA NOT = WS-DATA-AVALIADA
              MOVE LS-CLK-DATA             TO WS-DATA-AVALIADA
                                              WS-DU-DATA-REF
              CALL WS-ENTRY-DIAUTIL        USING WS-PARM-DIAUTIL
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-AVALIAR-REGRA - CRITICA A REGRA EM WS-REG-CALMST, MONTA *
      *    O TEXTO DELA E CONFERE SE CAI NA DATA. FORA DE DIA UTIL      *
      *    NENHUMA REGRA CAI                                            *
      *----------------------------------------------------------------*
       2000-AVALIAR-REGRA.
           SET REGRA-VALIDA                TO TRUE
           SET REGRA-NAO-CAI               TO TRUE
           EVALUATE TRUE
              WHEN WS-CAL-PROGRAMA-MST = SPACES
                 SET REGRA-INVALIDA        TO TRUE
              WHEN CAL-DIARIA
                 CONTINUE
              WHEN CAL-SEMANAL
                 IF WS-CAL-DIA-SEMANA-MST IS NOT NUMERIC
                    SET REGRA-INVALIDA     TO TRUE
                 ELSE
                    IF NOT CAL-DIA-SEMANA-VALIDO
                       SET REGRA-INVALIDA  TO TRUE
                    END-IF
                 END-IF
              WHEN CAL-MENSAL
                 PERFORM 2050-CRITICAR-DIA-UTIL
              WHEN CAL-TRIMESTRAL
                 PERFORM 2050-CRITICAR-DIA-UTIL
                 IF WS-CAL-MES-TRIM-MST IS NOT NUMERIC
                    SET REGRA-INVALIDA     TO TRUE
                 ELSE
                    IF NOT CAL-MES-TRIM-VALIDO
                       SET REGRA-INVALIDA  TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 SET REGRA-INVALIDA        TO TRUE
           END-EVALUATE
           IF REGRA-INVALIDA
              MOVE "REGRA INVALIDA"        TO LS-CLK-REGRA
           ELSE
              PERFORM 2100-MONTAR-TEXTO
              IF WS-DU-ORDEM-UTIL > ZERO
                 PERFORM 2200-CONFERIR-DATA
              END-IF
           END-IF
           .
       2050-CRITICAR-DIA-UTIL.
           IF WS-CAL-DIA-UTIL-MST IS NOT NUMERIC
              SET REGRA-INVALIDA           TO TRUE
           ELSE
              IF NOT CAL-DIA-UTIL-VALIDO
                 SET REGRA-INVALIDA        TO TRUE
              END-IF
           END-IF
           .
       2100-MONTAR-TEXTO.
           MOVE SPACES                     TO LS-CLK-REGRA
           EVALUATE TRUE
              WHEN CAL-DIARIA
                 MOVE "DIARIA - TODO DIA UTIL"
                                           TO LS-CLK-REGRA
              WHEN CAL-SEMANAL
                 STRING "SEMANAL - "       DELIMITED BY SIZE
                        WS-NOME-DIA (WS-CAL-DIA-SEMANA-MST)
                                           DELIMITED BY SPACE
                        INTO LS-CLK-REGRA
                 END-STRING
              WHEN CAL-MENSAL AND CAL-ULTIMO-DIA-UTIL
                 MOVE "MENSAL - ULTIMO DIA UTIL"
                                           TO LS-CLK-REGRA
              WHEN CAL-MENSAL
                 STRING "MENSAL - DIA UTIL "
                                           DELIMITED BY SIZE
                        WS-CAL-DIA-UTIL-MST
                                           DELIMITED BY SIZE
                        INTO LS-CLK-REGRA
                 END-STRING
              WHEN CAL-ULTIMO-DIA-UTIL
                 STRING "TRIMESTRAL MES "  DELIMITED BY SIZE
                        WS-CAL-MES-TRIM-MST
                                           DELIMITED BY SIZE
                        " ULTIMO D.UTIL"   DELIMITED BY SIZE
                        INTO LS-CLK-REGRA
                 END-STRING
              WHEN OTHER
                 STRING "TRIMESTRAL MES "  DELIMITED BY SIZE
                        WS-CAL-MES-TRIM-MST
                                           DELIMITED BY SIZE
                        " DIA UTIL "       DELIMITED BY SIZE
                        WS-CAL-DIA-UTIL-MST
                                           DELIMITED BY SIZE
                        INTO LS-CLK-REGRA
                 END-STRING
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2200-CONFERIR-DATA - A DATA JA E DIA UTIL. SEMANAL: O DIA DA *
      *    REGRA ESTA ENTRE O DIA SEGUINTE AO ULTIMO DIA UTIL DA        *
      *    SEMANA E A DATA. MENSAL/TRIMESTRAL: N-ESIMO DIA UTIL (SE O   *
      *    MES TIVER MENOS DIAS UTEIS, O ULTIMO)                        *
      *----------------------------------------------------------------*
       2200-CONFERIR-DATA.
           EVALUATE TRUE
              WHEN CAL-DIARIA
                 SET REGRA-CAI-NA-DATA     TO TRUE
              WHEN CAL-SEMANAL
                 COMPUTE WS-DSEM-INICIO = WS-DU-DIA-SEMANA
                                        - WS-DU-NAO-UTEIS-ANTES
                 IF WS-CAL-DIA-SEMANA-MST >= WS-DSEM-INICIO
                 AND WS-CAL-DIA-SEMANA-MST <= WS-DU-DIA-SEMANA
                    SET REGRA-CAI-NA-DATA  TO TRUE
                 END-IF
              WHEN OTHER
                 IF CAL-ULTIMO-DIA-UTIL
                 OR WS-CAL-DIA-UTIL-MST > WS-DU-QTD-UTEIS
                    MOVE WS-DU-QTD-UTEIS   TO WS-DIA-UTIL-ALVO
                 ELSE
                    MOVE WS-CAL-DIA-UTIL-MST TO WS-DIA-UTIL-ALVO
                 END-IF
                 IF WS-DU-ORDEM-UTIL = WS-DIA-UTIL-ALVO
                    SET REGRA-CAI-NA-DATA  TO TRUE
                 END-IF
                 IF CAL-TRIMESTRAL
                    SUBTRACT 1             FROM WS-DU-MES-REF
                        GIVING WS-MES-BASE-ZERO
                    DIVIDE WS-MES-BASE-ZERO BY 3
                        GIVING WS-TRIM-QUOC
                        REMAINDER WS-TRIM-RESTO
                    COMPUTE WS-MES-DO-TRIM = WS-TRIM-RESTO + 1
                    IF WS-MES-DO-TRIM NOT = WS-CAL-MES-TRIM-MST
                       SET REGRA-NAO-CAI   TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    3000-CONSULTAR-PROGRAMA - REGRAS VALIDAS DO PROGRAMA; FICA   *
      *    O TEXTO DA QUE CAIU NA DATA OU, SE NENHUMA CAIU, O DA        *
      *    PRIMEIRA REGRA VALIDA DELE                                   *
      *----------------------------------------------------------------*
       3000-CONSULTAR-PROGRAMA.
           MOVE WS-CAL-REGRA-T (WS-IDX-CAL) TO WS-REG-CALMST
           IF WS-CAL-PROGRAMA-MST = LS-CLK-PROGRAMA
              PERFORM 2000-AVALIAR-REGRA
              IF REGRA-VALIDA
                 IF REGRA-CAI-NA-DATA
                    SET LS-PREVISTO        TO TRUE
                    MOVE LS-CLK-REGRA      TO WS-REGRA-GUARDADA
                 ELSE
                    IF NOT PRIMEIRA-REGRA-ACHADA
                       SET LS-NAO-PREVISTO TO TRUE
                       MOVE LS-CLK-REGRA   TO WS-REGRA-GUARDADA
                    END-IF
                 END-IF
                 SET PRIMEIRA-REGRA-ACHADA TO TRUE
              END-IF
           END-IF
           .
