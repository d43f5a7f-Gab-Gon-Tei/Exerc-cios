      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P81.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    DEMONSTRACOES FINANCEIRAS A PARTIR DO RAZAO. O CARTAO        *
      *    DEMCARD INFORMA O ANO/MES DE REFERENCIA. OS LANCAMENTOS DO   *
      *    RAZAO SAO CLASSIFICADOS POR CONTA, CASADOS COM O PLANO DE    *
      *    CONTAS PLCMST E SOMADOS NAS CONTAS-PAI ATE O TOPO DA         *
      *    HIERARQUIA. SAEM EM RELDEMON A DRE (RECEITAS, CUSTOS,        *
      *    MARGEM BRUTA, DESPESAS E RESULTADO) COM O MES, O MESMO MES   *
      *    DO ANO ANTERIOR E O ACUMULADO DO ANO, E O BALANCO            *
      *    PATRIMONIAL COM O SALDO NO FIM DO MES, NO FIM DO MESMO MES   *
      *    DO ANO ANTERIOR E A VARIACAO NO ANO. O RESULTADO AINDA NAO   *
      *    TRANSFERIDO ENTRA NO PATRIMONIO LIQUIDO COMO RESULTADO       *
      *    ACUMULADO. SE O ATIVO NAO FOR IGUAL AO PASSIVO MAIS O        *
      *    PATRIMONIO LIQUIDO EM QUALQUER COLUNA (POR EXEMPLO, POR      *
      *    LANCAMENTO EM CONTA FORA DO PLANO) O PROGRAMA TERMINA COM    *
      *    RETURN-CODE 8.                                               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT DEMCARD ASSIGN           TO UT-S-DEMCARD
           FILE STATUS IS FS-DEMCARD
           .
           SELECT PLCMST ASSIGN            TO PLCMST
           FILE STATUS IS FS-PLCMST
           .
           SELECT OPTIONAL RAZAO ASSIGN    TO RAZAO
           FILE STATUS IS FS-RAZAO
           .
           SELECT RELDEMON ASSIGN          TO UT-S-RELDEMON
           FILE STATUS IS FS-RELDEMON
           .
           SELECT CLASS-PLC ASSIGN         TO SORTWK01
           .
           SELECT CLASS-LEG ASSIGN         TO SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    DEMCARD - ANO/MES DE REFERENCIA DAS DEMONSTRACOES (CARTAO)
       FD  DEMCARD
           RECORDING MODE IS F
           .
       01  REG-DEMCARD                     PIC X(80).

      *    PLCMST - PLANO DE CONTAS (CPPLCTA)
       FD  PLCMST
           RECORDING MODE IS F
           .
       01  REG-PLCMST                      PIC X(80).

      *    RAZAO - MASTER ACUMULATIVO DO EX004P50
       FD  RAZAO
           RECORDING MODE IS F
           .
       01  REG-RAZAO                       PIC X(52).

       FD  RELDEMON
           RECORDING MODE IS F
           .
       01  REG-RELDEMON                    PIC X(110).

      *    CLASS-PLC - PLANO DE CONTAS EM ORDEM DE CONTA
       SD  CLASS-PLC
           .
       01  REG-CLASS-PLC.
           05 PLC-CONTA-CLASS              PIC X(08).
           05 FILLER                       PIC X(72).

      *    CLASS-LEG - PERNAS DO RAZAO JA SEPARADAS NAS CINCO COLUNAS
       SD  CLASS-LEG
           .
       01  REG-CLASS-LEG.
           05 LEG-CONTA-CLASS              PIC X(08).
           05 FILLER                       PIC X(75).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPLCTA.
      *----------------------------------------------------------------*
       01  WS-REG-DEMCARD.
           05 WS-DMC-ANOMES                PIC 9(06).
           05 WS-DMC-ANOMES-R REDEFINES WS-DMC-ANOMES.
              10 WS-DMC-ANO                PIC 9(04).
              10 WS-DMC-MES                PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *    REGISTRO DO MASTER RAZAO (LAYOUT DO EX004P50)
      *----------------------------------------------------------------*
       01  WS-REG-RAZAO.
           05 WS-RAZ-FONTE                 PIC X(08).
           05 WS-RAZ-DATA                  PIC 9(08).
           05 WS-RAZ-ORIGEM                PIC X(04).
           05 WS-RAZ-CONTA-DEB             PIC X(08).
           05 WS-RAZ-CONTA-CRED            PIC X(08).
           05 WS-RAZ-VALOR                 PIC 9(11)V99.
           05 WS-RAZ-FILIAL                PIC X(03).
      *----------------------------------------------------------------*
      *    COLUNAS (SEMPRE DEBITO MENOS CREDITO):
      *    1 - MOVIMENTO DO MES DE REFERENCIA
      *    2 - MOVIMENTO DO MESMO MES DO ANO ANTERIOR
      *    3 - MOVIMENTO DE 1O DE JANEIRO ATE O FIM DO MES (NO ANO)
      *    4 - SALDO NO FIM DO MES DE REFERENCIA
      *    5 - SALDO NO FIM DO MESMO MES DO ANO ANTERIOR
      *----------------------------------------------------------------*
       01  WS-REG-LEG.
           05 WS-LEG-CONTA                 PIC X(08).
           05 WS-LEG-VALOR OCCURS 5 TIMES  PIC S9(13)V99.
       77  WS-VALOR-LEG                    PIC S9(13)V99.
       77  WS-IDX-COL                      PIC 9(01) COMP.
       77  WS-DATA-INI                     PIC 9(08).
       77  WS-DATA-FIM                     PIC 9(08).
       77  WS-DATA-INI-ANO                 PIC 9(08).
       77  WS-DATA-INI-ANT                 PIC 9(08).
       77  WS-DATA-FIM-ANT                 PIC 9(08).
       01  WS-SW-FIM-LEG                   PIC X(01).
           88 FIM-CLASS-LEG                        VALUE "S".
           88 NAO-FIM-CLASS-LEG                    VALUE "N".
       01  WS-SW-FIM-PLC                   PIC X(01).
           88 FIM-CLASS-PLC                        VALUE "S".
           88 NAO-FIM-CLASS-PLC                    VALUE "N".
      *----------------------------------------------------------------*
      *    PLANO DE CONTAS EM ORDEM DE CONTA. VALOR-PROPRIO E O QUE FOI
      *    LANCADO NA PROPRIA CONTA; VALOR-TOTAL SOMA AS SUBCONTAS
      *----------------------------------------------------------------*
       01  WS-TAB-CONTAS.
           05 WS-TPL-ENT OCCURS 2000 TIMES.
              10 WS-TPL-CONTA              PIC X(08).
              10 WS-TPL-DESCRICAO          PIC X(30).
              10 WS-TPL-TIPO               PIC X(01).
              10 WS-TPL-CONTA-PAI          PIC X(08).
              10 WS-TPL-IDX-PAI            PIC 9(04) COMP.
              10 WS-TPL-NIVEL              PIC 9(02) COMP.
              10 WS-TPL-VALOR-PROPRIO OCCURS 5 TIMES
                                           PIC S9(13)V99.
              10 WS-TPL-VALOR-TOTAL OCCURS 5 TIMES
                                           PIC S9(13)V99.
       77  WS-QTD-CONTAS                   PIC 9(04) COMP.
       77  WS-IDX-CONTA                    PIC 9(04) COMP.
       77  WS-IDX-CONTA-ACHADA             PIC 9(04) COMP.
       77  WS-IDX-SUBIDA                   PIC 9(04) COMP.
       77  WS-QTD-NIVEIS                   PIC 9(02) COMP.
       77  WS-CONTA-BUSCA                  PIC X(08).
      *----------------------------------------------------------------*
      *    TOTAIS POR TIPO DE CONTA (SO VALOR PROPRIO, SEM DUPLICAR AS
      *    CONTAS-PAI): 1 ATIVO, 2 PASSIVO, 3 PATRIMONIO LIQUIDO,
      *    4 RECEITA, 5 CUSTO, 6 DESPESA, 7 CONTA FORA DO PLANO
      *----------------------------------------------------------------*
       01  WS-TAB-TOTAIS.
           05 WS-TOT-ENT OCCURS 7 TIMES.
              10 WS-TOT-VALOR OCCURS 5 TIMES
                                           PIC S9(13)V99.
       77  WS-IDX-TIPO                     PIC 9(01) COMP.
      *    LINHAS CALCULADAS DAS DEMONSTRACOES, NO SINAL DE EXIBICAO
       01  WS-TAB-CALCULOS.
           05 WS-CAL-RECEITA OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-MARGEM  OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-RESULT  OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-ATIVO   OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-PASSIVO OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-PL      OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-PAS-PL  OCCURS 5 TIMES PIC S9(13)V99.
           05 WS-CAL-DIFER   OCCURS 5 TIMES PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    CONTROLE DA IMPRESSAO: TIPO DAS CONTAS LISTADAS, SINAL DE
      *    EXIBICAO (+1 DEVEDORA, -1 CREDORA) E COLUNAS DO RELATORIO
      *----------------------------------------------------------------*
       77  WS-TIPO-LISTA                   PIC X(01).
       77  WS-SINAL                        PIC S9(01).
       77  WS-COL-1                        PIC 9(01) COMP.
       77  WS-COL-2                        PIC 9(01) COMP.
       77  WS-COL-3                        PIC 9(01) COMP.
       77  WS-POS-DESC                     PIC 9(02) COMP.
       01  WS-SW-BALANCO                   PIC X(01).
           88 BALANCO-FECHADO                      VALUE "S".
           88 BALANCO-NAO-FECHADO                  VALUE "N".
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    RELATORIO DAS DEMONSTRACOES (RELDEMON)
      *----------------------------------------------------------------*
       01  WS-CABEC-DEM1.
           05 CB-DEM-TITULO                PIC X(50).
           05 FILLER                       PIC X(13) VALUE
                                                   "REFERENCIA: ".
           05 CB-DEM-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-DEM-ANO                   PIC 9(04).
           05 FILLER                       PIC X(40) VALUE SPACES.
       01  WS-CABEC-DRE2                   PIC X(110)
                                                   VALUE
              "CONTA     DESCRICAO                                      
      -       "   MES ATUAL    MES ANO ANTERIOR       ACUMULADO ANO".
       01  WS-CABEC-BAL2                   PIC X(110)
                                                   VALUE
              "CONTA     DESCRICAO                                      
      -       "SALDO NO MES  SALDO ANO ANTERIOR     VARIACAO NO ANO".
       01  WS-CABEC-DEM3                   PIC X(110)
                                                   VALUE ALL "-".
       01  WS-LINHA-BRANCO                 PIC X(110) VALUE SPACES.
       01  WS-LINDET-DEM.
           05 LD-DEM-CONTA                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEM-DESCRICAO             PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEM-VALOR-1               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEM-VALOR-2               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEM-VALOR-3               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-AVISO-BALANCO                PIC X(110)
                                                   VALUE
              "*** ATIVO DIFERENTE DE PASSIVO + PATRIMONIO LIQUIDO ***".
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-DEMCARD                      PIC X(02).
           88 SUCESSO-DC                   VALUE "00".
           88 FIM-ARQ-DC                   VALUE "10".
       01  FS-PLCMST                       PIC X(02).
           88 SUCESSO-PL                   VALUE "00".
           88 FIM-ARQ-PL                   VALUE "10".
       01  FS-RAZAO                        PIC X(02).
           88 SUCESSO-RZ                   VALUE "00" "05".
           88 FIM-ARQ-RZ                   VALUE "10".
       01  FS-RELDEMON                     PIC X(02).
           88 SUCESSO-RD                   VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCONTA                      PIC 9(05) COMP.
       77  WS-CTLIDO-RZ                    PIC 9(05) COMP.
       77  WS-CTLANC-PER                   PIC 9(05) COMP.
       77  WS-CTFORA-PLANO                 PIC 9(05) COMP.
       77  WS-CTLINHA                      PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCONTA-F                    PIC ZZZZ9.
       77  WS-CTLIDO-RZ-F                  PIC ZZZZ9.
       77  WS-CTLANC-PER-F                 PIC ZZZZ9.
       77  WS-CTFORA-PLANO-F               PIC ZZZZ9.
       77  WS-CTLINHA-F                    PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P81.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-PLC
                ON ASCENDING KEY PLC-CONTA-CLASS
                USING PLCMST
                OUTPUT PROCEDURE IS 1100-CARREGAR-PLANO
           PERFORM 1200-MONTAR-HIERARQUIA
           SORT CLASS-LEG
                ON ASCENDING KEY LEG-CONTA-CLASS
                INPUT PROCEDURE IS 2000-LIBERAR-PERNAS
                OUTPUT PROCEDURE IS 2500-APLICAR-PERNAS
           PERFORM 2800-CONSOLIDAR-HIERARQUIA
           PERFORM 3000-EMITIR-DRE
           PERFORM 3500-EMITIR-BALANCO
           PERFORM 4000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCONTA
                                              WS-CTLIDO-RZ
                                              WS-CTLANC-PER
                                              WS-CTFORA-PLANO
                                              WS-CTLINHA
                                              WS-QTD-CONTAS
           INITIALIZE WS-TAB-TOTAIS
                      WS-TAB-CALCULOS
           OPEN INPUT DEMCARD
           IF NOT SUCESSO-DC
              MOVE "ERRO ABERTURA DEMCARD" TO WS-MSG
              MOVE FS-DEMCARD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ DEMCARD INTO WS-REG-DEMCARD
           IF NOT SUCESSO-DC
              MOVE "DEMCARD SEM O ANO/MES DE REFERENCIA" TO WS-MSG
              MOVE FS-DEMCARD                            TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE DEMCARD
           IF WS-DMC-ANOMES IS NOT NUMERIC
           OR WS-DMC-MES < 01
           OR WS-DMC-MES > 12
              MOVE "ANO/MES INVALIDO NO DEMCARD" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           COMPUTE WS-DATA-INI     = WS-DMC-ANOMES * 100 + 01
           COMPUTE WS-DATA-FIM     = WS-DMC-ANOMES * 100 + 31
           COMPUTE WS-DATA-INI-ANO = WS-DMC-ANO * 10000 + 0101
           COMPUTE WS-DATA-INI-ANT = WS-DATA-INI - 10000
           COMPUTE WS-DATA-FIM-ANT = WS-DATA-FIM - 10000
           OPEN OUTPUT RELDEMON
           IF NOT SUCESSO-RD
              MOVE "ERRO ABERTURA RELDEMON" TO WS-MSG
              MOVE FS-RELDEMON              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DMC-MES                 TO CB-DEM-MES
           MOVE WS-DMC-ANO                 TO CB-DEM-ANO
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PLANO - PLANO DE CONTAS EM ORDEM DE CONTA      *
      *----------------------------------------------------------------*
       1100-CARREGAR-PLANO.
           SET NAO-FIM-CLASS-PLC           TO TRUE
           PERFORM 1110-RETORNAR-PLC
           PERFORM 1120-ARMAZENAR-CONTA UNTIL FIM-CLASS-PLC
           .
       1110-RETORNAR-PLC.
           RETURN CLASS-PLC                INTO WS-REG-PLCTA
               AT END
                  SET FIM-CLASS-PLC        TO TRUE
           END-RETURN
           .
       1120-ARMAZENAR-CONTA.
           IF WS-QTD-CONTAS < 2000
              ADD 1                        TO WS-QTD-CONTAS
              MOVE WS-QTD-CONTAS           TO WS-IDX-CONTA
              MOVE WS-PLC-CONTA            TO
                   WS-TPL-CONTA (WS-IDX-CONTA)
              MOVE WS-PLC-DESCRICAO        TO
                   WS-TPL-DESCRICAO (WS-IDX-CONTA)
              MOVE WS-PLC-TIPO             TO WS-TPL-TIPO (WS-IDX-CONTA)
              MOVE WS-PLC-CONTA-PAI        TO
                   WS-TPL-CONTA-PAI (WS-IDX-CONTA)
              MOVE ZEROS                   TO
                   WS-TPL-IDX-PAI (WS-IDX-CONTA)
                   WS-TPL-NIVEL (WS-IDX-CONTA)
              PERFORM 1130-ZERAR-VALORES
                  VARYING WS-IDX-COL FROM 1 BY 1
                  UNTIL WS-IDX-COL > 5
           ELSE
              MOVE "TABELA DO PLANO DE CONTAS ESTOURADA" TO WS-MSG
              MOVE SPACES                                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTCONTA
           PERFORM 1110-RETORNAR-PLC
           .
       1130-ZERAR-VALORES.
           MOVE ZEROS                      TO
                WS-TPL-VALOR-PROPRIO (WS-IDX-CONTA WS-IDX-COL)
                WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-IDX-COL)
           .
      *----------------------------------------------------------------*
      *    1200-MONTAR-HIERARQUIA - LIGA CADA CONTA A SUA CONTA-PAI E   *
      *    CALCULA O NIVEL (QUANTAS CONTAS ACIMA DELA), USADO PARA      *
      *    RECUAR A DESCRICAO NO RELATORIO                              *
      *----------------------------------------------------------------*
       1200-MONTAR-HIERARQUIA.
           PERFORM 1210-LIGAR-PAI
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           PERFORM 1220-CALCULAR-NIVEL
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           .
       1210-LIGAR-PAI.
           IF WS-TPL-CONTA-PAI (WS-IDX-CONTA) NOT = SPACES
              MOVE WS-TPL-CONTA-PAI (WS-IDX-CONTA) TO WS-CONTA-BUSCA
              PERFORM 2900-PROCURAR-CONTA
              MOVE WS-IDX-CONTA-ACHADA     TO
                   WS-TPL-IDX-PAI (WS-IDX-CONTA)
           END-IF
           .
      *    O LIMITE DE 20 NIVEIS PROTEGE CONTRA HIERARQUIA CIRCULAR
       1220-CALCULAR-NIVEL.
           MOVE ZEROS                      TO WS-QTD-NIVEIS
           MOVE WS-TPL-IDX-PAI (WS-IDX-CONTA) TO WS-IDX-SUBIDA
           PERFORM 1230-SUBIR-NIVEL
               UNTIL WS-IDX-SUBIDA = ZERO
               OR    WS-QTD-NIVEIS NOT < 20
           MOVE WS-QTD-NIVEIS              TO
                WS-TPL-NIVEL (WS-IDX-CONTA)
           .
       1230-SUBIR-NIVEL.
           ADD 1                           TO WS-QTD-NIVEIS
           MOVE WS-TPL-IDX-PAI (WS-IDX-SUBIDA) TO WS-IDX-SUBIDA
           .
      *----------------------------------------------------------------*
      *    2000-LIBERAR-PERNAS - CADA LANCAMENTO DO RAZAO ATE O FIM DO  *
      *    MES DE REFERENCIA VIRA UMA PERNA A DEBITO (+) E UMA A        *
      *    CREDITO (-), JA DISTRIBUIDAS NAS CINCO COLUNAS               *
      *----------------------------------------------------------------*
       2000-LIBERAR-PERNAS.
           OPEN INPUT RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO ABERTURA RAZAO"   TO WS-MSG
              MOVE FS-RAZAO                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2010-LER-RAZAO
           PERFORM 2100-LIBERAR-LANCAMENTO UNTIL FIM-ARQ-RZ
           CLOSE RAZAO
           .
       2010-LER-RAZAO.
           READ RAZAO INTO WS-REG-RAZAO
           IF SUCESSO-RZ
              ADD 1                        TO WS-CTLIDO-RZ
           ELSE
              IF NOT FIM-ARQ-RZ
                 MOVE "ERRO LEITURA RAZAO" TO WS-MSG
                 MOVE FS-RAZAO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-LIBERAR-LANCAMENTO.
           IF WS-RAZ-DATA NOT > WS-DATA-FIM
              ADD 1                        TO WS-CTLANC-PER
              MOVE WS-RAZ-CONTA-DEB        TO WS-LEG-CONTA
              MOVE WS-RAZ-VALOR            TO WS-VALOR-LEG
              PERFORM 2110-DISTRIBUIR-COLUNAS
              RELEASE REG-CLASS-LEG        FROM WS-REG-LEG
              MOVE WS-RAZ-CONTA-CRED       TO WS-LEG-CONTA
              COMPUTE WS-VALOR-LEG = ZERO - WS-RAZ-VALOR
              PERFORM 2110-DISTRIBUIR-COLUNAS
              RELEASE REG-CLASS-LEG        FROM WS-REG-LEG
           END-IF
           PERFORM 2010-LER-RAZAO
           .
       2110-DISTRIBUIR-COLUNAS.
           MOVE ZEROS                      TO WS-LEG-VALOR (1)
                                              WS-LEG-VALOR (2)
                                              WS-LEG-VALOR (3)
                                              WS-LEG-VALOR (4)
                                              WS-LEG-VALOR (5)
           MOVE WS-VALOR-LEG               TO WS-LEG-VALOR (4)
           IF WS-RAZ-DATA NOT < WS-DATA-INI-ANO
              MOVE WS-VALOR-LEG            TO WS-LEG-VALOR (3)
           END-IF
           IF WS-RAZ-DATA NOT < WS-DATA-INI
              MOVE WS-VALOR-LEG            TO WS-LEG-VALOR (1)
           END-IF
           IF WS-RAZ-DATA NOT > WS-DATA-FIM-ANT
              MOVE WS-VALOR-LEG            TO WS-LEG-VALOR (5)
              IF WS-RAZ-DATA NOT < WS-DATA-INI-ANT
                 MOVE WS-VALOR-LEG         TO WS-LEG-VALOR (2)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-APLICAR-PERNAS - CASA AS PERNAS (EM ORDEM DE CONTA) COM *
      *    A TABELA DO PLANO, TAMBEM EM ORDEM DE CONTA. PERNA SEM CONTA *
      *    NO PLANO VAI PARA O TOTAL DE CONTAS FORA DO PLANO            *
      *----------------------------------------------------------------*
       2500-APLICAR-PERNAS.
           MOVE 1                          TO WS-IDX-CONTA
           SET NAO-FIM-CLASS-LEG           TO TRUE
           PERFORM 2510-RETORNAR-LEG
           PERFORM 2520-APLICAR-PERNA UNTIL FIM-CLASS-LEG
           .
       2510-RETORNAR-LEG.
           RETURN CLASS-LEG                INTO WS-REG-LEG
               AT END
                  SET FIM-CLASS-LEG        TO TRUE
           END-RETURN
           .
       2520-APLICAR-PERNA.
           PERFORM 2530-AVANCAR-PLANO
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               OR    WS-TPL-CONTA (WS-IDX-CONTA) NOT < WS-LEG-CONTA
           IF WS-IDX-CONTA NOT > WS-QTD-CONTAS
           AND WS-TPL-CONTA (WS-IDX-CONTA) = WS-LEG-CONTA
              PERFORM 2540-SOMAR-NA-CONTA
                  VARYING WS-IDX-COL FROM 1 BY 1
                  UNTIL WS-IDX-COL > 5
           ELSE
              ADD 1                        TO WS-CTFORA-PLANO
              MOVE 7                       TO WS-IDX-TIPO
              PERFORM 2550-SOMAR-NO-TIPO
                  VARYING WS-IDX-COL FROM 1 BY 1
                  UNTIL WS-IDX-COL > 5
           END-IF
           PERFORM 2510-RETORNAR-LEG
           .
       2530-AVANCAR-PLANO.
           ADD 1                           TO WS-IDX-CONTA
           .
       2540-SOMAR-NA-CONTA.
           ADD WS-LEG-VALOR (WS-IDX-COL)   TO
               WS-TPL-VALOR-PROPRIO (WS-IDX-CONTA WS-IDX-COL)
           .
       2550-SOMAR-NO-TIPO.
           ADD WS-LEG-VALOR (WS-IDX-COL)   TO
               WS-TOT-VALOR (WS-IDX-TIPO WS-IDX-COL)
           .
      *----------------------------------------------------------------*
      *    2800-CONSOLIDAR-HIERARQUIA - O VALOR PROPRIO DE CADA CONTA   *
      *    ENTRA NO TOTAL DELA, NO DE TODAS AS CONTAS ACIMA E NO TOTAL  *
      *    DO SEU TIPO                                                  *
      *----------------------------------------------------------------*
       2800-CONSOLIDAR-HIERARQUIA.
           PERFORM 2810-CONSOLIDAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           .
       2810-CONSOLIDAR-CONTA.
           EVALUATE WS-TPL-TIPO (WS-IDX-CONTA)
              WHEN "A"
                 MOVE 1                    TO WS-IDX-TIPO
              WHEN "P"
                 MOVE 2                    TO WS-IDX-TIPO
              WHEN "L"
                 MOVE 3                    TO WS-IDX-TIPO
              WHEN "R"
                 MOVE 4                    TO WS-IDX-TIPO
              WHEN "C"
                 MOVE 5                    TO WS-IDX-TIPO
              WHEN "D"
                 MOVE 6                    TO WS-IDX-TIPO
              WHEN OTHER
                 MOVE 7                    TO WS-IDX-TIPO
           END-EVALUATE
           MOVE WS-IDX-CONTA               TO WS-IDX-SUBIDA
           MOVE ZEROS                      TO WS-QTD-NIVEIS
           PERFORM 2820-SUBIR-VALORES
               UNTIL WS-IDX-SUBIDA = ZERO
               OR    WS-QTD-NIVEIS > 20
           PERFORM 2840-SOMAR-PROPRIO-NO-TIPO
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 5
           .
       2820-SUBIR-VALORES.
           PERFORM 2830-SOMAR-NO-TOTAL
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 5
           ADD 1                           TO WS-QTD-NIVEIS
           MOVE WS-TPL-IDX-PAI (WS-IDX-SUBIDA) TO WS-IDX-SUBIDA
           .
       2830-SOMAR-NO-TOTAL.
           ADD WS-TPL-VALOR-PROPRIO (WS-IDX-CONTA WS-IDX-COL) TO
               WS-TPL-VALOR-TOTAL (WS-IDX-SUBIDA WS-IDX-COL)
           .
       2840-SOMAR-PROPRIO-NO-TIPO.
           ADD WS-TPL-VALOR-PROPRIO (WS-IDX-CONTA WS-IDX-COL) TO
               WS-TOT-VALOR (WS-IDX-TIPO WS-IDX-COL)
           .
      *----------------------------------------------------------------*
      *    2900-PROCURAR-CONTA - POSICAO DE WS-CONTA-BUSCA NO PLANO     *
      *----------------------------------------------------------------*
       2900-PROCURAR-CONTA.
           MOVE ZEROS                      TO WS-IDX-CONTA-ACHADA
           PERFORM 2910-COMPARAR-CONTA
               VARYING WS-IDX-SUBIDA FROM 1 BY 1
               UNTIL WS-IDX-SUBIDA > WS-QTD-CONTAS
               OR    WS-IDX-CONTA-ACHADA > ZERO
           .
       2910-COMPARAR-CONTA.
           IF WS-TPL-CONTA (WS-IDX-SUBIDA) = WS-CONTA-BUSCA
              MOVE WS-IDX-SUBIDA           TO WS-IDX-CONTA-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-EMITIR-DRE - RECEITAS, CUSTOS, MARGEM BRUTA, DESPESAS   *
      *    E RESULTADO; COLUNAS 1 (MES), 2 (MES DO ANO ANTERIOR) E 3    *
      *    (ACUMULADO NO ANO)                                           *
      *----------------------------------------------------------------*
       3000-EMITIR-DRE.
           PERFORM 3010-CALCULAR-DRE
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 5
           MOVE 1                          TO WS-COL-1
           MOVE 2                          TO WS-COL-2
           MOVE 3                          TO WS-COL-3
           MOVE "DEMONSTRACAO DO RESULTADO DO EXERCICIO" TO
                CB-DEM-TITULO
           WRITE REG-RELDEMON              FROM WS-CABEC-DEM1
           WRITE REG-RELDEMON              FROM WS-CABEC-DRE2
           WRITE REG-RELDEMON              FROM WS-CABEC-DEM3
           MOVE "R"                        TO WS-TIPO-LISTA
           MOVE -1                         TO WS-SINAL
           PERFORM 3100-LISTAR-CONTAS
           MOVE "(=) TOTAL DAS RECEITAS"   TO LD-DEM-DESCRICAO
           MOVE WS-CAL-RECEITA (1)         TO LD-DEM-VALOR-1
           MOVE WS-CAL-RECEITA (2)         TO LD-DEM-VALOR-2
           MOVE WS-CAL-RECEITA (3)         TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           MOVE "C"                        TO WS-TIPO-LISTA
           MOVE 1                          TO WS-SINAL
           PERFORM 3100-LISTAR-CONTAS
           MOVE 5                          TO WS-IDX-TIPO
           MOVE "(-) TOTAL DOS CUSTOS"     TO LD-DEM-DESCRICAO
           PERFORM 3200-IMPRIMIR-TOTAL-TIPO
           MOVE "(=) MARGEM BRUTA"         TO LD-DEM-DESCRICAO
           MOVE WS-CAL-MARGEM (1)          TO LD-DEM-VALOR-1
           MOVE WS-CAL-MARGEM (2)          TO LD-DEM-VALOR-2
           MOVE WS-CAL-MARGEM (3)          TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           MOVE "D"                        TO WS-TIPO-LISTA
           PERFORM 3100-LISTAR-CONTAS
           MOVE 6                          TO WS-IDX-TIPO
           MOVE "(-) TOTAL DAS DESPESAS"   TO LD-DEM-DESCRICAO
           PERFORM 3200-IMPRIMIR-TOTAL-TIPO
           MOVE "(=) RESULTADO DO PERIODO" TO LD-DEM-DESCRICAO
           MOVE WS-CAL-RESULT (1)          TO LD-DEM-VALOR-1
           MOVE WS-CAL-RESULT (2)          TO LD-DEM-VALOR-2
           MOVE WS-CAL-RESULT (3)          TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           .
      *    RECEITA E CREDORA; CUSTO E DESPESA SAO DEVEDORES. NAS COLUNAS
      *    4 E 5 O RESULTADO E O ACUMULADO DESDE O INICIO DO RAZAO
       3010-CALCULAR-DRE.
           COMPUTE WS-CAL-RECEITA (WS-IDX-COL) =
                   ZERO - WS-TOT-VALOR (4 WS-IDX-COL)
           COMPUTE WS-CAL-MARGEM (WS-IDX-COL) =
                   WS-CAL-RECEITA (WS-IDX-COL)
                 - WS-TOT-VALOR (5 WS-IDX-COL)
           COMPUTE WS-CAL-RESULT (WS-IDX-COL) =
                   WS-CAL-MARGEM (WS-IDX-COL)
                 - WS-TOT-VALOR (6 WS-IDX-COL)
           .
      *----------------------------------------------------------------*
      *    3100-LISTAR-CONTAS - CONTAS DO TIPO WS-TIPO-LISTA COM ALGUM  *
      *    VALOR NAS COLUNAS DO RELATORIO, COM A DESCRICAO RECUADA      *
      *    CONFORME O NIVEL NA HIERARQUIA                               *
      *----------------------------------------------------------------*
       3100-LISTAR-CONTAS.
           WRITE REG-RELDEMON              FROM WS-LINHA-BRANCO
           PERFORM 3110-LISTAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           .
       3110-LISTAR-CONTA.
           IF WS-TPL-TIPO (WS-IDX-CONTA) = WS-TIPO-LISTA
              IF WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-1) NOT = ZERO
              OR WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-2) NOT = ZERO
              OR WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-3) NOT = ZERO
                 MOVE SPACES               TO LD-DEM-DESCRICAO
                 IF WS-TPL-NIVEL (WS-IDX-CONTA) > 5
                    MOVE 11                TO WS-POS-DESC
                 ELSE
                    COMPUTE WS-POS-DESC =
                            WS-TPL-NIVEL (WS-IDX-CONTA) * 2 + 1
                 END-IF
                 MOVE WS-TPL-DESCRICAO (WS-IDX-CONTA) TO
                      LD-DEM-DESCRICAO (WS-POS-DESC:)
                 MOVE WS-TPL-CONTA (WS-IDX-CONTA) TO LD-DEM-CONTA
                 COMPUTE LD-DEM-VALOR-1 = WS-SINAL *
                         WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-1)
                 COMPUTE LD-DEM-VALOR-2 = WS-SINAL *
                         WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-2)
                 COMPUTE LD-DEM-VALOR-3 = WS-SINAL *
                         WS-TPL-VALOR-TOTAL (WS-IDX-CONTA WS-COL-3)
                 PERFORM 3400-GRAVAR-LINHA
              END-IF
           END-IF
           .
      *    TOTAL DE UM TIPO DE CONTA, NO SINAL DE EXIBICAO CORRENTE
       3200-IMPRIMIR-TOTAL-TIPO.
           COMPUTE LD-DEM-VALOR-1 = WS-SINAL *
                   WS-TOT-VALOR (WS-IDX-TIPO WS-COL-1)
           COMPUTE LD-DEM-VALOR-2 = WS-SINAL *
                   WS-TOT-VALOR (WS-IDX-TIPO WS-COL-2)
           COMPUTE LD-DEM-VALOR-3 = WS-SINAL *
                   WS-TOT-VALOR (WS-IDX-TIPO WS-COL-3)
           PERFORM 3300-IMPRIMIR-TOTAL
           .
       3300-IMPRIMIR-TOTAL.
           MOVE SPACES                     TO LD-DEM-CONTA
           WRITE REG-RELDEMON              FROM WS-CABEC-DEM3
           PERFORM 3400-GRAVAR-LINHA
           .
       3400-GRAVAR-LINHA.
           WRITE REG-RELDEMON              FROM WS-LINDET-DEM
           IF NOT SUCESSO-RD
              MOVE "ERRO GRAVACAO RELDEMON" TO WS-MSG
              MOVE FS-RELDEMON              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLINHA
           .
      *----------------------------------------------------------------*
      *    3500-EMITIR-BALANCO - ATIVO, PASSIVO E PATRIMONIO LIQUIDO    *
      *    (COM O RESULTADO ACUMULADO); COLUNAS 4 (SALDO NO MES), 5     *
      *    (SALDO NO MES DO ANO ANTERIOR) E 3 (VARIACAO NO ANO)         *
      *----------------------------------------------------------------*
       3500-EMITIR-BALANCO.
           SET BALANCO-FECHADO             TO TRUE
           PERFORM 3510-CALCULAR-BALANCO
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 5
           MOVE 4                          TO WS-COL-1
           MOVE 5                          TO WS-COL-2
           MOVE 3                          TO WS-COL-3
           MOVE "BALANCO PATRIMONIAL"      TO CB-DEM-TITULO
           WRITE REG-RELDEMON              FROM WS-LINHA-BRANCO
           WRITE REG-RELDEMON              FROM WS-CABEC-DEM1
           WRITE REG-RELDEMON              FROM WS-CABEC-BAL2
           WRITE REG-RELDEMON              FROM WS-CABEC-DEM3
           MOVE "A"                        TO WS-TIPO-LISTA
           MOVE 1                          TO WS-SINAL
           PERFORM 3100-LISTAR-CONTAS
           MOVE "(=) TOTAL DO ATIVO"       TO LD-DEM-DESCRICAO
           MOVE WS-CAL-ATIVO (4)           TO LD-DEM-VALOR-1
           MOVE WS-CAL-ATIVO (5)           TO LD-DEM-VALOR-2
           MOVE WS-CAL-ATIVO (3)           TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           MOVE "P"                        TO WS-TIPO-LISTA
           MOVE -1                         TO WS-SINAL
           PERFORM 3100-LISTAR-CONTAS
           MOVE "(=) TOTAL DO PASSIVO"     TO LD-DEM-DESCRICAO
           MOVE WS-CAL-PASSIVO (4)         TO LD-DEM-VALOR-1
           MOVE WS-CAL-PASSIVO (5)         TO LD-DEM-VALOR-2
           MOVE WS-CAL-PASSIVO (3)         TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           MOVE "L"                        TO WS-TIPO-LISTA
           PERFORM 3100-LISTAR-CONTAS
           MOVE SPACES                     TO LD-DEM-CONTA
           MOVE "RESULTADO ACUMULADO"      TO LD-DEM-DESCRICAO
           MOVE WS-CAL-RESULT (4)          TO LD-DEM-VALOR-1
           MOVE WS-CAL-RESULT (5)          TO LD-DEM-VALOR-2
           MOVE WS-CAL-RESULT (3)          TO LD-DEM-VALOR-3
           PERFORM 3400-GRAVAR-LINHA
           MOVE "(=) TOTAL DO PATRIMONIO LIQUIDO" TO LD-DEM-DESCRICAO
           MOVE WS-CAL-PL (4)              TO LD-DEM-VALOR-1
           MOVE WS-CAL-PL (5)              TO LD-DEM-VALOR-2
           MOVE WS-CAL-PL (3)              TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           MOVE "(=) PASSIVO + PATRIMONIO LIQUIDO" TO LD-DEM-DESCRICAO
           MOVE WS-CAL-PAS-PL (4)          TO LD-DEM-VALOR-1
           MOVE WS-CAL-PAS-PL (5)          TO LD-DEM-VALOR-2
           MOVE WS-CAL-PAS-PL (3)          TO LD-DEM-VALOR-3
           PERFORM 3300-IMPRIMIR-TOTAL
           IF WS-CTFORA-PLANO > ZERO
              WRITE REG-RELDEMON           FROM WS-LINHA-BRANCO
              MOVE "LANCADO EM CONTA FORA DO PLANO" TO
                   LD-DEM-DESCRICAO
              MOVE SPACES                  TO LD-DEM-CONTA
              MOVE WS-TOT-VALOR (7 4)      TO LD-DEM-VALOR-1
              MOVE WS-TOT-VALOR (7 5)      TO LD-DEM-VALOR-2
              MOVE WS-TOT-VALOR (7 3)      TO LD-DEM-VALOR-3
              PERFORM 3400-GRAVAR-LINHA
           END-IF
           IF BALANCO-NAO-FECHADO
              WRITE REG-RELDEMON           FROM WS-LINHA-BRANCO
              MOVE "DIFERENCA ATIVO - (PASSIVO + PL)" TO
                   LD-DEM-DESCRICAO
              MOVE WS-CAL-DIFER (4)        TO LD-DEM-VALOR-1
              MOVE WS-CAL-DIFER (5)        TO LD-DEM-VALOR-2
              MOVE WS-CAL-DIFER (3)        TO LD-DEM-VALOR-3
              PERFORM 3300-IMPRIMIR-TOTAL
              WRITE REG-RELDEMON           FROM WS-AVISO-BALANCO
           END-IF
           .
      *    ATIVO E DEVEDOR; PASSIVO E PATRIMONIO LIQUIDO SAO CREDORES
       3510-CALCULAR-BALANCO.
           MOVE WS-TOT-VALOR (1 WS-IDX-COL) TO
                WS-CAL-ATIVO (WS-IDX-COL)
           COMPUTE WS-CAL-PASSIVO (WS-IDX-COL) =
                   ZERO - WS-TOT-VALOR (2 WS-IDX-COL)
           COMPUTE WS-CAL-PL (WS-IDX-COL) =
                   WS-CAL-RESULT (WS-IDX-COL)
                 - WS-TOT-VALOR (3 WS-IDX-COL)
           COMPUTE WS-CAL-PAS-PL (WS-IDX-COL) =
                   WS-CAL-PASSIVO (WS-IDX-COL)
                 + WS-CAL-PL (WS-IDX-COL)
           COMPUTE WS-CAL-DIFER (WS-IDX-COL) =
                   WS-CAL-ATIVO (WS-IDX-COL)
                 - WS-CAL-PAS-PL (WS-IDX-COL)
           IF WS-CAL-DIFER (WS-IDX-COL) NOT = ZERO
              IF WS-IDX-COL = 3 OR 4 OR 5
                 SET BALANCO-NAO-FECHADO   TO TRUE
              END-IF
           END-IF
           .
       4000-TERMINO.
           CLOSE RELDEMON
           IF NOT SUCESSO-RD
              MOVE "ERRO FECHAMENTO RELDEMON" TO WS-MSG
              MOVE FS-RELDEMON                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTCONTA                 TO WS-CTCONTA-F
           MOVE WS-CTLIDO-RZ               TO WS-CTLIDO-RZ-F
           MOVE WS-CTLANC-PER              TO WS-CTLANC-PER-F
           MOVE WS-CTFORA-PLANO            TO WS-CTFORA-PLANO-F
           MOVE WS-CTLINHA                 TO WS-CTLINHA-F
           PERFORM 5000-EXIBIR-RESULTADOS
           IF BALANCO-NAO-FECHADO
              DISPLAY "EX004P81: BALANCO NAO FECHA - RC 8"
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " CONTAS NO PLANO DE CONTAS............: "
                                           WS-CTCONTA-F
           DISPLAY " LANCAMENTOS LIDOS NO RAZAO...........: "
                                           WS-CTLIDO-RZ-F
           DISPLAY " LANCAMENTOS ATE O FIM DO MES.........: "
                                           WS-CTLANC-PER-F
           DISPLAY " PERNAS EM CONTA FORA DO PLANO........: "
                                           WS-CTFORA-PLANO-F
           DISPLAY " LINHAS IMPRESSAS NO RELDEMON.........: "
                                           WS-CTLINHA-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
