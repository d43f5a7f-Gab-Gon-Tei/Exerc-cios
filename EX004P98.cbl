      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P98.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    ESTOQUE PARADO E OBSOLETO. PARA TODO PRODUTO DO VCADPRD COM  *
      *    QTDEST-V MAIOR QUE ZERO, APURA NO HISTORICO ACUMULADO        *
      *    (MOVACUM, DO EX004P16) A DATA DA ULTIMA SAIDA "S" E DA       *
      *    ULTIMA ENTRADA "E" E CLASSIFICA O PRODUTO PELOS DIAS SEM     *
      *    VENDA (CALENDARIO COMERCIAL 30/360): 0-90, 91-180, 181-365   *
      *    E MAIS DE 365. PRODUTO QUE NUNCA VENDEU CONTA A IDADE DA     *
      *    ULTIMA ENTRADA. O ESTOQUE E VALORIZADO A PRECOCOMPRA-V E     *
      *    RECEBE O PERCENTUAL DE PROVISAO PARA OBSOLESCENCIA DA FAIXA. *
      *    PRODUTOS SEM NENHUMA ENTRADA OU SAIDA NO MOVACUM SAEM EM     *
      *    SECAO PROPRIA, COM PROVISAO INTEGRAL. OS PERCENTUAIS (PROVFX)*
      *    E A DATA DE CORTE (DATACORT) PODEM VIR DO PARMMST; SEM ELES  *
      *    VALEM OS PERCENTUAIS PADRAO E A DATA DO PROCESSAMENTO.       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT MOVACUM ASSIGN           TO MOVACUM
           FILE STATUS IS FS-MOVACUM
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT RELOBSO ASSIGN           TO UT-S-RELOBSO
           FILE STATUS IS FS-RELOBSO
           .
           SELECT CLASS-ULT ASSIGN         TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  MOVACUM
           RECORDING MODE IS F
           .
       01  REG-MOVACUM                     PIC X(69).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    RELOBSO - ESTOQUE PARADO POR IDADE DA ULTIMA SAIDA
       FD  RELOBSO
           RECORDING MODE IS F
           .
       01  REG-RELOBSO                     PIC X(120).

      *    CLASS-ULT - ENTRADAS E SAIDAS POR PRODUTO/DATA
       SD  CLASS-ULT
           .
       01  REG-CLASS-ULT.
           05 FILLER                       PIC X(01).
           05 FILLER                       PIC X(07).
           05 ULT-DATAMOVTO-CLASS          PIC X(08).
           05 FILLER                       PIC X(06).
           05 ULT-CODPROD-CLASS            PIC 9(04).
           05 FILLER                       PIC X(43).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY BMOVTOES.
      *----------------------------------------------------------------*
      *    ULTIMOS MOVIMENTOS DO PRODUTO CORRENTE
      *----------------------------------------------------------------*
       77  WS-CODPROD-CUR                  PIC X(04).
       77  WS-ULT-SAIDA                    PIC X(08).
       77  WS-ULT-ENTRADA                  PIC X(08).
       01  WS-REF-PARTES.
           05 WS-REF-ANO                   PIC 9(04).
           05 WS-REF-MES                   PIC 9(02).
           05 WS-REF-DIA                   PIC 9(02).
       77  WS-DIAS-SEM-VENDA               PIC S9(07).
       77  WS-IDX-FAIXA                    PIC 9(01) COMP.
       77  WS-VALOR-ESTOQUE                PIC 9(11)V99.
       77  WS-VALOR-PROVISAO               PIC 9(11)V99.
       77  WS-DATA-CORTE                   PIC 9(08).
       77  WS-DATA-A-EDITAR                PIC X(08).
       01  WS-DATA-EDIT.
           05 WS-DED-DIA                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-DED-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-DED-ANO                   PIC X(04).
      *----------------------------------------------------------------*
      *    FAIXAS DE IDADE: 1 A 4 PELOS DIAS SEM VENDA, 5 PARA OS       *
      *    PRODUTOS SEM MOVIMENTO NO MOVACUM                            *
      *----------------------------------------------------------------*
       01  WS-ROTULOS-FAIXA                PIC X(35)
                                                   VALUE
              "0-90   91-180 181-365> 365  SEM MOV".
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           05 WS-ROTULO-FAIXA OCCURS 5 TIMES
                                           PIC X(07).
      *    PERCENTUAIS PADRAO DE PROVISAO POR FAIXA (0,10,25,50,100)
       01  WS-PERC-PADRAO                  PIC X(15)
                                                   VALUE
              "000010025050100".
       01  WS-PERC-PADRAO-R REDEFINES WS-PERC-PADRAO.
           05 WS-PERC-PADRAO-FAIXA OCCURS 5 TIMES
                                           PIC 9(03).
       01  WS-TAB-FAIXAS.
           05 WS-FXA-ENT OCCURS 5 TIMES.
              10 WS-FXA-QTDPROD            PIC 9(05) COMP.
              10 WS-FXA-PERC               PIC 9(03).
              10 WS-FXA-VALOR              PIC 9(13)V99.
              10 WS-FXA-PROVISAO           PIC 9(13)V99.
       77  WS-TOT-VALOR                    PIC 9(13)V99.
       77  WS-TOT-PROVISAO                 PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    PRODUTOS COM ESTOQUE E SEM MOVIMENTO, IMPRESSOS AO FINAL
      *----------------------------------------------------------------*
       01  WS-TAB-SEMMOV.
           05 WS-SMV-ENT OCCURS 3000 TIMES.
              10 WS-SMV-CODPROD            PIC X(04).
              10 WS-SMV-DESCRICAO          PIC X(20).
              10 WS-SMV-QTDEST             PIC 9(05).
              10 WS-SMV-PRECO              PIC 9(06)V99.
       77  WS-QTD-SEMMOV                   PIC 9(04) COMP.
       77  WS-IDX-SEMMOV                   PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): PROVFX TRAZ OS CINCO PERCENTUAIS (3 DIGITOS
      *    CADA, NA ORDEM DAS FAIXAS) E DATACORT A DATA DE CORTE
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-PERC-FAIXA OCCURS 5 TIMES
                                           PIC 9(03).
           05 WS-PRM-VALOR-D REDEFINES WS-PRM-VALOR.
              10 WS-PRM-DATA-CORTE         PIC 9(08).
              10 FILLER                    PIC X(07).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
       01  WS-SW-PERC-VALIDO               PIC X(01).
           88 PERC-VALIDO                          VALUE "S".
           88 PERC-INVALIDO                        VALUE "N".
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE ESTOQUE PARADO
      *----------------------------------------------------------------*
       01  WS-CABEC-OBS1.
           05 FILLER                       PIC X(55)
                                                   VALUE
              "        ESTOQUE PARADO E OBSOLETO - DIAS SEM VENDA ATE ".
           05 CB-OBS-CORTE                 PIC X(10).
           05 FILLER                       PIC X(55) VALUE SPACES.
       01  WS-CABEC-OBS2                   PIC X(120)
                                                   VALUE
              "PROD  DESCRICAO            ESTOQ   ULT.SAIDA   ULT.ENTRAD
      -       "   DIAS  FAIXA     VALOR ESTOQUE  PROV%   VALOR PROVISAO
      -       "".
       01  WS-CABEC-OBS3                   PIC X(120)
                                                   VALUE ALL "-".
       01  WS-TITULO-SEMMOV                PIC X(120)
                                                   VALUE
              "PRODUTOS COM ESTOQUE SEM ENTRADA NEM SAIDA NO MOVACUM".
       01  WS-TITULO-RESUMO                PIC X(120)
                                                   VALUE
              "RESUMO POR FAIXA DE IDADE - PROVISAO PROPOSTA".
       01  WS-CABEC-RES                    PIC X(120)
                                                   VALUE
              "FAIXA     PRODS       VALOR ESTOQUE  PROV%    VALOR PROVI
      -       "SAO".
       01  WS-LINDET-OBS.
           05 LD-OBS-CODPROD               PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-DESCRICAO             PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-OBS-QTDEST                PIC ZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-ULT-SAIDA             PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-ULT-ENTRADA           PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-DIAS                  PIC ZZZZ9.
           05 LD-OBS-DIAS-X REDEFINES LD-OBS-DIAS
                                           PIC X(05).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-FAIXA                 PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-OBS-VALOR                 PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-PERC                  PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-OBS-PROVISAO              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(07) VALUE SPACES.
       01  WS-LINRES-OBS.
           05 LR-OBS-FAIXA                 PIC X(07).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-OBS-PRODS                 PIC ZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LR-OBS-VALOR                 PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-OBS-PERC                  PIC ZZ9.
           05 LR-OBS-PERC-X REDEFINES LR-OBS-PERC
                                           PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-OBS-PROVISAO              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(60) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-MOVACUM                      PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
           88 FIM-ARQ-V                    VALUE "10".
       01  FS-RELOBSO                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-ULT                   PIC X(01).
           88 FIM-CLASS-ULT                        VALUE "S".
           88 NAO-FIM-CLASS-ULT                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO                       PIC 9(07) COMP.
       77  WS-CTCONSIDERADO                PIC 9(07) COMP.
       77  WS-CTLIDO-V                     PIC 9(05) COMP.
       77  WS-CTCOMESTOQUE                 PIC 9(05) COMP.
       77  WS-CTCOMMOVTO                   PIC 9(05) COMP.
       77  WS-CTSEMCAD                     PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-F                     PIC ZZZZZZ9.
       77  WS-CTCONSIDERADO-F              PIC ZZZZZZ9.
       77  WS-CTLIDO-V-F                   PIC ZZZZ9.
       77  WS-CTCOMESTOQUE-F               PIC ZZZZ9.
       77  WS-CTCOMMOVTO-F                 PIC ZZZZ9.
       77  WS-QTD-SEMMOV-F                 PIC ZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P98.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-ULT
               ON ASCENDING KEY ULT-CODPROD-CLASS
                                ULT-DATAMOVTO-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-MOVTOS
               OUTPUT PROCEDURE IS 3000-CLASSIFICAR-ESTOQUE
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTCONSIDERADO
                                              WS-CTLIDO-V
                                              WS-CTCOMESTOQUE
                                              WS-CTCOMMOVTO
                                              WS-CTSEMCAD
                                              WS-QTD-SEMMOV
                                              WS-TOT-VALOR
                                              WS-TOT-PROVISAO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE WS-DATA-SYS                TO WS-DATA-CORTE
           PERFORM 1100-OBTER-PARAMETROS
           MOVE WS-DATA-CORTE              TO WS-DATA-SYS
           PERFORM 1150-INICIAR-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5

           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELOBSO
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELOBSO" TO WS-MSG
              MOVE FS-RELOBSO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-CORTE              TO WS-DATA-A-EDITAR
           PERFORM 3650-EDITAR-DATA
           MOVE WS-DATA-EDIT               TO CB-OBS-CORTE
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS1
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS2
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           .
      *----------------------------------------------------------------*
      *    1100-OBTER-PARAMETROS - DATA DE CORTE E PERCENTUAIS DO       *
      *    PARMMST; AUSENTES OU INVALIDOS, FICAM OS PADROES             *
      *----------------------------------------------------------------*
       1100-OBTER-PARAMETROS.
           MOVE WS-PERC-PADRAO             TO WS-PRM-VALOR
           MOVE "EX004P98"                 TO WS-PRM-PROGRAMA
           MOVE "DATACORT"                 TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              IF WS-PRM-DATA-CORTE IS NUMERIC
              AND WS-PRM-DATA-CORTE > ZERO
                 MOVE WS-PRM-DATA-CORTE    TO WS-DATA-CORTE
                 DISPLAY "EX004P98: DATA DE CORTE DO PARMMST"
              ELSE
                 DISPLAY "EX004P98: DATACORT INVALIDA NO PARMMST"
              END-IF
           END-IF

           MOVE "EX004P98"                 TO WS-PRM-PROGRAMA
           MOVE "PROVFX"                   TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           SET PERC-INVALIDO               TO TRUE
           IF PARAMETRO-ENCONTRADO
              IF WS-PRM-VALOR IS NUMERIC
                 SET PERC-VALIDO           TO TRUE
                 PERFORM 1110-CONFERIR-PERCENTUAL
                     VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 5
              END-IF
              IF PERC-VALIDO
                 DISPLAY "EX004P98: PERCENTUAIS DE PROVISAO DO PARMMST"
              ELSE
                 DISPLAY "EX004P98: PROVFX INVALIDO NO PARMMST"
              END-IF
           END-IF
           IF PERC-INVALIDO
              MOVE WS-PERC-PADRAO          TO WS-PRM-VALOR
           END-IF
           .
       1110-CONFERIR-PERCENTUAL.
           IF WS-PRM-PERC-FAIXA (WS-IDX-FAIXA) > 100
              SET PERC-INVALIDO            TO TRUE
           END-IF
           .
       1150-INICIAR-FAIXA.
           MOVE ZEROS                      TO
                WS-FXA-QTDPROD (WS-IDX-FAIXA)
                WS-FXA-VALOR (WS-IDX-FAIXA)
                WS-FXA-PROVISAO (WS-IDX-FAIXA)
           MOVE WS-PRM-PERC-FAIXA (WS-IDX-FAIXA) TO
                WS-FXA-PERC (WS-IDX-FAIXA)
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-MOVTOS - LIBERA PARA A CLASSIFICACAO OS      *
      *    DETALHES DE ENTRADA E SAIDA COM PRODUTO E DATA VALIDOS       *
      *----------------------------------------------------------------*
       2000-SELECIONAR-MOVTOS.
           OPEN INPUT MOVACUM
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA MOVACUM" TO WS-MSG
              MOVE FS-MOVACUM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-MOVACUM
           PERFORM 2200-FILTRAR-MOVTO UNTIL FIM-ARQ-M
           CLOSE MOVACUM
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO MOVACUM" TO WS-MSG
              MOVE FS-MOVACUM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-MOVACUM.
           READ MOVACUM INTO WS-REG-MOVTOEST
           IF SUCESSO-M
              ADD 1                        TO WS-CTLIDO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA MOVACUM" TO WS-MSG
                 MOVE FS-MOVACUM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-FILTRAR-MOVTO.
           IF WS-TIPO-REG-MOVTO = "D"
           AND (MOVTO-SAIDA OR MOVTO-ENTRADA)
           AND WS-CODPRODMOVTO IS NUMERIC
           AND WS-DATAMOVTO IS NUMERIC
              RELEASE REG-CLASS-ULT        FROM WS-REG-MOVTOEST
              ADD 1                        TO WS-CTCONSIDERADO
           END-IF
           PERFORM 2100-LER-MOVACUM
           .
      *----------------------------------------------------------------*
      *    3000-CLASSIFICAR-ESTOQUE - QUEBRA POR PRODUTO NO MOVACUM     *
      *    CLASSIFICADO, EM CONFRONTO COM O VCADPRD LIDO NA ORDEM DA    *
      *    CHAVE; CADASTRO SEM MOVIMENTO VAI PARA A SECAO PROPRIA       *
      *----------------------------------------------------------------*
       3000-CLASSIFICAR-ESTOQUE.
           PERFORM 3050-LER-VCADPRD
           SET NAO-FIM-CLASS-ULT           TO TRUE
           PERFORM 3100-RETORNAR-ULT
           PERFORM 3200-APURAR-PRODUTO
               UNTIL FIM-CLASS-ULT
           PERFORM 3500-PRODUTO-SEM-MOVTO
               UNTIL FIM-ARQ-V
           .
       3050-LER-VCADPRD.
           READ VCADPRD NEXT
           IF SUCESSO-V
              ADD 1                        TO WS-CTLIDO-V
              IF QTDEST-V IS NOT NUMERIC
                 MOVE ZEROS                TO QTDEST-V
              END-IF
              IF PRECOCOMPRA-V IS NOT NUMERIC
                 MOVE ZEROS                TO PRECOCOMPRA-V
              END-IF
              IF QTDEST-V > ZERO
                 ADD 1                     TO WS-CTCOMESTOQUE
              END-IF
           ELSE
              IF NOT FIM-ARQ-V
                 MOVE "ERRO LEITURA VCADPRD" TO WS-MSG
                 MOVE FS-VCADPRD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3100-RETORNAR-ULT.
           RETURN CLASS-ULT                INTO WS-REG-MOVTOEST
               AT END
                  SET FIM-CLASS-ULT        TO TRUE
           END-RETURN
           .
       3200-APURAR-PRODUTO.
           MOVE WS-CODPRODMOVTO            TO WS-CODPROD-CUR
           MOVE ZEROS                      TO WS-ULT-SAIDA
                                              WS-ULT-ENTRADA
           PERFORM 3300-REGISTRAR-MOVTO
               UNTIL FIM-CLASS-ULT
               OR    WS-CODPRODMOVTO NOT = WS-CODPROD-CUR
           PERFORM 3500-PRODUTO-SEM-MOVTO
               UNTIL FIM-ARQ-V
               OR    CODPROD-V NOT < WS-CODPROD-CUR
           IF NOT FIM-ARQ-V
           AND CODPROD-V = WS-CODPROD-CUR
              IF QTDEST-V > ZERO
                 PERFORM 3600-CLASSIFICAR-IDADE
              END-IF
              PERFORM 3050-LER-VCADPRD
           ELSE
              ADD 1                        TO WS-CTSEMCAD
           END-IF
           .
       3300-REGISTRAR-MOVTO.
           IF MOVTO-SAIDA
              MOVE WS-DATAMOVTO            TO WS-ULT-SAIDA
           ELSE
              MOVE WS-DATAMOVTO            TO WS-ULT-ENTRADA
           END-IF
           PERFORM 3100-RETORNAR-ULT
           .
      *----------------------------------------------------------------*
      *    3500-PRODUTO-SEM-MOVTO - CADASTRO SEM ENTRADA NEM SAIDA NO   *
      *    MOVACUM; COM ESTOQUE, GUARDA PARA A SECAO PROPRIA            *
      *----------------------------------------------------------------*
       3500-PRODUTO-SEM-MOVTO.
           IF QTDEST-V > ZERO
              IF WS-QTD-SEMMOV < 3000
                 ADD 1                     TO WS-QTD-SEMMOV
                 MOVE CODPROD-V            TO
                      WS-SMV-CODPROD (WS-QTD-SEMMOV)
                 MOVE DESCPROD-V           TO
                      WS-SMV-DESCRICAO (WS-QTD-SEMMOV)
                 MOVE QTDEST-V             TO
                      WS-SMV-QTDEST (WS-QTD-SEMMOV)
                 MOVE PRECOCOMPRA-V        TO
                      WS-SMV-PRECO (WS-QTD-SEMMOV)
              ELSE
                 MOVE "TABELA DE PRODUTOS SEM MOVIMENTO ESTOURADA"
                                           TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 3050-LER-VCADPRD
           .
      *----------------------------------------------------------------*
      *    3600-CLASSIFICAR-IDADE - DIAS DESDE A ULTIMA SAIDA (OU DA    *
      *    ULTIMA ENTRADA, SE NUNCA VENDEU) ATE A DATA DE CORTE, NO     *
      *    CALENDARIO COMERCIAL 30/360                                  *
      *----------------------------------------------------------------*
       3600-CLASSIFICAR-IDADE.
           ADD 1                           TO WS-CTCOMMOVTO
           IF WS-ULT-SAIDA > ZEROS
              MOVE WS-ULT-SAIDA            TO WS-REF-PARTES
           ELSE
              MOVE WS-ULT-ENTRADA          TO WS-REF-PARTES
           END-IF
           COMPUTE WS-DIAS-SEM-VENDA =
                   (WS-ANO - WS-REF-ANO) * 360
                 + (WS-MES - WS-REF-MES) * 30
                 + (WS-DIA - WS-REF-DIA)
           IF WS-DIAS-SEM-VENDA < ZERO
              MOVE ZERO                    TO WS-DIAS-SEM-VENDA
           END-IF
           IF WS-DIAS-SEM-VENDA > 99999
              MOVE 99999                   TO WS-DIAS-SEM-VENDA
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS-SEM-VENDA NOT > 90
                 MOVE 1                    TO WS-IDX-FAIXA
              WHEN WS-DIAS-SEM-VENDA NOT > 180
                 MOVE 2                    TO WS-IDX-FAIXA
              WHEN WS-DIAS-SEM-VENDA NOT > 365
                 MOVE 3                    TO WS-IDX-FAIXA
              WHEN OTHER
                 MOVE 4                    TO WS-IDX-FAIXA
           END-EVALUATE

           MOVE CODPROD-V                  TO LD-OBS-CODPROD
           MOVE DESCPROD-V                 TO LD-OBS-DESCRICAO
           MOVE QTDEST-V                   TO LD-OBS-QTDEST
           IF WS-ULT-SAIDA > ZEROS
              MOVE WS-ULT-SAIDA            TO WS-DATA-A-EDITAR
              PERFORM 3650-EDITAR-DATA
              MOVE WS-DATA-EDIT            TO LD-OBS-ULT-SAIDA
           ELSE
              MOVE "NENHUMA"               TO LD-OBS-ULT-SAIDA
           END-IF
           IF WS-ULT-ENTRADA > ZEROS
              MOVE WS-ULT-ENTRADA          TO WS-DATA-A-EDITAR
              PERFORM 3650-EDITAR-DATA
              MOVE WS-DATA-EDIT            TO LD-OBS-ULT-ENTRADA
           ELSE
              MOVE "NENHUMA"               TO LD-OBS-ULT-ENTRADA
           END-IF
           MOVE WS-DIAS-SEM-VENDA          TO LD-OBS-DIAS
           PERFORM 3700-VALORIZAR-PRODUTO
           .
       3650-EDITAR-DATA.
           MOVE WS-DATA-A-EDITAR (7:2)     TO WS-DED-DIA
           MOVE WS-DATA-A-EDITAR (5:2)     TO WS-DED-MES
           MOVE WS-DATA-A-EDITAR (1:4)     TO WS-DED-ANO
           .
      *----------------------------------------------------------------*
      *    3700-VALORIZAR-PRODUTO - ESTOQUE A PRECO DE COMPRA E         *
      *    PROVISAO PELO PERCENTUAL DA FAIXA; ACUMULA NO RESUMO         *
      *----------------------------------------------------------------*
       3700-VALORIZAR-PRODUTO.
           COMPUTE WS-VALOR-ESTOQUE = QTDEST-V * PRECOCOMPRA-V
           COMPUTE WS-VALOR-PROVISAO ROUNDED =
                   WS-VALOR-ESTOQUE * WS-FXA-PERC (WS-IDX-FAIXA) / 100
           ADD 1                           TO
               WS-FXA-QTDPROD (WS-IDX-FAIXA)
           ADD WS-VALOR-ESTOQUE            TO
               WS-FXA-VALOR (WS-IDX-FAIXA)
               WS-TOT-VALOR
           ADD WS-VALOR-PROVISAO           TO
               WS-FXA-PROVISAO (WS-IDX-FAIXA)
               WS-TOT-PROVISAO
           MOVE WS-ROTULO-FAIXA (WS-IDX-FAIXA) TO LD-OBS-FAIXA
           MOVE WS-VALOR-ESTOQUE           TO LD-OBS-VALOR
           MOVE WS-FXA-PERC (WS-IDX-FAIXA) TO LD-OBS-PERC
           MOVE WS-VALOR-PROVISAO          TO LD-OBS-PROVISAO
           WRITE REG-RELOBSO               FROM WS-LINDET-OBS
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOBSO" TO WS-MSG
              MOVE FS-RELOBSO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3750-IMPRIMIR-SEMMOV - SECAO DOS PRODUTOS SEM MOVIMENTO,     *
      *    SEMPRE NA FAIXA 5                                            *
      *----------------------------------------------------------------*
       3750-IMPRIMIR-SEMMOV.
           MOVE WS-SMV-CODPROD (WS-IDX-SEMMOV)   TO CODPROD-V
                                                   LD-OBS-CODPROD
           MOVE WS-SMV-DESCRICAO (WS-IDX-SEMMOV) TO LD-OBS-DESCRICAO
           MOVE WS-SMV-QTDEST (WS-IDX-SEMMOV)    TO QTDEST-V
                                                   LD-OBS-QTDEST
           MOVE WS-SMV-PRECO (WS-IDX-SEMMOV)     TO PRECOCOMPRA-V
           MOVE "NENHUMA"                  TO LD-OBS-ULT-SAIDA
           MOVE "NENHUMA"                  TO LD-OBS-ULT-ENTRADA
           MOVE SPACES                     TO LD-OBS-DIAS-X
           MOVE 5                          TO WS-IDX-FAIXA
           PERFORM 3700-VALORIZAR-PRODUTO
           .
       3760-IMPRIMIR-FAIXA.
           MOVE WS-ROTULO-FAIXA (WS-IDX-FAIXA)  TO LR-OBS-FAIXA
           MOVE WS-FXA-QTDPROD (WS-IDX-FAIXA)   TO LR-OBS-PRODS
           MOVE WS-FXA-VALOR (WS-IDX-FAIXA)     TO LR-OBS-VALOR
           MOVE WS-FXA-PERC (WS-IDX-FAIXA)      TO LR-OBS-PERC
           MOVE WS-FXA-PROVISAO (WS-IDX-FAIXA)  TO LR-OBS-PROVISAO
           WRITE REG-RELOBSO               FROM WS-LINRES-OBS
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOBSO" TO WS-MSG
              MOVE FS-RELOBSO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3800-TERMINO.
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           WRITE REG-RELOBSO               FROM WS-TITULO-SEMMOV
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           PERFORM 3750-IMPRIMIR-SEMMOV
               VARYING WS-IDX-SEMMOV FROM 1 BY 1
               UNTIL WS-IDX-SEMMOV > WS-QTD-SEMMOV
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           WRITE REG-RELOBSO               FROM WS-TITULO-RESUMO
           WRITE REG-RELOBSO               FROM WS-CABEC-RES
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           PERFORM 3760-IMPRIMIR-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5
           WRITE REG-RELOBSO               FROM WS-CABEC-OBS3
           MOVE "TOTAL"                    TO LR-OBS-FAIXA
           MOVE WS-CTCOMESTOQUE            TO LR-OBS-PRODS
           MOVE WS-TOT-VALOR               TO LR-OBS-VALOR
           MOVE SPACES                     TO LR-OBS-PERC-X
           MOVE WS-TOT-PROVISAO            TO LR-OBS-PROVISAO
           WRITE REG-RELOBSO               FROM WS-LINRES-OBS

           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTCONSIDERADO           TO WS-CTCONSIDERADO-F
           MOVE WS-CTLIDO-V                TO WS-CTLIDO-V-F
           MOVE WS-CTCOMESTOQUE            TO WS-CTCOMESTOQUE-F
           MOVE WS-CTCOMMOVTO              TO WS-CTCOMMOVTO-F
           MOVE WS-QTD-SEMMOV              TO WS-QTD-SEMMOV-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE MOVIMENTOS LIDOS EM MOVACUM.: "
                                           WS-CTLIDO-F
           DISPLAY " ENTRADAS E SAIDAS CONSIDERADAS.......: "
                                           WS-CTCONSIDERADO-F
           DISPLAY " PRODUTOS LIDOS NO VCADPRD............: "
                                           WS-CTLIDO-V-F
           DISPLAY " PRODUTOS COM ESTOQUE.................: "
                                           WS-CTCOMESTOQUE-F
           DISPLAY " COM ESTOQUE CLASSIFICADOS POR IDADE..: "
                                           WS-CTCOMMOVTO-F
           DISPLAY " COM ESTOQUE SEM MOVIMENTO NO MOVACUM.: "
                                           WS-QTD-SEMMOV-F
           DISPLAY " PRODUTOS DO MOVACUM SEM CADASTRO.....: "
                                           WS-CTSEMCAD-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELOBSO
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELOBSO" TO WS-MSG
              MOVE FS-RELOBSO               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
