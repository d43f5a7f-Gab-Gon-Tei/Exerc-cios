      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P84.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DA CARTEIRA DE       *
      *    CONTRATOS. CADA CONTRATO COM SALDO EM ABERTO E CLASSIFICADO  *
      *    NA ESCALA DE RISCO DO BANCO CENTRAL (AA A H, RESOLUCAO       *
      *    2682) PELOS DIAS DE ATRASO DA SUA PARCELA ABERTA MAIS        *
      *    ANTIGA NA DATA DE REFERENCIA DO CARTAO PDDCARD (CALENDARIO   *
      *    COMERCIAL 30/360, COMO NO AGING DO EX004P78), E O PERCENTUAL *
      *    DO NIVEL E APLICADO SOBRE O SALDO DEVEDOR. SAI EM RELPDD A   *
      *    CARTEIRA CONTRATO A CONTRATO E O RESUMO POR NIVEL DE RISCO.  *
      *    SO A VARIACAO DA PROVISAO CONTRA A ULTIMA COMPETENCIA DO     *
      *    HISTORICO PDDHIST E LANCADA EM LANCGL5 (H/D/T), QUINTA       *
      *    FONTE DO CONSOLIDADOR EX004P50: AUMENTO DEBITA DESPESA E     *
      *    CREDITA PDD; REDUCAO DEBITA PDD E CREDITA A CONTA DE         *
      *    REVERSAO (OU A PROPRIA DESPESA, SE O CARTAO NAO TROUXER).    *
      *    O PDDHIST E REGRAVADO COM A COMPETENCIA DE REFERENCIA, QUE   *
      *    SUBSTITUI A DE MESMO ANO/MES NO REPROCESSAMENTO.             *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PDDCARD ASSIGN           TO UT-S-PDDCARD
           FILE STATUS IS FS-PDDCARD
           .
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT OPTIONAL PDDHIST ASSIGN  TO PDDHIST
           FILE STATUS IS FS-PDDHIST
           .
           SELECT LANCGL5 ASSIGN           TO LANCGL5
           FILE STATUS IS FS-LANCGL5
           .
           SELECT RELPDD ASSIGN            TO UT-S-RELPDD
           FILE STATUS IS FS-RELPDD
           .
           SELECT CLASS-CTR ASSIGN         TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PDDCARD - DATA DE REFERENCIA E CONTAS CONTABEIS (CARTAO)
       FD  PDDCARD
           RECORDING MODE IS F
           .
       01  REG-PDDCARD                     PIC X(80).

      *    CONTRATOS - UMA PARCELA POR REGISTRO
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).

      *    PDDHIST - HISTORICO MENSAL DA PROVISAO (CPPDDHIS)
       FD  PDDHIST
           RECORDING MODE IS F
           .
       01  REG-PDDHIST                     PIC X(180).

      *    LANCGL5 - INTERFACE CONTABIL DA VARIACAO DA PDD
       FD  LANCGL5
           RECORDING MODE IS F
           .
       01  REG-LANCGL5                     PIC X(45).

       FD  RELPDD
           RECORDING MODE IS F
           .
       01  REG-RELPDD                      PIC X(100).

      *    CLASS-CTR - PARCELAS POR CONTRATO E VENCIMENTO
       SD  CLASS-CTR
           .
       01  REG-CLASS-CTR.
           05 CTR-NUMCONTR-CLASS           PIC 9(05).
           05 CTR-NUMPARC-CLASS            PIC 9(03).
           05 FILLER                       PIC X(04).
           05 CTR-VENCTO-CLASS             PIC 9(08).
           05 FILLER                       PIC X(23).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPDDHIS.
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS. CONTA DE REVERSAO EM BRANCO = A        *
      *    REDUCAO DA PROVISAO ESTORNA A PROPRIA CONTA DE DESPESA       *
      *----------------------------------------------------------------*
       01  WS-REG-PDDCARD.
           05 WS-PDC-DATA-REF              PIC 9(08).
           05 WS-PDC-DATA-REF-R REDEFINES WS-PDC-DATA-REF.
              10 WS-PDC-ANO                PIC 9(04).
              10 WS-PDC-MES                PIC 9(02).
              10 WS-PDC-DIA                PIC 9(02).
           05 WS-PDC-CONTA-DESPESA         PIC X(08).
           05 WS-PDC-CONTA-PDD             PIC X(08).
           05 WS-PDC-CONTA-REVERSAO        PIC X(08).
           05 FILLER                       PIC X(48).
       77  WS-ANOMES-REF                   PIC 9(06).
      *----------------------------------------------------------------*
      *    REGISTRO DO CONTRATOS (LAYOUT DO EX004P36)
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 WS-CTR-VENCIMENTO            PIC 9(08).
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
              88 PARCELA-ABERTA                    VALUE "A".
              88 PARCELA-PAGA                      VALUE "P".
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    AREA DE CHAMADA DO DATACHCK
      *----------------------------------------------------------------*
       77  WS-PROG-DATACHCK                PIC X(08) VALUE "DATACHCK".
       01  WS-PARM-DATACHCK.
           05 WS-DTC-TAMANHO               PIC S9(04) COMP.
           05 WS-DTC-DATA.
              10 WS-DTC-ANO                PIC 9(04).
              10 WS-DTC-MES                PIC 9(02).
              10 WS-DTC-DIA                PIC 9(02).
           05 WS-DTC-RESULTADO.
              10 WS-DTC-SITUACAO           PIC X(01).
                 88 DTC-DATA-OK                    VALUE "1".
              10 WS-DTC-DIA-SEMANA         PIC 9(01).
      *----------------------------------------------------------------*
      *    ESCALA DE RISCO DA RESOLUCAO 2682: NIVEL, LIMITE DE DIAS DE
      *    ATRASO DA FAIXA, PERCENTUAL DE PROVISAO E DESCRICAO
      *----------------------------------------------------------------*
       01  WS-TAB-NIVEIS-VAL.
           05 FILLER                       PIC X(29) VALUE
              "AA0000000000EM DIA           ".
           05 FILLER                       PIC X(29) VALUE
              "A 00014000501 A 14 DIAS      ".
           05 FILLER                       PIC X(29) VALUE
              "B 000300010015 A 30 DIAS     ".
           05 FILLER                       PIC X(29) VALUE
              "C 000600030031 A 60 DIAS     ".
           05 FILLER                       PIC X(29) VALUE
              "D 000900100061 A 90 DIAS     ".
           05 FILLER                       PIC X(29) VALUE
              "E 001200300091 A 120 DIAS    ".
           05 FILLER                       PIC X(29) VALUE
              "F 0015005000121 A 150 DIAS   ".
           05 FILLER                       PIC X(29) VALUE
              "G 0018007000151 A 180 DIAS   ".
           05 FILLER                       PIC X(29) VALUE
              "H 9999910000ACIMA DE 180 DIAS".
       01  WS-TAB-NIVEIS REDEFINES WS-TAB-NIVEIS-VAL.
           05 WS-NIV-ENT OCCURS 9 TIMES.
              10 WS-NIV-CODIGO             PIC X(02).
              10 WS-NIV-LIMITE-DIAS        PIC 9(05).
              10 WS-NIV-PERCENTUAL         PIC 9(03)V99.
              10 WS-NIV-FAIXA              PIC X(17).
       77  WS-IDX-NIVEL                    PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    ACUMULADOS DA CARTEIRA POR NIVEL DE RISCO E PROVISAO DA
      *    COMPETENCIA ANTERIOR
      *----------------------------------------------------------------*
       01  WS-TAB-ACUMULADOS.
           05 WS-ACU-ENT OCCURS 9 TIMES.
              10 WS-ACU-QTD                PIC 9(05) COMP.
              10 WS-ACU-SALDO              PIC 9(13)V99.
              10 WS-ACU-PROVISAO           PIC 9(11)V99.
              10 WS-ACU-PROV-ANTERIOR      PIC 9(11)V99.
       77  WS-TOT-SALDO                    PIC 9(13)V99.
       77  WS-TOT-PROVISAO                 PIC 9(13)V99.
       77  WS-PROV-ANTERIOR                PIC 9(13)V99.
       77  WS-ANOMES-ANTERIOR              PIC 9(06).
       77  WS-VARIACAO                     PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    HISTORICO DAS COMPETENCIAS ANTERIORES A DE REFERENCIA,
      *    REGRAVADO NO PDDHIST AO FINAL
      *----------------------------------------------------------------*
       01  WS-TAB-HISTORICO.
           05 WS-THS-REG OCCURS 600 TIMES  PIC X(180).
       77  WS-QTD-HISTORICO                PIC 9(04) COMP.
       77  WS-IDX-HIST                     PIC 9(04) COMP.
       77  WS-ANOMES-LIDO                  PIC 9(06).
      *----------------------------------------------------------------*
      *    QUEBRA POR CONTRATO
      *----------------------------------------------------------------*
       77  WS-CONTRATO-QUEBRA              PIC 9(05).
       77  WS-CODCLI-CONTRATO              PIC X(04).
       77  WS-QTD-PARC-ABERTA              PIC 9(03) COMP.
       77  WS-VENC-ANTIGO                  PIC 9(08).
       77  WS-VALOR-ABERTO                 PIC 9(09)V99.
       77  WS-SALDO-CONTRATO               PIC 9(11)V99.
       77  WS-PROV-CONTRATO                PIC 9(11)V99.
       01  WS-VENC-PARTES.
           05 WS-VENC-ANO                  PIC 9(04).
           05 WS-VENC-MES                  PIC 9(02).
           05 WS-VENC-DIA                  PIC 9(02).
       77  WS-DIAS-ATRASO                  PIC S9(07).
       01  WS-SW-FIM-CTR                   PIC X(01).
           88 FIM-CLASS-CTR                        VALUE "S".
           88 NAO-FIM-CLASS-CTR                    VALUE "N".
      *----------------------------------------------------------------*
      *    INTERFACE CONTABIL LANCGL5 (LAYOUT H/D/T DO EX004P50)
      *----------------------------------------------------------------*
       01  WS-REG-LANCGL5-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLP-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGL5-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-GLP-DATA                  PIC 9(08).
           05 WS-GLP-ORIGEM                PIC X(04) VALUE "PDD ".
           05 WS-GLP-CONTA-DEB             PIC X(08).
           05 WS-GLP-CONTA-CRED            PIC X(08).
           05 WS-GLP-VALOR                 PIC 9(11)V99.
           05 WS-GLP-FILIAL                PIC X(03) VALUE SPACES.
       01  WS-REG-LANCGL5-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLP-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLP-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
      *----------------------------------------------------------------*
      *    RELATORIO DA CARTEIRA POR NIVEL DE RISCO (RELPDD)
      *----------------------------------------------------------------*
       01  WS-CABEC-PDD1.
           05 FILLER                       PIC X(51)
                                                   VALUE
              "     PROVISAO PARA DEVEDORES DUVIDOSOS - DATA-BASE ".
           05 CB-PDD-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-PDD-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-PDD-ANO                   PIC 9(04).
           05 FILLER                       PIC X(39) VALUE SPACES.
       01  WS-CABEC-PDD2                   PIC X(100)
                                                   VALUE
              "CONTR  CLI   PARC  VENCIMENTO  DIAS NIVEL      SALDO DEVE
      -       "DOR    PERC           PROVISAO".
       01  WS-CABEC-PDD3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-CABEC-PDD4                   PIC X(100)
                                                   VALUE
              "NIV  FAIXA DE ATRASO     QTD      SALDO DEVEDOR    PERC  
      -       "         PROVISAO     PROV. ANTERIOR".
       01  WS-LINHA-BRANCO                 PIC X(100) VALUE SPACES.
       01  WS-TITULO-SECAO.
           05 FILLER                       PIC X(04) VALUE "*** ".
           05 TS-PDD-TITULO                PIC X(40).
           05 FILLER                       PIC X(56) VALUE SPACES.
       01  WS-LINDET-PDD.
           05 LD-PDD-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PDD-CODCLI                PIC X(04).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PDD-QTD-PARC              PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PDD-VENCIMENTO            PIC 9(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PDD-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PDD-NIVEL                 PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PDD-SALDO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PDD-PERCENTUAL            PIC ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PDD-PROVISAO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(13) VALUE SPACES.
       01  WS-LINRES-PDD.
           05 LR-PDD-NIVEL                 PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-PDD-FAIXA                 PIC X(17).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LR-PDD-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-PDD-SALDO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-PDD-PERCENTUAL            PIC ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-PDD-PROVISAO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-PDD-PROV-ANTERIOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(07) VALUE SPACES.
       01  WS-RODAPE-PDD.
           05 RD-PDD-ROTULO                PIC X(50).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 RD-PDD-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(27) VALUE SPACES.
       01  WS-LINLANC-PDD.
           05 FILLER                       PIC X(20)
                                           VALUE "LANCAMENTO: DEBITO ".
           05 LL-PDD-CONTA-DEB             PIC X(08).
           05 FILLER                       PIC X(10)
                                           VALUE "  CREDITO ".
           05 LL-PDD-CONTA-CRED            PIC X(08).
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 LL-PDD-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(28) VALUE SPACES.
       01  WS-ROTULO-ANTERIOR.
           05 FILLER                       PIC X(34)
                       VALUE "PROVISAO DA COMPETENCIA ANTERIOR (".
           05 RA-PDD-ANOMES                PIC 9(06).
           05 FILLER                       PIC X(10) VALUE ")".
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PDDCARD                      PIC X(02).
           88 SUCESSO-PC                   VALUE "00".
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-C                    VALUE "00".
       01  FS-PDDHIST                      PIC X(02).
           88 SUCESSO-H                    VALUE "00" "05".
           88 FIM-ARQ-H                    VALUE "10".
       01  FS-LANCGL5                      PIC X(02).
           88 SUCESSO-GLP                  VALUE "00".
       01  FS-RELPDD                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPARCELA                    PIC 9(05) COMP.
       77  WS-CTCONTRATO                   PIC 9(05) COMP.
       77  WS-CTCARTEIRA                   PIC 9(05) COMP.
       77  WS-CTQUITADO                    PIC 9(05) COMP.
       77  WS-CTVENCIDO                    PIC 9(05) COMP.
       77  WS-CTHISTORICO                  PIC 9(05) COMP.
       77  WS-CTLANCGL                     PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPARCELA-F                  PIC ZZZZ9.
       77  WS-CTCONTRATO-F                 PIC ZZZZ9.
       77  WS-CTCARTEIRA-F                 PIC ZZZZ9.
       77  WS-CTQUITADO-F                  PIC ZZZZ9.
       77  WS-CTVENCIDO-F                  PIC ZZZZ9.
       77  WS-CTHISTORICO-F                PIC ZZZZ9.
       77  WS-CTLANCGL-F                   PIC ZZZZ9.
       77  WS-TOT-PROVISAO-F               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-VARIACAO-F                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P84.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-CTR
               ON ASCENDING KEY CTR-NUMCONTR-CLASS
                                CTR-VENCTO-CLASS
                                CTR-NUMPARC-CLASS
               USING CONTRATOS
               OUTPUT PROCEDURE IS 2000-AVALIAR-CARTEIRA
           PERFORM 3000-CONTABILIZAR-VARIACAO
           PERFORM 3100-EMITIR-RESUMO
           PERFORM 3200-GRAVAR-HISTORICO
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPARCELA
                                              WS-CTCONTRATO
                                              WS-CTCARTEIRA
                                              WS-CTQUITADO
                                              WS-CTVENCIDO
                                              WS-CTHISTORICO
                                              WS-CTLANCGL
                                              WS-TOT-SALDO
                                              WS-TOT-PROVISAO
                                              WS-PROV-ANTERIOR
                                              WS-ANOMES-ANTERIOR
                                              WS-QTD-HISTORICO
           PERFORM 1010-ZERAR-NIVEL
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9
           PERFORM 1100-LER-PDDCARD
           PERFORM 1200-CARREGAR-HISTORICO
           OPEN OUTPUT RELPDD
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPDD"  TO WS-MSG
              MOVE FS-RELPDD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-PDC-DIA                 TO CB-PDD-DIA
           MOVE WS-PDC-MES                 TO CB-PDD-MES
           MOVE WS-PDC-ANO                 TO CB-PDD-ANO
           WRITE REG-RELPDD                FROM WS-CABEC-PDD1
           WRITE REG-RELPDD                FROM WS-CABEC-PDD2
           WRITE REG-RELPDD                FROM WS-CABEC-PDD3
           .
       1010-ZERAR-NIVEL.
           MOVE ZEROS                      TO WS-ACU-QTD (WS-IDX-NIVEL)
           MOVE ZEROS                      TO
                WS-ACU-SALDO (WS-IDX-NIVEL)
                WS-ACU-PROVISAO (WS-IDX-NIVEL)
                WS-ACU-PROV-ANTERIOR (WS-IDX-NIVEL)
           .
      *----------------------------------------------------------------*
      *    1100-LER-PDDCARD - DATA DE REFERENCIA VALIDADA NO DATACHCK   *
      *    E CONTAS DE DESPESA E DE PROVISAO OBRIGATORIAS               *
      *----------------------------------------------------------------*
       1100-LER-PDDCARD.
           OPEN INPUT PDDCARD
           IF NOT SUCESSO-PC
              MOVE "ERRO ABERTURA PDDCARD" TO WS-MSG
              MOVE FS-PDDCARD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ PDDCARD INTO WS-REG-PDDCARD
           IF NOT SUCESSO-PC
              MOVE "PDDCARD SEM A DATA DE REFERENCIA" TO WS-MSG
              MOVE FS-PDDCARD                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PDDCARD
           IF WS-PDC-DATA-REF IS NOT NUMERIC
              MOVE "DATA DE REFERENCIA INVALIDA NO PDDCARD" TO WS-MSG
              MOVE SPACES                                   TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE LENGTH OF WS-DTC-DATA      TO WS-DTC-TAMANHO
           MOVE WS-PDC-ANO                 TO WS-DTC-ANO
           MOVE WS-PDC-MES                 TO WS-DTC-MES
           MOVE WS-PDC-DIA                 TO WS-DTC-DIA
           CALL WS-PROG-DATACHCK           USING WS-PARM-DATACHCK
           IF NOT DTC-DATA-OK
              MOVE "DATA DE REFERENCIA INVALIDA NO PDDCARD" TO WS-MSG
              MOVE SPACES                                   TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PDC-CONTA-DESPESA = SPACES
           OR WS-PDC-CONTA-PDD = SPACES
              MOVE "CONTA DE DESPESA OU DE PDD AUSENTE NO PDDCARD"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PDC-CONTA-REVERSAO = SPACES
              MOVE WS-PDC-CONTA-DESPESA    TO WS-PDC-CONTA-REVERSAO
           END-IF
           COMPUTE WS-ANOMES-REF = WS-PDC-ANO * 100 + WS-PDC-MES
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-HISTORICO - COMPETENCIAS ANTERIORES A DE       *
      *    REFERENCIA EM TABELA; A ULTIMA DELAS E A PROVISAO ANTERIOR.  *
      *    A PROPRIA COMPETENCIA DE REFERENCIA (REPROCESSAMENTO) E      *
      *    DESPREZADA E COMPETENCIA POSTERIOR CANCELA O PROCESSAMENTO   *
      *----------------------------------------------------------------*
       1200-CARREGAR-HISTORICO.
           MOVE ZEROS                      TO WS-ANOMES-LIDO
           OPEN INPUT PDDHIST
           IF NOT SUCESSO-H
              MOVE "ERRO ABERTURA PDDHIST" TO WS-MSG
              MOVE FS-PDDHIST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-HISTORICO
           PERFORM 1220-ARMAZENAR-HISTORICO UNTIL FIM-ARQ-H
           CLOSE PDDHIST
           IF WS-QTD-HISTORICO > ZERO
              MOVE WS-THS-REG (WS-QTD-HISTORICO) TO WS-REG-PDDHIST
              MOVE WS-PDH-ANOMES           TO WS-ANOMES-ANTERIOR
              MOVE WS-PDH-PROVISAO         TO WS-PROV-ANTERIOR
              PERFORM 1230-COPIAR-NIVEL-ANTERIOR
                  VARYING WS-IDX-NIVEL FROM 1 BY 1
                  UNTIL WS-IDX-NIVEL > 9
           END-IF
           .
       1210-LER-HISTORICO.
           READ PDDHIST INTO WS-REG-PDDHIST
           IF SUCESSO-H
              ADD 1                        TO WS-CTHISTORICO
           ELSE
              IF NOT FIM-ARQ-H
                 MOVE "ERRO LEITURA PDDHIST" TO WS-MSG
                 MOVE FS-PDDHIST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-HISTORICO.
           IF WS-PDH-ANOMES IS NOT NUMERIC
           OR WS-PDH-PROVISAO IS NOT NUMERIC
           OR WS-PDH-ANOMES NOT > WS-ANOMES-LIDO
              MOVE "PDDHIST INVALIDO OU FORA DE ORDEM" TO WS-MSG
              MOVE SPACES                              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-PDH-ANOMES              TO WS-ANOMES-LIDO
           EVALUATE TRUE
              WHEN WS-PDH-ANOMES < WS-ANOMES-REF
                 IF WS-QTD-HISTORICO < 600
                    ADD 1                  TO WS-QTD-HISTORICO
                    MOVE WS-REG-PDDHIST    TO
                         WS-THS-REG (WS-QTD-HISTORICO)
                 ELSE
                    MOVE "TABELA DO PDDHIST ESTOURADA" TO WS-MSG
                    MOVE SPACES                        TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
              WHEN WS-PDH-ANOMES = WS-ANOMES-REF
                 DISPLAY "EX004P84: COMPETENCIA " WS-PDH-ANOMES
                         " REPROCESSADA NO PDDHIST"
              WHEN OTHER
                 MOVE "PDDHIST COM COMPETENCIA POSTERIOR A REFERENCIA"
                                           TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO TO 9000-ERRO
           END-EVALUATE
           PERFORM 1210-LER-HISTORICO
           .
       1230-COPIAR-NIVEL-ANTERIOR.
           MOVE WS-PDH-PROV-NIVEL (WS-IDX-NIVEL) TO
                WS-ACU-PROV-ANTERIOR (WS-IDX-NIVEL)
           .
      *----------------------------------------------------------------*
      *    2000-AVALIAR-CARTEIRA - PARCELAS CLASSIFICADAS POR CONTRATO  *
      *    E VENCIMENTO; A PRIMEIRA PARCELA ABERTA DE CADA CONTRATO E   *
      *    A MAIS ANTIGA                                                *
      *----------------------------------------------------------------*
       2000-AVALIAR-CARTEIRA.
           SET NAO-FIM-CLASS-CTR           TO TRUE
           PERFORM 2010-RETORNAR-PARCELA
           PERFORM 2100-TRATAR-CONTRATO UNTIL FIM-CLASS-CTR
           .
       2010-RETORNAR-PARCELA.
           RETURN CLASS-CTR                INTO WS-REG-CONTRATO
               AT END
                  SET FIM-CLASS-CTR        TO TRUE
               NOT AT END
                  ADD 1                    TO WS-CTPARCELA
           END-RETURN
           .
       2100-TRATAR-CONTRATO.
           MOVE WS-CTR-NUMCONTR            TO WS-CONTRATO-QUEBRA
           MOVE WS-CTR-CODCLI              TO WS-CODCLI-CONTRATO
           MOVE ZEROS                      TO WS-SALDO-CONTRATO
                                              WS-QTD-PARC-ABERTA
                                              WS-VENC-ANTIGO
           PERFORM 2110-ACUMULAR-PARCELA
               UNTIL FIM-CLASS-CTR
               OR WS-CTR-NUMCONTR NOT = WS-CONTRATO-QUEBRA
           ADD 1                           TO WS-CTCONTRATO
           IF WS-SALDO-CONTRATO > ZERO
              PERFORM 2200-CLASSIFICAR-CONTRATO
           ELSE
              ADD 1                        TO WS-CTQUITADO
           END-IF
           .
       2110-ACUMULAR-PARCELA.
           IF PARCELA-ABERTA
              IF WS-CTR-VALOR-PAGO IS NUMERIC
              AND WS-CTR-VALOR-PAGO < WS-CTR-VALOR
                 COMPUTE WS-VALOR-ABERTO =
                         WS-CTR-VALOR - WS-CTR-VALOR-PAGO
              ELSE
                 MOVE WS-CTR-VALOR         TO WS-VALOR-ABERTO
              END-IF
              IF WS-VALOR-ABERTO > ZERO
                 ADD WS-VALOR-ABERTO       TO WS-SALDO-CONTRATO
                 ADD 1                     TO WS-QTD-PARC-ABERTA
                 IF WS-VENC-ANTIGO = ZERO
                    MOVE WS-CTR-VENCIMENTO TO WS-VENC-ANTIGO
                 END-IF
              END-IF
           END-IF
           PERFORM 2010-RETORNAR-PARCELA
           .
      *----------------------------------------------------------------*
      *    2200-CLASSIFICAR-CONTRATO - NIVEL PELOS DIAS DE ATRASO DA    *
      *    PARCELA ABERTA MAIS ANTIGA E PROVISAO SOBRE O SALDO DEVEDOR  *
      *----------------------------------------------------------------*
       2200-CLASSIFICAR-CONTRATO.
           ADD 1                           TO WS-CTCARTEIRA
           MOVE WS-VENC-ANTIGO             TO WS-VENC-PARTES
           COMPUTE WS-DIAS-ATRASO =
                   (WS-PDC-ANO - WS-VENC-ANO) * 360
                 + (WS-PDC-MES - WS-VENC-MES) * 30
                 + (WS-PDC-DIA - WS-VENC-DIA)
           IF WS-DIAS-ATRASO < 1
              MOVE ZEROS                   TO WS-DIAS-ATRASO
           ELSE
              ADD 1                        TO WS-CTVENCIDO
           END-IF
           IF WS-DIAS-ATRASO > 99999
              MOVE 99999                   TO WS-DIAS-ATRASO
           END-IF
           MOVE 1                          TO WS-IDX-NIVEL
           PERFORM 2210-AVANCAR-NIVEL
               UNTIL WS-DIAS-ATRASO NOT >
                     WS-NIV-LIMITE-DIAS (WS-IDX-NIVEL)
           COMPUTE WS-PROV-CONTRATO ROUNDED =
                   WS-SALDO-CONTRATO
                 * WS-NIV-PERCENTUAL (WS-IDX-NIVEL) / 100
           ADD 1                           TO WS-ACU-QTD (WS-IDX-NIVEL)
           ADD WS-SALDO-CONTRATO           TO
               WS-ACU-SALDO (WS-IDX-NIVEL)
               WS-TOT-SALDO
           ADD WS-PROV-CONTRATO            TO
               WS-ACU-PROVISAO (WS-IDX-NIVEL)
               WS-TOT-PROVISAO
           MOVE WS-CONTRATO-QUEBRA         TO LD-PDD-NUMCONTR
           MOVE WS-CODCLI-CONTRATO         TO LD-PDD-CODCLI
           MOVE WS-QTD-PARC-ABERTA         TO LD-PDD-QTD-PARC
           MOVE WS-VENC-ANTIGO             TO LD-PDD-VENCIMENTO
           MOVE WS-DIAS-ATRASO             TO LD-PDD-DIAS
           MOVE WS-NIV-CODIGO (WS-IDX-NIVEL) TO LD-PDD-NIVEL
           MOVE WS-SALDO-CONTRATO          TO LD-PDD-SALDO
           MOVE WS-NIV-PERCENTUAL (WS-IDX-NIVEL)
                                           TO LD-PDD-PERCENTUAL
           MOVE WS-PROV-CONTRATO           TO LD-PDD-PROVISAO
           WRITE REG-RELPDD                FROM WS-LINDET-PDD
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPDD"  TO WS-MSG
              MOVE FS-RELPDD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2210-AVANCAR-NIVEL.
           ADD 1                           TO WS-IDX-NIVEL
           .
      *----------------------------------------------------------------*
      *    3000-CONTABILIZAR-VARIACAO - LOTE LANCGL5 COM A DIFERENCA    *
      *    ENTRE A PROVISAO CALCULADA E A DA COMPETENCIA ANTERIOR, NA   *
      *    DATA DE REFERENCIA. SEM VARIACAO O LOTE SAI SO COM HEADER E  *
      *    TRAILER                                                      *
      *----------------------------------------------------------------*
       3000-CONTABILIZAR-VARIACAO.
           COMPUTE WS-VARIACAO = WS-TOT-PROVISAO - WS-PROV-ANTERIOR
           OPEN OUTPUT LANCGL5
           IF NOT SUCESSO-GLP
              MOVE "ERRO ABERTURA LANCGL5" TO WS-MSG
              MOVE FS-LANCGL5              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-PDC-DATA-REF            TO WS-GLP-DATA-H
           WRITE REG-LANCGL5               FROM WS-REG-LANCGL5-H
           IF NOT SUCESSO-GLP
              MOVE "ERRO AO GRAVAR HEADER LANCGL5" TO WS-MSG
              MOVE FS-LANCGL5                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE ZEROS                      TO WS-GLP-TOT-DEBITO
                                              WS-GLP-TOT-CREDITO
           IF WS-VARIACAO NOT = ZERO
              MOVE WS-PDC-DATA-REF         TO WS-GLP-DATA
              IF WS-VARIACAO > ZERO
                 MOVE WS-PDC-CONTA-DESPESA TO WS-GLP-CONTA-DEB
                 MOVE WS-PDC-CONTA-PDD     TO WS-GLP-CONTA-CRED
                 MOVE WS-VARIACAO          TO WS-GLP-VALOR
              ELSE
                 MOVE WS-PDC-CONTA-PDD     TO WS-GLP-CONTA-DEB
                 MOVE WS-PDC-CONTA-REVERSAO TO WS-GLP-CONTA-CRED
                 COMPUTE WS-GLP-VALOR = WS-VARIACAO * -1
              END-IF
              WRITE REG-LANCGL5            FROM WS-REG-LANCGL5-D
              IF NOT SUCESSO-GLP
                 MOVE "ERRO GRAVACAO LANCGL5" TO WS-MSG
                 MOVE FS-LANCGL5              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-CTLANCGL
              MOVE WS-GLP-VALOR            TO WS-GLP-TOT-DEBITO
                                              WS-GLP-TOT-CREDITO
           END-IF
           WRITE REG-LANCGL5               FROM WS-REG-LANCGL5-T
           IF NOT SUCESSO-GLP
              MOVE "ERRO AO GRAVAR TRAILER LANCGL5" TO WS-MSG
              MOVE FS-LANCGL5                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3100-EMITIR-RESUMO - CARTEIRA POR NIVEL DE RISCO, PROVISAO   *
      *    ANTERIOR, VARIACAO E LANCAMENTO GERADO                       *
      *----------------------------------------------------------------*
       3100-EMITIR-RESUMO.
           WRITE REG-RELPDD                FROM WS-CABEC-PDD3
           WRITE REG-RELPDD                FROM WS-LINHA-BRANCO
           MOVE "RESUMO DA CARTEIRA POR NIVEL DE RISCO"
                                           TO TS-PDD-TITULO
           WRITE REG-RELPDD                FROM WS-TITULO-SECAO
           WRITE REG-RELPDD                FROM WS-CABEC-PDD4
           WRITE REG-RELPDD                FROM WS-CABEC-PDD3
           PERFORM 3110-IMPRIMIR-NIVEL
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9
           WRITE REG-RELPDD                FROM WS-CABEC-PDD3
           MOVE "SALDO DEVEDOR DA CARTEIRA" TO RD-PDD-ROTULO
           MOVE WS-TOT-SALDO               TO RD-PDD-VALOR
           PERFORM 3120-GRAVAR-RODAPE
           MOVE "PROVISAO CALCULADA NA DATA-BASE" TO RD-PDD-ROTULO
           MOVE WS-TOT-PROVISAO            TO RD-PDD-VALOR
           PERFORM 3120-GRAVAR-RODAPE
           IF WS-QTD-HISTORICO > ZERO
              MOVE WS-ANOMES-ANTERIOR      TO RA-PDD-ANOMES
              MOVE WS-ROTULO-ANTERIOR      TO RD-PDD-ROTULO
           ELSE
              MOVE "PROVISAO ANTERIOR (SEM HISTORICO NO PDDHIST)"
                                           TO RD-PDD-ROTULO
           END-IF
           MOVE WS-PROV-ANTERIOR           TO RD-PDD-VALOR
           PERFORM 3120-GRAVAR-RODAPE
           MOVE "VARIACAO DA PROVISAO NO MES" TO RD-PDD-ROTULO
           MOVE WS-VARIACAO                TO RD-PDD-VALOR
           PERFORM 3120-GRAVAR-RODAPE
           WRITE REG-RELPDD                FROM WS-LINHA-BRANCO
           IF WS-CTLANCGL > ZERO
              MOVE WS-GLP-CONTA-DEB        TO LL-PDD-CONTA-DEB
              MOVE WS-GLP-CONTA-CRED       TO LL-PDD-CONTA-CRED
              MOVE WS-GLP-VALOR            TO LL-PDD-VALOR
              WRITE REG-RELPDD             FROM WS-LINLANC-PDD
           ELSE
              MOVE "SEM VARIACAO - NENHUM LANCAMENTO GERADO"
                                           TO TS-PDD-TITULO
              WRITE REG-RELPDD             FROM WS-TITULO-SECAO
           END-IF
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPDD"  TO WS-MSG
              MOVE FS-RELPDD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3110-IMPRIMIR-NIVEL.
           MOVE WS-NIV-CODIGO (WS-IDX-NIVEL) TO LR-PDD-NIVEL
           MOVE WS-NIV-FAIXA (WS-IDX-NIVEL)  TO LR-PDD-FAIXA
           MOVE WS-ACU-QTD (WS-IDX-NIVEL)    TO LR-PDD-QTD
           MOVE WS-ACU-SALDO (WS-IDX-NIVEL)  TO LR-PDD-SALDO
           MOVE WS-NIV-PERCENTUAL (WS-IDX-NIVEL)
                                           TO LR-PDD-PERCENTUAL
           MOVE WS-ACU-PROVISAO (WS-IDX-NIVEL)
                                           TO LR-PDD-PROVISAO
           MOVE WS-ACU-PROV-ANTERIOR (WS-IDX-NIVEL)
                                           TO LR-PDD-PROV-ANTERIOR
           WRITE REG-RELPDD                FROM WS-LINRES-PDD
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPDD"  TO WS-MSG
              MOVE FS-RELPDD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3120-GRAVAR-RODAPE.
           WRITE REG-RELPDD                FROM WS-RODAPE-PDD
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPDD"  TO WS-MSG
              MOVE FS-RELPDD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3200-GRAVAR-HISTORICO - COMPETENCIAS ANTERIORES MAIS A DE    *
      *    REFERENCIA, COM A PROVISAO POR NIVEL                         *
      *----------------------------------------------------------------*
       3200-GRAVAR-HISTORICO.
           OPEN OUTPUT PDDHIST
           IF NOT SUCESSO-H
              MOVE "ERRO ABERTURA PDDHIST" TO WS-MSG
              MOVE FS-PDDHIST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3210-REGRAVAR-COMPETENCIA
               VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > WS-QTD-HISTORICO
           MOVE SPACES                     TO WS-REG-PDDHIST
           MOVE WS-ANOMES-REF              TO WS-PDH-ANOMES
           MOVE WS-PDC-DATA-REF            TO WS-PDH-DATA-REF
           MOVE WS-CTCARTEIRA              TO WS-PDH-QTD-CONTRATOS
           MOVE WS-TOT-SALDO               TO WS-PDH-SALDO-CARTEIRA
           MOVE WS-TOT-PROVISAO            TO WS-PDH-PROVISAO
           PERFORM 3220-COPIAR-NIVEL-ATUAL
               VARYING WS-IDX-NIVEL FROM 1 BY 1
               UNTIL WS-IDX-NIVEL > 9
           WRITE REG-PDDHIST               FROM WS-REG-PDDHIST
           IF NOT SUCESSO-H
              MOVE "ERRO GRAVACAO PDDHIST" TO WS-MSG
              MOVE FS-PDDHIST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PDDHIST
           .
       3210-REGRAVAR-COMPETENCIA.
           WRITE REG-PDDHIST               FROM WS-THS-REG (WS-IDX-HIST)
           IF NOT SUCESSO-H
              MOVE "ERRO GRAVACAO PDDHIST" TO WS-MSG
              MOVE FS-PDDHIST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3220-COPIAR-NIVEL-ATUAL.
           MOVE WS-ACU-PROVISAO (WS-IDX-NIVEL) TO
                WS-PDH-PROV-NIVEL (WS-IDX-NIVEL)
           .
       3800-TERMINO.
           MOVE WS-CTPARCELA               TO WS-CTPARCELA-F
           MOVE WS-CTCONTRATO              TO WS-CTCONTRATO-F
           MOVE WS-CTCARTEIRA              TO WS-CTCARTEIRA-F
           MOVE WS-CTQUITADO               TO WS-CTQUITADO-F
           MOVE WS-CTVENCIDO               TO WS-CTVENCIDO-F
           MOVE WS-CTHISTORICO             TO WS-CTHISTORICO-F
           MOVE WS-CTLANCGL                TO WS-CTLANCGL-F
           MOVE WS-TOT-PROVISAO            TO WS-TOT-PROVISAO-F
           MOVE WS-VARIACAO                TO WS-VARIACAO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PARCELAS LIDAS EM CONTRATOS..........: "
                                           WS-CTPARCELA-F
           DISPLAY " CONTRATOS LIDOS......................: "
                                           WS-CTCONTRATO-F
           DISPLAY " CONTRATOS QUITADOS...................: "
                                           WS-CTQUITADO-F
           DISPLAY " CONTRATOS NA CARTEIRA................: "
                                           WS-CTCARTEIRA-F
           DISPLAY " CONTRATOS COM PARCELA VENCIDA........: "
                                           WS-CTVENCIDO-F
           DISPLAY " COMPETENCIAS LIDAS NO PDDHIST........: "
                                           WS-CTHISTORICO-F
           DISPLAY " PROVISAO CALCULADA...................: "
                                           WS-TOT-PROVISAO-F
           DISPLAY " VARIACAO DA PROVISAO.................: "
                                           WS-VARIACAO-F
           DISPLAY " LANCAMENTOS CONTABEIS GERADOS........: "
                                           WS-CTLANCGL-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE LANCGL5
           IF NOT SUCESSO-GLP
              MOVE "ERRO FECHAMENTO LANCGL5" TO WS-MSG
              MOVE FS-LANCGL5                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPDD
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPDD" TO WS-MSG
              MOVE FS-RELPDD                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
