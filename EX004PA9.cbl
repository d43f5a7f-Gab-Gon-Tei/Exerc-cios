      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA9.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CATALOGO DE GERACOES DOS MASTERS (CLINEW, PSNEW, SALDONOV,   *
      *    SALDOLOTN, CONTRNOV, NEGSTATN, TAXANOV E PARMNOVM). O        *
      *    CARTAO GENCTL TRAZ A FUNCAO E O MASTER:                      *
      *    "R" - REGISTRA O MASTER NOVO, NO STEP SEGUINTE AO QUE O      *
      *          PRODUZIU COM RC 0: PROXIMA GERACAO, RUN (RUNIDCTL),    *
      *          QUANTIDADE DE REGISTROS E TOTAL DE CONTROLE NO GENCAT  *
      *          E OS REGISTROS NO GENARQ. FICAM SO AS ULTIMAS N        *
      *          GERACOES DO MASTER (N NO CARTAO, PADRAO 7).            *
      *    "V" - RESTAURA A GERACAO NOMEADA E, COMO UM CONJUNTO SO,     *
      *          A GERACAO DE CADA MASTER PRODUZIDA NO MESMO RUN.       *
      *          CARTAO DO SUPERVISOR, QUE PRECISA DE ALCADA "REST" NO  *
      *          AUTMST. CADA MASTER RESTAURADO E CONFERIDO COM A       *
      *          QUANTIDADE E O TOTAL DO CATALOGO; AS GERACOES          *
      *          POSTERIORES DESSES MASTERS FICAM CANCELADAS. O         *
      *          ROLLBACK FICA REGISTRADO NO BCHHIST (PROGRAMA          *
      *          "ROLLBACK", COM O RUN RESTAURADO).                     *
      *    O GENCAT E O GENARQ SAO REESCRITOS (GENCATN E GENARQN) NAS   *
      *    DUAS FUNCOES, COMO OS DEMAIS MASTERS DO SISTEMA.             *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT GENCTL ASSIGN            TO UT-S-GENCTL
           FILE STATUS IS FS-GENCTL
           .
           SELECT OPTIONAL GENCAT ASSIGN   TO UT-S-GENCAT
           FILE STATUS IS FS-GENCAT
           .
           SELECT GENCATN ASSIGN           TO UT-S-GENCATN
           FILE STATUS IS FS-GENCATN
           .
           SELECT OPTIONAL GENARQ ASSIGN   TO UT-S-GENARQ
           FILE STATUS IS FS-GENARQ
           .
           SELECT GENARQN ASSIGN           TO UT-S-GENARQN
           FILE STATUS IS FS-GENARQN
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT PSNEW ASSIGN             TO UT-S-PSNEW
           FILE STATUS IS FS-PSNEW
           .
           SELECT SALDONOV ASSIGN          TO SALDONOV
           FILE STATUS IS FS-SALDONOV
           .
           SELECT SALDOLOTN ASSIGN         TO SALDOLOTN
           FILE STATUS IS FS-SALDOLOTN
           .
           SELECT CONTRNOV ASSIGN          TO UT-S-CONTRNOV
           FILE STATUS IS FS-CONTRNOV
           .
           SELECT NEGSTATN ASSIGN          TO UT-S-NEGSTATN
           FILE STATUS IS FS-NEGSTATN
           .
           SELECT TAXANOV ASSIGN           TO UT-S-TAXANOV
           FILE STATUS IS FS-TAXANOV
           .
           SELECT PARMNOVM ASSIGN          TO UT-S-PARMNOVM
           FILE STATUS IS FS-PARMNOVM
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
           SELECT OPTIONAL BCHHIST ASSIGN  TO BCHHIST
           FILE STATUS IS FS-BCHHIST
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    GENCTL - CARTAO COM A FUNCAO E O MASTER
       FD  GENCTL
           RECORDING MODE IS F
           .
       01  REG-GENCTL                      PIC X(80).

      *    GENCAT/GENCATN - CATALOGO ANTERIOR E NOVO
       FD  GENCAT
           RECORDING MODE IS F
           .
       01  REG-GENCAT                      PIC X(80).

       FD  GENCATN
           RECORDING MODE IS F
           .
       01  REG-GENCATN                     PIC X(80).

      *    GENARQ/GENARQN - REGISTROS DAS GERACOES, ANTERIOR E NOVO
       FD  GENARQ
           RECORDING MODE IS F
           .
       01  REG-GENARQ                      PIC X(198).

       FD  GENARQN
           RECORDING MODE IS F
           .
       01  REG-GENARQN                     PIC X(198).

      *    MASTERS CATALOGADOS - UM FD FIXO POR MASTER, COMO NOS
      *    PROGRAMAS QUE OS PRODUZEM. NO REGISTRO A JCL ALOCA SO O DD
      *    DO MASTER DO CARTAO (ENTRADA); NA RESTAURACAO, O DD DE CADA
      *    MASTER DO CONJUNTO (SAIDA)
       FD  CLINEW
           RECORDING MODE IS F
           .
       01  REG-CLINEW                      PIC X(184).

       FD  PSNEW
           RECORDING MODE IS F
           .
       01  REG-PSNEW                       PIC X(42).

       FD  SALDONOV
           RECORDING MODE IS F
           .
       01  REG-SALDONOV                    PIC X(16).

       FD  SALDOLOTN
           RECORDING MODE IS F
           .
       01  REG-SALDOLOTN                   PIC X(29).

       FD  CONTRNOV
           RECORDING MODE IS F
           .
       01  REG-CONTRNOV                    PIC X(43).

       FD  NEGSTATN
           RECORDING MODE IS F
           .
       01  REG-NEGSTATN                    PIC X(13).

       FD  TAXANOV
           RECORDING MODE IS F
           .
       01  REG-TAXANOV                     PIC X(28).

       FD  PARMNOVM
           RECORDING MODE IS F
           .
       01  REG-PARMNOVM                    PIC X(47).

      *    RUNIDCTL - IDENTIFICADOR DO RUN GERADO PELO EX004P67
       FD  RUNIDCTL
           RECORDING MODE IS F
           .
       01  REG-RUNIDCTL                    PIC X(08).

      *    BCHHIST - HISTORICO COMPARTILHADO DE EXECUCOES EM BATCH
       FD  BCHHIST
           RECORDING MODE IS F
           .
           COPY CPBCHLOG.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *    CARTAO GENCTL. REGISTRO: FUNCAO "R", MASTER E QUANTIDADE
      *    DE GERACOES A MANTER. RESTAURACAO: FUNCAO "V", MASTER,
      *    GERACAO, SUPERVISOR E SOLICITANTE
       01  WS-REG-GENCTL.
           05 WS-GCT-FUNCAO                PIC X(01).
              88 GCT-REGISTRAR                     VALUE "R".
              88 GCT-RESTAURAR                     VALUE "V".
           05 FILLER                       PIC X(01).
           05 WS-GCT-MESTRE                PIC X(09).
           05 FILLER                       PIC X(01).
           05 WS-GCT-QTD-GERACOES          PIC 9(02).
           05 FILLER                       PIC X(01).
           05 WS-GCT-GERACAO               PIC 9(05).
           05 FILLER                       PIC X(01).
           05 WS-GCT-SUPERVISOR            PIC X(08).
           05 FILLER                       PIC X(01).
           05 WS-GCT-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(42).
       77  WS-QTD-GERACOES-PADRAO          PIC 9(02) VALUE 7.
      *----------------------------------------------------------------*
      *    MASTER CORRENTE: O DO CARTAO NO REGISTRO, O DE CADA
      *    REGISTRO DO GENARQ NA RESTAURACAO
      *----------------------------------------------------------------*
       01  WS-MESTRE-CORRENTE              PIC X(09).
           88 MESTRE-CLINEW                        VALUE "CLINEW".
           88 MESTRE-PSNEW                         VALUE "PSNEW".
           88 MESTRE-SALDONOV                      VALUE "SALDONOV".
           88 MESTRE-SALDOLOTN                     VALUE "SALDOLOTN".
           88 MESTRE-CONTRNOV                      VALUE "CONTRNOV".
           88 MESTRE-NEGSTATN                      VALUE "NEGSTATN".
           88 MESTRE-TAXANOV                       VALUE "TAXANOV".
           88 MESTRE-PARMNOVM                      VALUE "PARMNOVM".
           88 MESTRE-CATALOGAVEL                   VALUE "CLINEW"
                                                         "PSNEW"
                                                         "SALDONOV"
                                                         "SALDOLOTN"
                                                         "CONTRNOV"
                                                         "NEGSTATN"
                                                         "TAXANOV"
                                                         "PARMNOVM".
      *----------------------------------------------------------------*
      *    REGISTRO DO MASTER E O CAMPO SOMADO NO TOTAL DE CONTROLE DE
      *    CADA LAYOUT (VALOR, SALDO OU TAXA; NOS MASTERS SEM VALOR, A
      *    DATA COMO TOTAL DE CONFERENCIA)
      *----------------------------------------------------------------*
       01  WS-REG-MESTRE                   PIC X(184).
       01  WS-MST-CLINEW REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(80).
           05 WS-MST-TOTALDIVIDA           PIC 9(08)V99.
           05 FILLER                       PIC X(94).
       01  WS-MST-PSNEW REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(35).
           05 WS-MST-VALORPS               PIC 9(05)V99.
           05 FILLER                       PIC X(142).
       01  WS-MST-SALDONOV REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(09).
           05 WS-MST-SALDO                 PIC S9(07).
           05 FILLER                       PIC X(168).
       01  WS-MST-SALDOLOTN REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(22).
           05 WS-MST-SALDO-LOTE            PIC S9(07).
           05 FILLER                       PIC X(155).
       01  WS-MST-CONTRNOV REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(20).
           05 WS-MST-VALOR-PARCELA         PIC 9(09)V99.
           05 FILLER                       PIC X(153).
       01  WS-MST-NEGSTATN REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(05).
           05 WS-MST-DATA-NEGATIV          PIC 9(08).
           05 FILLER                       PIC X(171).
       01  WS-MST-TAXANOV REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(23).
           05 WS-MST-TAXA                  PIC 9(03)V99.
           05 FILLER                       PIC X(156).
       01  WS-MST-PARMNOVM REDEFINES WS-REG-MESTRE.
           05 FILLER                       PIC X(16).
           05 WS-MST-VIG-INI-PARM          PIC 9(08).
           05 FILLER                       PIC X(160).
       77  WS-TOT-CONTROLE                 PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    CATALOGO CARREGADO DO GENCAT. GERACAO EXPURGADA NO REGISTRO
      *    NAO VAI PARA O GENCATN
      *----------------------------------------------------------------*
           COPY CPGENCAT.
           COPY CPGENARQ.
       01  WS-TAB-GENCAT.
           05 WS-CAT-ENT OCCURS 500 TIMES.
              10 WS-CAT-REGISTRO           PIC X(80).
              10 WS-CAT-MANTER             PIC X(01).
                 88 CAT-MANTIDA                    VALUE "S".
                 88 CAT-EXPURGADA                  VALUE "N".
       77  WS-QTD-CAT                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-CAT                      PIC 9(03) COMP.
       77  WS-IDX-ALVO                     PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    REGISTRO: GERACAO NOVA E LIMITE DE EXPURGO DO MASTER
      *----------------------------------------------------------------*
       77  WS-GER-MAIOR                    PIC 9(05).
       77  WS-GER-NOVA                     PIC 9(05).
       77  WS-GER-LIMITE-EXPURGO           PIC 9(05).
      *----------------------------------------------------------------*
      *    RESTAURACAO: CONJUNTO DE MASTERS DO RUN DA GERACAO NOMEADA,
      *    COM O PREVISTO NO CATALOGO E O RESTAURADO DO GENARQ
      *----------------------------------------------------------------*
       77  WS-RUNID-ALVO                   PIC X(08).
       01  WS-TAB-RESTAURO.
           05 WS-RST-ENT OCCURS 8 TIMES.
              10 WS-RST-MESTRE             PIC X(09).
              10 WS-RST-GERACAO            PIC 9(05).
              10 WS-RST-QTD-CAT            PIC 9(09).
              10 WS-RST-TOT-CAT            PIC S9(13)V99.
              10 WS-RST-QTD-REST           PIC 9(09).
              10 WS-RST-TOT-REST           PIC S9(13)V99.
       77  WS-QTD-RST                      PIC 9(02) COMP VALUE 0.
       77  WS-IDX-RST                      PIC 9(02) COMP.
       77  WS-IDX-RST-ACHADO               PIC 9(02) COMP.
      *    ALCADA DO SUPERVISOR (AUTLOOK SOBRE O MASTER AUTMST)
           COPY CPAUTCHK.
      *----------------------------------------------------------------*
      *    IDENTIFICADOR DO RUN (RUNIDCTL DO EX004P67, OBRIGATORIO NO
      *    REGISTRO; NA RESTAURACAO HA DERIVACAO LOCAL QUANDO O CARTAO
      *    NAO VEM NO JOB)
       77  WS-RUNID-CORRENTE               PIC X(08).
      *----------------------------------------------------------------*
           COPY VARDATA.
           COPY VARPROSS.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-GENCTL                       PIC X(02).
           88 SUCESSO-GCT                  VALUE "00".
       01  FS-GENCAT                       PIC X(02).
           88 SUCESSO-GC                   VALUE "00".
           88 FIM-ARQ-GC                   VALUE "10".
           88 GENCAT-AUSENTE               VALUE "05".
       01  FS-GENCATN                      PIC X(02).
           88 SUCESSO-GCN                  VALUE "00".
       01  FS-GENARQ                       PIC X(02).
           88 SUCESSO-GA                   VALUE "00".
           88 FIM-ARQ-GA                   VALUE "10".
           88 GENARQ-AUSENTE               VALUE "05".
       01  FS-GENARQN                      PIC X(02).
           88 SUCESSO-GAN                  VALUE "00".
       01  FS-CLINEW                       PIC X(02).
       01  FS-PSNEW                        PIC X(02).
       01  FS-SALDONOV                     PIC X(02).
       01  FS-SALDOLOTN                    PIC X(02).
       01  FS-CONTRNOV                     PIC X(02).
       01  FS-NEGSTATN                     PIC X(02).
       01  FS-TAXANOV                      PIC X(02).
       01  FS-PARMNOVM                     PIC X(02).
      *    STATUS COMUM: COPIA DO FILE STATUS DO MASTER CORRENTE
       01  FS-MESTRE                       PIC X(02).
           88 SUCESSO-MST                  VALUE "00".
           88 FIM-ARQ-MST                  VALUE "10".
       01  FS-RUNIDCTL                     PIC X(02).
           88 SUCESSO-RID                  VALUE "00".
       01  FS-BCHHIST                      PIC X(02).
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO-GA                    PIC 9(09) COMP.
       77  WS-CTGRAV-GA                    PIC 9(09) COMP.
       77  WS-CTEXPURGO-GA                 PIC 9(09) COMP.
       77  WS-CTREG-MESTRE                 PIC 9(09) COMP.
       77  WS-CTEXPURGO-CAT                PIC 9(03) COMP.
       77  WS-CTCANCEL-CAT                 PIC 9(03) COMP.
       77  WS-CTDIVERG                     PIC 9(02) COMP.
       77  WS-CTLIDO-GA-F                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-CTGRAV-GA-F                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-CTEXPURGO-GA-F               PIC ZZZ.ZZZ.ZZ9.
       77  WS-CTREG-MESTRE-F               PIC ZZZ.ZZZ.ZZ9.
       77  WS-CTEXPURGO-CAT-F              PIC ZZ9.
       77  WS-CTCANCEL-CAT-F               PIC ZZ9.
       77  WS-QTD-RST-F                    PIC 9.
       77  WS-GERACAO-F                    PIC ZZZZ9.
       77  WS-QTD-F                        PIC ZZZ.ZZZ.ZZ9.
       77  WS-TOT-CONTROLE-F               PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOT-CONTROLE-REST-F          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA9.
           PERFORM 1000-INICIALIZAR
           IF GCT-REGISTRAR
              PERFORM 2000-REGISTRAR-GERACAO
           ELSE
              PERFORM 2500-RESTAURAR-GERACAO
           END-IF
           PERFORM 3000-GRAVAR-GENCATN
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           ACCEPT WS-HORARIO-INICIAL       FROM TIME
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS              FROM TIME
           MOVE ZEROS                      TO WS-CTLIDO-GA
                                              WS-CTGRAV-GA
                                              WS-CTEXPURGO-GA
                                              WS-CTREG-MESTRE
                                              WS-CTEXPURGO-CAT
                                              WS-CTCANCEL-CAT
                                              WS-CTDIVERG
           PERFORM 1050-LER-GENCTL
           PERFORM 1040-DEFINIR-RUNID
           PERFORM 1200-CARREGAR-GENCAT
           IF GCT-REGISTRAR
              MOVE "EX004PA9"              TO WS-BCHLOG-PROGRAMA
              MOVE WS-RUNID-CORRENTE       TO WS-BCHLOG-RUNID
           ELSE
              PERFORM 1300-LOCALIZAR-GERACAO-ALVO
              MOVE "ROLLBACK"              TO WS-BCHLOG-PROGRAMA
              MOVE WS-RUNID-ALVO           TO WS-BCHLOG-RUNID
           END-IF
           PERFORM 9100-GRAVAR-INICIO-PROCESSAMENTO
           .
       1040-DEFINIR-RUNID.
           MOVE SPACES                     TO WS-RUNID-CORRENTE
           OPEN INPUT RUNIDCTL
           IF SUCESSO-RID
              READ RUNIDCTL INTO WS-RUNID-CORRENTE
              CLOSE RUNIDCTL
           END-IF
           IF (WS-RUNID-CORRENTE = SPACES
           OR  WS-RUNID-CORRENTE = LOW-VALUES)
           AND GCT-REGISTRAR
      *    A GERACAO E AGRUPADA COM AS DEMAIS PELO RUN ID; UM ID
      *    DERIVADO DO RELOGIO NAO CASA COM O DOS OUTROS PASSOS
              MOVE "RUNIDCTL OBRIGATORIO PARA CATALOGAR GERACAO"
                                           TO WS-MSG
              MOVE FS-RUNIDCTL             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-RUNID-CORRENTE = SPACES
           OR WS-RUNID-CORRENTE = LOW-VALUES
      *    SEM RUNIDCTL NO JOB, O PROGRAMA DERIVA O PROPRIO ID
              MOVE WS-DIA                  TO WS-RUNID-CORRENTE (1:2)
              MOVE WS-HORA                 TO WS-RUNID-CORRENTE (3:2)
              MOVE WS-MIN                  TO WS-RUNID-CORRENTE (5:2)
              MOVE WS-SEG                  TO WS-RUNID-CORRENTE (7:2)
           END-IF
           .
      *----------------------------------------------------------------*
      *    1050-LER-GENCTL - FUNCAO, MASTER E, CONFORME A FUNCAO, A     *
      *    QUANTIDADE DE GERACOES A MANTER OU A GERACAO A RESTAURAR E   *
      *    O SUPERVISOR QUE A AUTORIZA                                  *
      *----------------------------------------------------------------*
       1050-LER-GENCTL.
           OPEN INPUT GENCTL
           IF NOT SUCESSO-GCT
              MOVE "ERRO ABERTURA GENCTL"  TO WS-MSG
              MOVE FS-GENCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ GENCTL INTO WS-REG-GENCTL
           IF NOT SUCESSO-GCT
              MOVE "GENCTL SEM CARTAO DE FUNCAO" TO WS-MSG
              MOVE FS-GENCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE GENCTL
           MOVE WS-GCT-MESTRE              TO WS-MESTRE-CORRENTE
           IF NOT MESTRE-CATALOGAVEL
              MOVE "MASTER NAO CATALOGADO PELO EX004PA9" TO WS-MSG
              MOVE FS-GENCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           EVALUATE TRUE
              WHEN GCT-REGISTRAR
                 IF WS-GCT-QTD-GERACOES IS NOT NUMERIC
                 OR WS-GCT-QTD-GERACOES = ZERO
                    MOVE WS-QTD-GERACOES-PADRAO
                                           TO WS-GCT-QTD-GERACOES
                 END-IF
              WHEN GCT-RESTAURAR
                 IF WS-GCT-GERACAO IS NOT NUMERIC
                 OR WS-GCT-GERACAO = ZERO
                    MOVE "GENCTL SEM A GERACAO A RESTAURAR" TO WS-MSG
                    MOVE FS-GENCTL         TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
                 IF WS-GCT-SUPERVISOR = SPACES
                    MOVE "GENCTL SEM O SUPERVISOR DA RESTAURACAO"
                                           TO WS-MSG
                    MOVE FS-GENCTL         TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
              WHEN OTHER
                 MOVE "FUNCAO DO GENCTL INVALIDA" TO WS-MSG
                 MOVE FS-GENCTL            TO WS-FS
                 GO TO 9000-ERRO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-GENCAT - CATALOGO ANTERIOR (SEM ELE NO JOB, O  *
      *    CATALOGO COMECA VAZIO)                                       *
      *----------------------------------------------------------------*
       1200-CARREGAR-GENCAT.
           OPEN INPUT GENCAT
           IF NOT SUCESSO-GC
           AND NOT GENCAT-AUSENTE
              MOVE "ERRO ABERTURA GENCAT"  TO WS-MSG
              MOVE FS-GENCAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-GENCAT
           PERFORM 1220-ARMAZENAR-GENCAT UNTIL FIM-ARQ-GC
           CLOSE GENCAT
           .
       1210-LER-GENCAT.
           READ GENCAT INTO WS-REG-GENCAT
           IF NOT SUCESSO-GC
              IF NOT FIM-ARQ-GC
                 MOVE "ERRO LEITURA GENCAT" TO WS-MSG
                 MOVE FS-GENCAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-GENCAT.
           IF WS-QTD-CAT NOT < 500
              MOVE "GENCAT EXCEDE A TABELA DE 500 GERACOES" TO WS-MSG
              MOVE FS-GENCAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-CAT
           MOVE WS-REG-GENCAT              TO
                WS-CAT-REGISTRO (WS-QTD-CAT)
           SET CAT-MANTIDA (WS-QTD-CAT)    TO TRUE
           PERFORM 1210-LER-GENCAT
           .
      *----------------------------------------------------------------*
      *    1300-LOCALIZAR-GERACAO-ALVO - GERACAO NOMEADA NO CARTAO DE   *
      *    RESTAURACAO, QUE DA O RUN A RESTAURAR                        *
      *----------------------------------------------------------------*
       1300-LOCALIZAR-GERACAO-ALVO.
           MOVE ZEROS                      TO WS-IDX-ALVO
           PERFORM 1310-COMPARAR-GERACAO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           IF WS-IDX-ALVO = ZERO
              MOVE "GERACAO NAO CATALOGADA PARA O MASTER" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CAT-REGISTRO (WS-IDX-ALVO) TO WS-REG-GENCAT
           IF GEN-CANCELADA
              MOVE "GERACAO CANCELADA POR RESTAURACAO ANTERIOR"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-GEN-RUNID               TO WS-RUNID-ALVO
           .
       1310-COMPARAR-GERACAO.
           MOVE WS-CAT-REGISTRO (WS-IDX-CAT) TO WS-REG-GENCAT
           IF WS-GEN-MESTRE = WS-GCT-MESTRE
           AND WS-GEN-GERACAO = WS-GCT-GERACAO
              MOVE WS-IDX-CAT              TO WS-IDX-ALVO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1400/1410/1500/1600/1700 - DESPACHO DE ABERTURA, LEITURA,    *
      *    GRAVACAO E FECHAMENTO PARA O ARQUIVO FIXO DO MASTER          *
      *    CORRENTE, COM O FILE STATUS COPIADO PARA A AREA COMUM        *
      *    FS-MESTRE                                                    *
      *----------------------------------------------------------------*
       1400-ABRIR-MESTRE-ENTRADA.
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 OPEN INPUT CLINEW
                 MOVE FS-CLINEW            TO FS-MESTRE
              WHEN MESTRE-PSNEW
                 OPEN INPUT PSNEW
                 MOVE FS-PSNEW             TO FS-MESTRE
              WHEN MESTRE-SALDONOV
                 OPEN INPUT SALDONOV
                 MOVE FS-SALDONOV          TO FS-MESTRE
              WHEN MESTRE-SALDOLOTN
                 OPEN INPUT SALDOLOTN
                 MOVE FS-SALDOLOTN         TO FS-MESTRE
              WHEN MESTRE-CONTRNOV
                 OPEN INPUT CONTRNOV
                 MOVE FS-CONTRNOV          TO FS-MESTRE
              WHEN MESTRE-NEGSTATN
                 OPEN INPUT NEGSTATN
                 MOVE FS-NEGSTATN          TO FS-MESTRE
              WHEN MESTRE-TAXANOV
                 OPEN INPUT TAXANOV
                 MOVE FS-TAXANOV           TO FS-MESTRE
              WHEN OTHER
                 OPEN INPUT PARMNOVM
                 MOVE FS-PARMNOVM          TO FS-MESTRE
           END-EVALUATE
           .
       1410-ABRIR-MESTRE-SAIDA.
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 OPEN OUTPUT CLINEW
                 MOVE FS-CLINEW            TO FS-MESTRE
              WHEN MESTRE-PSNEW
                 OPEN OUTPUT PSNEW
                 MOVE FS-PSNEW             TO FS-MESTRE
              WHEN MESTRE-SALDONOV
                 OPEN OUTPUT SALDONOV
                 MOVE FS-SALDONOV          TO FS-MESTRE
              WHEN MESTRE-SALDOLOTN
                 OPEN OUTPUT SALDOLOTN
                 MOVE FS-SALDOLOTN         TO FS-MESTRE
              WHEN MESTRE-CONTRNOV
                 OPEN OUTPUT CONTRNOV
                 MOVE FS-CONTRNOV          TO FS-MESTRE
              WHEN MESTRE-NEGSTATN
                 OPEN OUTPUT NEGSTATN
                 MOVE FS-NEGSTATN          TO FS-MESTRE
              WHEN MESTRE-TAXANOV
                 OPEN OUTPUT TAXANOV
                 MOVE FS-TAXANOV           TO FS-MESTRE
              WHEN OTHER
                 OPEN OUTPUT PARMNOVM
                 MOVE FS-PARMNOVM          TO FS-MESTRE
           END-EVALUATE
           .
       1500-LER-MESTRE.
           MOVE SPACES                     TO WS-REG-MESTRE
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 READ CLINEW INTO WS-REG-MESTRE
                 MOVE FS-CLINEW            TO FS-MESTRE
              WHEN MESTRE-PSNEW
                 READ PSNEW INTO WS-REG-MESTRE
                 MOVE FS-PSNEW             TO FS-MESTRE
              WHEN MESTRE-SALDONOV
                 READ SALDONOV INTO WS-REG-MESTRE
                 MOVE FS-SALDONOV          TO FS-MESTRE
              WHEN MESTRE-SALDOLOTN
                 READ SALDOLOTN INTO WS-REG-MESTRE
                 MOVE FS-SALDOLOTN         TO FS-MESTRE
              WHEN MESTRE-CONTRNOV
                 READ CONTRNOV INTO WS-REG-MESTRE
                 MOVE FS-CONTRNOV          TO FS-MESTRE
              WHEN MESTRE-NEGSTATN
                 READ NEGSTATN INTO WS-REG-MESTRE
                 MOVE FS-NEGSTATN          TO FS-MESTRE
              WHEN MESTRE-TAXANOV
                 READ TAXANOV INTO WS-REG-MESTRE
                 MOVE FS-TAXANOV           TO FS-MESTRE
              WHEN OTHER
                 READ PARMNOVM INTO WS-REG-MESTRE
                 MOVE FS-PARMNOVM          TO FS-MESTRE
           END-EVALUATE
           IF NOT SUCESSO-MST
              IF NOT FIM-ARQ-MST
                 MOVE SPACES               TO WS-MSG
                 STRING "ERRO LEITURA "    DELIMITED BY SIZE
                        WS-MESTRE-CORRENTE DELIMITED BY SPACE
                        INTO WS-MSG
                 END-STRING
                 MOVE FS-MESTRE            TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1600-GRAVAR-MESTRE.
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 WRITE REG-CLINEW          FROM WS-REG-MESTRE
                 MOVE FS-CLINEW            TO FS-MESTRE
              WHEN MESTRE-PSNEW
                 WRITE REG-PSNEW           FROM WS-REG-MESTRE
                 MOVE FS-PSNEW             TO FS-MESTRE
              WHEN MESTRE-SALDONOV
                 WRITE REG-SALDONOV        FROM WS-REG-MESTRE
                 MOVE FS-SALDONOV          TO FS-MESTRE
              WHEN MESTRE-SALDOLOTN
                 WRITE REG-SALDOLOTN       FROM WS-REG-MESTRE
                 MOVE FS-SALDOLOTN         TO FS-MESTRE
              WHEN MESTRE-CONTRNOV
                 WRITE REG-CONTRNOV        FROM WS-REG-MESTRE
                 MOVE FS-CONTRNOV          TO FS-MESTRE
              WHEN MESTRE-NEGSTATN
                 WRITE REG-NEGSTATN        FROM WS-REG-MESTRE
                 MOVE FS-NEGSTATN          TO FS-MESTRE
              WHEN MESTRE-TAXANOV
                 WRITE REG-TAXANOV         FROM WS-REG-MESTRE
                 MOVE FS-TAXANOV           TO FS-MESTRE
              WHEN OTHER
                 WRITE REG-PARMNOVM        FROM WS-REG-MESTRE
                 MOVE FS-PARMNOVM          TO FS-MESTRE
           END-EVALUATE
           IF NOT SUCESSO-MST
              MOVE SPACES                  TO WS-MSG
              STRING "ERRO GRAVACAO "      DELIMITED BY SIZE
                     WS-MESTRE-CORRENTE    DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              MOVE FS-MESTRE               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1700-FECHAR-MESTRE.
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 CLOSE CLINEW
                 MOVE FS-CLINEW            TO FS-MESTRE
              WHEN MESTRE-PSNEW
                 CLOSE PSNEW
                 MOVE FS-PSNEW             TO FS-MESTRE
              WHEN MESTRE-SALDONOV
                 CLOSE SALDONOV
                 MOVE FS-SALDONOV          TO FS-MESTRE
              WHEN MESTRE-SALDOLOTN
                 CLOSE SALDOLOTN
                 MOVE FS-SALDOLOTN         TO FS-MESTRE
              WHEN MESTRE-CONTRNOV
                 CLOSE CONTRNOV
                 MOVE FS-CONTRNOV          TO FS-MESTRE
              WHEN MESTRE-NEGSTATN
                 CLOSE NEGSTATN
                 MOVE FS-NEGSTATN          TO FS-MESTRE
              WHEN MESTRE-TAXANOV
                 CLOSE TAXANOV
                 MOVE FS-TAXANOV           TO FS-MESTRE
              WHEN OTHER
                 CLOSE PARMNOVM
                 MOVE FS-PARMNOVM          TO FS-MESTRE
           END-EVALUATE
           IF NOT SUCESSO-MST
              MOVE SPACES                  TO WS-MSG
              STRING "ERRO FECHAMENTO "    DELIMITED BY SIZE
                     WS-MESTRE-CORRENTE    DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              MOVE FS-MESTRE               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1800/1810 - GENARQ ANTERIOR (SEM ELE NO JOB, NENHUMA         *
      *    GERACAO GUARDADA) E GENARQN                                  *
      *----------------------------------------------------------------*
       1800-ABRIR-GENARQ.
           OPEN INPUT GENARQ
           IF NOT SUCESSO-GA
           AND NOT GENARQ-AUSENTE
              MOVE "ERRO ABERTURA GENARQ"  TO WS-MSG
              MOVE FS-GENARQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT GENARQN
           IF NOT SUCESSO-GAN
              MOVE "ERRO ABERTURA GENARQN" TO WS-MSG
              MOVE FS-GENARQN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1810-LER-GENARQ.
           READ GENARQ INTO WS-REG-GENARQ
           IF SUCESSO-GA
              ADD 1                        TO WS-CTLIDO-GA
           ELSE
              IF NOT FIM-ARQ-GA
                 MOVE "ERRO LEITURA GENARQ" TO WS-MSG
                 MOVE FS-GENARQ             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1820-GRAVAR-GENARQN.
           WRITE REG-GENARQN               FROM WS-REG-GENARQ
           IF NOT SUCESSO-GAN
              MOVE "ERRO GRAVACAO GENARQN" TO WS-MSG
              MOVE FS-GENARQN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAV-GA
           .
       1830-FECHAR-GENARQ.
           CLOSE GENARQ
           CLOSE GENARQN
           IF NOT SUCESSO-GAN
              MOVE "ERRO FECHAMENTO GENARQN" TO WS-MSG
              MOVE FS-GENARQN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-REGISTRAR-GERACAO - O MASTER DO CARTAO VIRA A PROXIMA   *
      *    GERACAO; AS GERACOES QUE PASSAM DO LIMITE A MANTER SAEM DO   *
      *    CATALOGO E DO GENARQ                                         *
      *----------------------------------------------------------------*
       2000-REGISTRAR-GERACAO.
           MOVE ZEROS                      TO WS-GER-MAIOR
           PERFORM 2010-APURAR-MAIOR-GERACAO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           IF WS-GER-MAIOR = 99999
              MOVE "MASTER SEM NUMERO DE GERACAO DISPONIVEL" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           COMPUTE WS-GER-NOVA = WS-GER-MAIOR + 1
           IF WS-GER-NOVA > WS-GCT-QTD-GERACOES
              COMPUTE WS-GER-LIMITE-EXPURGO =
                      WS-GER-NOVA - WS-GCT-QTD-GERACOES
           ELSE
              MOVE ZEROS                   TO WS-GER-LIMITE-EXPURGO
           END-IF
           PERFORM 2020-MARCAR-EXPURGO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           PERFORM 1800-ABRIR-GENARQ
           PERFORM 1810-LER-GENARQ
           PERFORM 2100-COPIAR-GENARQ UNTIL FIM-ARQ-GA
           MOVE ZEROS                      TO WS-TOT-CONTROLE
           PERFORM 1400-ABRIR-MESTRE-ENTRADA
           IF NOT SUCESSO-MST
              MOVE SPACES                  TO WS-MSG
              STRING "ERRO ABERTURA "      DELIMITED BY SIZE
                     WS-MESTRE-CORRENTE    DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              MOVE FS-MESTRE               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1500-LER-MESTRE
           PERFORM 2200-ARQUIVAR-MESTRE UNTIL FIM-ARQ-MST
           PERFORM 1700-FECHAR-MESTRE
           PERFORM 1830-FECHAR-GENARQ
           PERFORM 2300-CATALOGAR-GERACAO
           .
       2010-APURAR-MAIOR-GERACAO.
           MOVE WS-CAT-REGISTRO (WS-IDX-CAT) TO WS-REG-GENCAT
           IF WS-GEN-MESTRE = WS-MESTRE-CORRENTE
           AND WS-GEN-GERACAO > WS-GER-MAIOR
              MOVE WS-GEN-GERACAO          TO WS-GER-MAIOR
           END-IF
           .
       2020-MARCAR-EXPURGO.
           MOVE WS-CAT-REGISTRO (WS-IDX-CAT) TO WS-REG-GENCAT
           IF WS-GEN-MESTRE = WS-MESTRE-CORRENTE
           AND WS-GEN-GERACAO NOT > WS-GER-LIMITE-EXPURGO
              SET CAT-EXPURGADA (WS-IDX-CAT) TO TRUE
              ADD 1                        TO WS-CTEXPURGO-CAT
           END-IF
           .
       2100-COPIAR-GENARQ.
           IF WS-GAR-MESTRE = WS-MESTRE-CORRENTE
           AND WS-GAR-GERACAO NOT > WS-GER-LIMITE-EXPURGO
              ADD 1                        TO WS-CTEXPURGO-GA
           ELSE
              PERFORM 1820-GRAVAR-GENARQN
           END-IF
           PERFORM 1810-LER-GENARQ
           .
       2200-ARQUIVAR-MESTRE.
           ADD 1                           TO WS-CTREG-MESTRE
           PERFORM 2600-ACUMULAR-CONTROLE
           MOVE WS-MESTRE-CORRENTE         TO WS-GAR-MESTRE
           MOVE WS-GER-NOVA                TO WS-GAR-GERACAO
           MOVE WS-REG-MESTRE              TO WS-GAR-DADOS
           PERFORM 1820-GRAVAR-GENARQN
           PERFORM 1500-LER-MESTRE
           .
       2300-CATALOGAR-GERACAO.
           IF WS-QTD-CAT NOT < 500
              MOVE "GENCAT EXCEDE A TABELA DE 500 GERACOES" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE SPACES                     TO WS-REG-GENCAT
           MOVE WS-MESTRE-CORRENTE         TO WS-GEN-MESTRE
           MOVE WS-GER-NOVA                TO WS-GEN-GERACAO
           MOVE WS-RUNID-CORRENTE          TO WS-GEN-RUNID
           MOVE WS-DATA-SYS                TO WS-GEN-DATA
           MOVE WS-HORA-SYS (1:6)          TO WS-GEN-HORA
           MOVE WS-CTREG-MESTRE            TO WS-GEN-QTD-REG
           MOVE WS-TOT-CONTROLE            TO WS-GEN-TOT-CONTROLE
           SET GEN-ATIVA                   TO TRUE
           MOVE ZEROS                      TO WS-GEN-DATA-CANCEL
           ADD 1                           TO WS-QTD-CAT
           MOVE WS-REG-GENCAT              TO
                WS-CAT-REGISTRO (WS-QTD-CAT)
           SET CAT-MANTIDA (WS-QTD-CAT)    TO TRUE
           .
      *----------------------------------------------------------------*
      *    2500-RESTAURAR-GERACAO - A GERACAO NOMEADA E A DE CADA       *
      *    MASTER PRODUZIDA NO MESMO RUN VOLTAM JUNTAS. NADA E          *
      *    RESTAURADO SEM A ALCADA DO SUPERVISOR                        *
      *----------------------------------------------------------------*
       2500-RESTAURAR-GERACAO.
           PERFORM 2520-CONFERIR-ALCADA
           MOVE WS-CAT-REGISTRO (WS-IDX-ALVO) TO WS-REG-GENCAT
           MOVE 1                          TO WS-QTD-RST
           MOVE WS-GEN-MESTRE              TO WS-RST-MESTRE (1)
           MOVE WS-GEN-GERACAO             TO WS-RST-GERACAO (1)
           MOVE WS-GEN-QTD-REG             TO WS-RST-QTD-CAT (1)
           MOVE WS-GEN-TOT-CONTROLE        TO WS-RST-TOT-CAT (1)
           PERFORM 2530-MONTAR-CONJUNTO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           PERFORM 2540-CANCELAR-POSTERIORES
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           PERFORM 2550-ABRIR-CONJUNTO
               VARYING WS-IDX-RST FROM 1 BY 1
               UNTIL WS-IDX-RST > WS-QTD-RST
           PERFORM 1800-ABRIR-GENARQ
           IF GENARQ-AUSENTE
              MOVE "GENARQ AUSENTE - NADA A RESTAURAR" TO WS-MSG
              MOVE FS-GENARQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1810-LER-GENARQ
           PERFORM 2560-RESTAURAR-GENARQ UNTIL FIM-ARQ-GA
           PERFORM 1830-FECHAR-GENARQ
           PERFORM 2570-FECHAR-CONJUNTO
               VARYING WS-IDX-RST FROM 1 BY 1
               UNTIL WS-IDX-RST > WS-QTD-RST
           PERFORM 2580-CONFERIR-RESTAURADO
               VARYING WS-IDX-RST FROM 1 BY 1
               UNTIL WS-IDX-RST > WS-QTD-RST
           IF WS-CTDIVERG > ZERO
              MOVE "RESTAURACAO NAO CONFERE COM O GENCAT" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2520-CONFERIR-ALCADA.
           MOVE WS-GCT-SUPERVISOR          TO WS-ACH-APROVADOR
           MOVE WS-GCT-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "REST"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-SYS                TO WS-ACH-DATA
           MOVE ZEROS                      TO WS-ACH-VALOR
                                              WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF NOT DECISAO-AUTORIZADA
              DISPLAY "EX004PA9: RESTAURACAO PEDIDA POR "
                      WS-GCT-SUPERVISOR " RECUSADA - " WS-ACH-MOTIVO
              MOVE "SUPERVISOR SEM ALCADA PARA RESTAURAR GERACAO"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *    DOS OUTROS MASTERS, A GERACAO ATIVA MAIS RECENTE DO RUN
       2530-MONTAR-CONJUNTO.
           MOVE WS-CAT-REGISTRO (WS-IDX-CAT) TO WS-REG-GENCAT
           IF GEN-ATIVA
           AND WS-GEN-RUNID = WS-RUNID-ALVO
           AND WS-GEN-MESTRE NOT = WS-GCT-MESTRE
              MOVE WS-GEN-MESTRE           TO WS-MESTRE-CORRENTE
              PERFORM 2590-LOCALIZAR-NO-CONJUNTO
              IF WS-IDX-RST-ACHADO = ZERO
                 ADD 1                     TO WS-QTD-RST
                 MOVE WS-QTD-RST           TO WS-IDX-RST-ACHADO
                 MOVE WS-GEN-MESTRE        TO
                      WS-RST-MESTRE (WS-IDX-RST-ACHADO)
                 MOVE ZEROS                TO
                      WS-RST-GERACAO (WS-IDX-RST-ACHADO)
              END-IF
              IF WS-GEN-GERACAO > WS-RST-GERACAO (WS-IDX-RST-ACHADO)
                 MOVE WS-GEN-GERACAO       TO
                      WS-RST-GERACAO (WS-IDX-RST-ACHADO)
                 MOVE WS-GEN-QTD-REG       TO
                      WS-RST-QTD-CAT (WS-IDX-RST-ACHADO)
                 MOVE WS-GEN-TOT-CONTROLE  TO
                      WS-RST-TOT-CAT (WS-IDX-RST-ACHADO)
              END-IF
           END-IF
           .
      *    GERACOES POSTERIORES DOS MASTERS DO CONJUNTO DEIXAM DE
      *    VALER A PARTIR DA RESTAURACAO
       2540-CANCELAR-POSTERIORES.
           MOVE WS-CAT-REGISTRO (WS-IDX-CAT) TO WS-REG-GENCAT
           MOVE WS-GEN-MESTRE              TO WS-MESTRE-CORRENTE
           PERFORM 2590-LOCALIZAR-NO-CONJUNTO
           IF WS-IDX-RST-ACHADO NOT = ZERO
           AND GEN-ATIVA
              IF WS-GEN-GERACAO > WS-RST-GERACAO (WS-IDX-RST-ACHADO)
                 SET GEN-CANCELADA         TO TRUE
                 MOVE WS-DATA-SYS          TO WS-GEN-DATA-CANCEL
                 MOVE WS-GCT-SUPERVISOR    TO WS-GEN-SUPERVISOR
                 MOVE WS-REG-GENCAT        TO
                      WS-CAT-REGISTRO (WS-IDX-CAT)
                 ADD 1                     TO WS-CTCANCEL-CAT
              END-IF
           END-IF
           .
       2550-ABRIR-CONJUNTO.
           MOVE WS-RST-MESTRE (WS-IDX-RST) TO WS-MESTRE-CORRENTE
           MOVE ZEROS                      TO
                WS-RST-QTD-REST (WS-IDX-RST)
                WS-RST-TOT-REST (WS-IDX-RST)
           PERFORM 1410-ABRIR-MESTRE-SAIDA
           IF NOT SUCESSO-MST
              MOVE SPACES                  TO WS-MSG
              STRING "ERRO ABERTURA "      DELIMITED BY SIZE
                     WS-MESTRE-CORRENTE    DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              MOVE FS-MESTRE               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *    O GENARQ E COPIADO INTEIRO PARA O GENARQN; OS REGISTROS DAS
      *    GERACOES DO CONJUNTO VOLTAM PARA O SEU MASTER
       2560-RESTAURAR-GENARQ.
           PERFORM 1820-GRAVAR-GENARQN
           MOVE WS-GAR-MESTRE              TO WS-MESTRE-CORRENTE
           PERFORM 2590-LOCALIZAR-NO-CONJUNTO
           IF WS-IDX-RST-ACHADO NOT = ZERO
              IF WS-GAR-GERACAO = WS-RST-GERACAO (WS-IDX-RST-ACHADO)
                 MOVE WS-GAR-DADOS         TO WS-REG-MESTRE
                 PERFORM 1600-GRAVAR-MESTRE
                 MOVE ZEROS                TO WS-TOT-CONTROLE
                 PERFORM 2600-ACUMULAR-CONTROLE
                 ADD 1                     TO
                     WS-RST-QTD-REST (WS-IDX-RST-ACHADO)
                 ADD WS-TOT-CONTROLE       TO
                     WS-RST-TOT-REST (WS-IDX-RST-ACHADO)
              END-IF
           END-IF
           PERFORM 1810-LER-GENARQ
           .
       2570-FECHAR-CONJUNTO.
           MOVE WS-RST-MESTRE (WS-IDX-RST) TO WS-MESTRE-CORRENTE
           PERFORM 1700-FECHAR-MESTRE
           .
       2580-CONFERIR-RESTAURADO.
           MOVE WS-RST-GERACAO (WS-IDX-RST) TO WS-GERACAO-F
           MOVE WS-RST-QTD-REST (WS-IDX-RST) TO WS-QTD-F
           MOVE WS-RST-TOT-REST (WS-IDX-RST) TO WS-TOT-CONTROLE-REST-F
           DISPLAY " RESTAURADO " WS-RST-MESTRE (WS-IDX-RST)
                   " GERACAO " WS-GERACAO-F
                   " REGISTROS " WS-QTD-F
                   " TOTAL " WS-TOT-CONTROLE-REST-F
           IF WS-RST-QTD-REST (WS-IDX-RST) NOT =
              WS-RST-QTD-CAT (WS-IDX-RST)
           OR WS-RST-TOT-REST (WS-IDX-RST) NOT =
              WS-RST-TOT-CAT (WS-IDX-RST)
              ADD 1                        TO WS-CTDIVERG
              MOVE WS-RST-QTD-CAT (WS-IDX-RST) TO WS-QTD-F
              MOVE WS-RST-TOT-CAT (WS-IDX-RST) TO WS-TOT-CONTROLE-F
              DISPLAY "    DIVERGE DO GENCAT: REGISTROS " WS-QTD-F
                      " TOTAL " WS-TOT-CONTROLE-F
           END-IF
           .
       2590-LOCALIZAR-NO-CONJUNTO.
           MOVE ZEROS                      TO WS-IDX-RST-ACHADO
           PERFORM 2591-COMPARAR-CONJUNTO
               VARYING WS-IDX-RST FROM 1 BY 1
               UNTIL WS-IDX-RST > WS-QTD-RST
               OR    WS-IDX-RST-ACHADO NOT = ZERO
           .
       2591-COMPARAR-CONJUNTO.
           IF WS-RST-MESTRE (WS-IDX-RST) = WS-MESTRE-CORRENTE
              MOVE WS-IDX-RST              TO WS-IDX-RST-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-ACUMULAR-CONTROLE - SOMA O CAMPO DE CONTROLE DO LAYOUT  *
      *    DO MASTER CORRENTE NO WS-TOT-CONTROLE                        *
      *----------------------------------------------------------------*
       2600-ACUMULAR-CONTROLE.
           EVALUATE TRUE
              WHEN MESTRE-CLINEW
                 IF WS-MST-TOTALDIVIDA IS NUMERIC
                    ADD WS-MST-TOTALDIVIDA TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-PSNEW
                 IF WS-MST-VALORPS IS NUMERIC
                    ADD WS-MST-VALORPS     TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-SALDONOV
                 IF WS-MST-SALDO IS NUMERIC
                    ADD WS-MST-SALDO       TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-SALDOLOTN
                 IF WS-MST-SALDO-LOTE IS NUMERIC
                    ADD WS-MST-SALDO-LOTE  TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-CONTRNOV
                 IF WS-MST-VALOR-PARCELA IS NUMERIC
                    ADD WS-MST-VALOR-PARCELA TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-NEGSTATN
                 IF WS-MST-DATA-NEGATIV IS NUMERIC
                    ADD WS-MST-DATA-NEGATIV TO WS-TOT-CONTROLE
                 END-IF
              WHEN MESTRE-TAXANOV
                 IF WS-MST-TAXA IS NUMERIC
                    ADD WS-MST-TAXA        TO WS-TOT-CONTROLE
                 END-IF
              WHEN OTHER
                 IF WS-MST-VIG-INI-PARM IS NUMERIC
                    ADD WS-MST-VIG-INI-PARM TO WS-TOT-CONTROLE
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    3000-GRAVAR-GENCATN - CATALOGO NOVO, SEM AS GERACOES         *
      *    EXPURGADAS                                                   *
      *----------------------------------------------------------------*
       3000-GRAVAR-GENCATN.
           OPEN OUTPUT GENCATN
           IF NOT SUCESSO-GCN
              MOVE "ERRO ABERTURA GENCATN" TO WS-MSG
              MOVE FS-GENCATN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3010-GRAVAR-GERACAO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-QTD-CAT
           .
       3010-GRAVAR-GERACAO.
           IF CAT-MANTIDA (WS-IDX-CAT)
              WRITE REG-GENCATN            FROM
                    WS-CAT-REGISTRO (WS-IDX-CAT)
              IF NOT SUCESSO-GCN
                 MOVE "ERRO GRAVACAO GENCATN" TO WS-MSG
                 MOVE FS-GENCATN              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3800-TERMINO.
           ACCEPT WS-HORARIO-FINAL         FROM TIME
           PERFORM 9000-TEMPO-DE-PROCESSAMENTO
           IF GCT-REGISTRAR
              MOVE "EX004PA9"              TO WS-BCHLOG-PROGRAMA
              MOVE WS-CTREG-MESTRE         TO WS-BCHLOG-QTDE
              MOVE WS-RUNID-CORRENTE       TO WS-BCHLOG-RUNID
           ELSE
              MOVE "ROLLBACK"              TO WS-BCHLOG-PROGRAMA
              MOVE WS-QTD-RST              TO WS-BCHLOG-QTDE
              MOVE WS-RUNID-ALVO           TO WS-BCHLOG-RUNID
           END-IF
           PERFORM 9000-GRAVAR-HIST-PROCESSAMENTO
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           MOVE WS-CTLIDO-GA               TO WS-CTLIDO-GA-F
           MOVE WS-CTGRAV-GA               TO WS-CTGRAV-GA-F
           MOVE WS-CTEXPURGO-GA            TO WS-CTEXPURGO-GA-F
           MOVE WS-CTREG-MESTRE            TO WS-CTREG-MESTRE-F
           MOVE WS-CTEXPURGO-CAT           TO WS-CTEXPURGO-CAT-F
           MOVE WS-CTCANCEL-CAT            TO WS-CTCANCEL-CAT-F
           MOVE WS-QTD-RST                 TO WS-QTD-RST-F
           MOVE WS-TOT-CONTROLE            TO WS-TOT-CONTROLE-F
           DISPLAY "==================================================="
           IF GCT-REGISTRAR
              MOVE WS-GER-NOVA             TO WS-GERACAO-F
              DISPLAY " MASTER REGISTRADO....................: "
                                           WS-GCT-MESTRE
              DISPLAY " GERACAO CATALOGADA...................: "
                                           WS-GERACAO-F
              DISPLAY " RUN..................................: "
                                           WS-RUNID-CORRENTE
              DISPLAY " REGISTROS DO MASTER..................: "
                                           WS-CTREG-MESTRE-F
              DISPLAY " TOTAL DE CONTROLE....................: "
                                           WS-TOT-CONTROLE-F
              DISPLAY " GERACOES EXPURGADAS DO CATALOGO......: "
                                           WS-CTEXPURGO-CAT-F
              DISPLAY " REGISTROS EXPURGADOS DO GENARQ.......: "
                                           WS-CTEXPURGO-GA-F
           ELSE
              MOVE WS-GCT-GERACAO          TO WS-GERACAO-F
              DISPLAY " GERACAO RESTAURADA...................: "
                                           WS-GCT-MESTRE " "
                                           WS-GERACAO-F
              DISPLAY " RUN RESTAURADO.......................: "
                                           WS-RUNID-ALVO
              DISPLAY " MASTERS RESTAURADOS NO CONJUNTO......: "
                                           WS-QTD-RST-F
              DISPLAY " GERACOES POSTERIORES CANCELADAS......: "
                                           WS-CTCANCEL-CAT-F
              DISPLAY " AUTORIZADA POR.......................: "
                                           WS-GCT-SUPERVISOR
           END-IF
           DISPLAY " REGISTROS LIDOS DO GENARQ............: "
                                           WS-CTLIDO-GA-F
           DISPLAY " REGISTROS GRAVADOS NO GENARQN........: "
                                           WS-CTGRAV-GA-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE GENCATN
           IF NOT SUCESSO-GCN
              MOVE "ERRO FECHAMENTO GENCATN" TO WS-MSG
              MOVE FS-GENCATN              TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
           COPY ROTPROSS.
           COPY ROTBCHLOG.
