       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONSOLIDADOR CONTABIL. RECEBE AS INTERFACES LANCGL DO        *
      *    EX004P16 (FONTE 1, OBRIGATORIA), LANCGLC DO EX004P11 (FONTE  *
      *    2, OPCIONAL), LANCGL3 DO CONTAS A PAGAR EX004P74 (FONTE 3,   *
      *    OPCIONAL), LANCGL4 DOS IMPOSTOS DAS NOTAS FISCAIS DO         *
      *    EX004P77 (FONTE 4, OPCIONAL), LANCGL5 DA VARIACAO DA PDD DO  *
      *    EX004P84 (FONTE 5, OPCIONAL) E LANCGL6 DAS BAIXAS DE         *
      *    CREDITO COMO PERDA DO EX004P90 (FONTE 6, OPCIONAL), TODAS NO *
      *    MESMO LAYOUT H/D/T.                                          *
      *    CADA FONTE E LIDA EM DUAS PASSADAS: A PRIMEIRA CRITICA       *
      *    ESTRUTURA, CAMPOS NUMERICOS E O BALANCEAMENTO DEBITO=CREDITO *
      *    POR DIA E POR FONTE CONTRA O TRAILER; SO O LOTE INTEIRAMENTE *
      *    VALIDO E POSTADO NO MASTER ACUMULATIVO RAZAO NA SEGUNDA      *
      *    PASSADA. LOTE COM ALGUMA DATA EM PERIODO FECHADO NO PERCTL   *
      *    (EX004P79) TAMBEM E REPROVADO, PARA NAO ALTERAR MES JA       *
      *    FECHADO, ASSIM COMO O LOTE QUE LANCA EM CONTA INEXISTENTE,   *
      *    INATIVA OU SINTETICA NO PLANO DE CONTAS PLCMST (EX004P80).   *
      *    LOTES REPROVADOS SAEM EM RELREJGL COM O MOTIVO. AO           *
      *    FINAL O RAZAO COMPLETO E CLASSIFICADO POR CONTA E O          *
      *    BALANCETE DE VERIFICACAO SAI EM RELBALAN, SEGUIDO DO         *
      *    BALANCETE POR FILIAL. O LANCAMENTO PODE TRAZER A FILIAL      *
      *    (EM BRANCO = SEM FILIAL); FILIAL INFORMADA QUE NAO EXISTE NO *
      *    MASTER FILIAIS REPROVA O LOTE.                               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT OPTIONAL LANCGL3 ASSIGN  TO LANCGL3
           FILE STATUS IS FS-LANCGL3
           .
           SELECT OPTIONAL LANCGL4 ASSIGN  TO LANCGL4
           FILE STATUS IS FS-LANCGL4
           .
           SELECT OPTIONAL LANCGL5 ASSIGN  TO LANCGL5
           FILE STATUS IS FS-LANCGL5
           .
           SELECT OPTIONAL LANCGL6 ASSIGN  TO LANCGL6
           FILE STATUS IS FS-LANCGL6
           .
           SELECT OPTIONAL RAZAO ASSIGN    TO RAZAO
           FILE STATUS IS FS-RAZAO
           .
           SELECT OPTIONAL PERCTL ASSIGN   TO PERCTL
           FILE STATUS IS FS-PERCTL
           .
           SELECT PLCMST ASSIGN            TO PLCMST
           FILE STATUS IS FS-PLCMST
           .
           SELECT FILIAIS ASSIGN           TO UT-S-FILIAIS
           FILE STATUS IS FS-FILIAIS
           .
           SELECT RELREJGL ASSIGN          TO UT-S-RELREJGL
           FILE STATUS IS FS-RELREJGL
           .
           .
           SELECT CLASS-CTA ASSIGN         TO SORTWK01
           .
           SELECT CLASS-FIL ASSIGN         TO SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FD  LANCGL
           RECORDING MODE IS F
           .
       01  REG-LANCGL                      PIC X(45).

       FD  LANCGL2
           RECORDING MODE IS F
           .
       01  REG-LANCGL2                     PIC X(45).

       FD  LANCGL3
           RECORDING MODE IS F
           .
       01  REG-LANCGL3                     PIC X(45).

       FD  LANCGL4
           RECORDING MODE IS F
           .
       01  REG-LANCGL4                     PIC X(45).

       FD  LANCGL5
           RECORDING MODE IS F
           .
       01  REG-LANCGL5                     PIC X(45).

       FD  LANCGL6
           RECORDING MODE IS F
           .
       01  REG-LANCGL6                     PIC X(45).

      *    RAZAO - MASTER ACUMULATIVO DE LANCAMENTOS ACEITOS
       FD  RAZAO
           RECORDING MODE IS F
           .
       01  REG-RAZAO                       PIC X(52).

      *    PERCTL - EVENTOS DE FECHAMENTO/REABERTURA DE PERIODO
       FD  PERCTL
           RECORDING MODE IS F
           .
       01  REG-PERCTL                      PIC X(80).

      *    PLCMST - PLANO DE CONTAS (CPPLCTA)
       FD  PLCMST
           RECORDING MODE IS F
           .
       01  REG-PLCMST                      PIC X(80).

      *    FILIAIS - MASTER DE FILIAIS (CPFILIAL)
       FD  FILIAIS
           RECORDING MODE IS F
           .
       01  REG-FILIAIS                     PIC X(80).

       FD  RELREJGL
           RECORDING MODE IS F
           05 CTA-CONTA-CLASS              PIC X(08).
           05 CTA-DEBITO-CLASS             PIC 9(13)V99.
           05 CTA-CREDITO-CLASS            PIC 9(13)V99.

      *    CLASS-FIL - AS MESMAS PERNAS, CLASSIFICADAS POR FILIAL E
      *    CONTA PARA O BALANCETE POR FILIAL
       SD  CLASS-FIL
           .
       01  REG-CLASS-FIL.
           05 FIL-FILIAL-CLASS             PIC X(03).
           05 FIL-CONTA-CLASS              PIC X(08).
           05 FIL-DEBITO-CLASS             PIC 9(13)V99.
           05 FIL-CREDITO-CLASS            PIC 9(13)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01  WS-REG-GL.
           05 WS-GL-TIPO-REG               PIC X(01).
           05 WS-GL-DADOS                  PIC X(44).
       01  WS-REG-GL-H REDEFINES WS-REG-GL.
           05 FILLER                       PIC X(01).
           05 WS-GL-DATA-H                 PIC 9(08).
           05 FILLER                       PIC X(36).
       01  WS-REG-GL-D REDEFINES WS-REG-GL.
           05 FILLER                       PIC X(01).
           05 WS-GL-DATA                   PIC 9(08).
           05 WS-GL-CONTA-DEB              PIC X(08).
           05 WS-GL-CONTA-CRED             PIC X(08).
           05 WS-GL-VALOR                  PIC 9(11)V99.
           05 WS-GL-FILIAL                 PIC X(03).
       01  WS-REG-GL-T REDEFINES WS-REG-GL.
           05 FILLER                       PIC X(01).
           05 WS-GL-TOT-DEBITO             PIC 9(13)V99.
           05 WS-GL-TOT-CREDITO            PIC 9(13)V99.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      *    REGISTRO DO MASTER RAZAO (LANCAMENTO + FONTE)
      *----------------------------------------------------------------*
           05 WS-RAZ-CONTA-DEB             PIC X(08).
           05 WS-RAZ-CONTA-CRED            PIC X(08).
           05 WS-RAZ-VALOR                 PIC 9(11)V99.
           05 WS-RAZ-FILIAL                PIC X(03).
      *----------------------------------------------------------------*
      *    CONTROLE DO LOTE EM CRITICA/POSTAGEM
      *----------------------------------------------------------------*
       77  WS-IDX-DIA                      PIC 9(02) COMP.
       77  WS-IDX-DIA-ACHADO               PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    PERIODOS CONTABEIS: SITUACAO DO ULTIMO EVENTO DE CADA UM
      *----------------------------------------------------------------*
           COPY CPPERCTL.
       01  WS-TAB-PERIODOS.
           05 WS-TPR-ENT OCCURS 240 TIMES.
              10 WS-TPR-ANOMES             PIC 9(06).
              10 WS-TPR-SITUACAO           PIC X(01).
       77  WS-QTD-PERIODOS                 PIC 9(03) COMP.
       77  WS-IDX-PER                      PIC 9(03) COMP.
       77  WS-IDX-PER-ACHADO               PIC 9(03) COMP.
       77  WS-ANOMES-PROC                  PIC 9(06).
       01  WS-MOTIVO-PERIODO.
           05 FILLER                       PIC X(24)
                                   VALUE "DATA EM PERIODO FECHADO ".
           05 WS-MTP-ANOMES                PIC 9(06).
      *----------------------------------------------------------------*
      *    PLANO DE CONTAS: SO CONTA ANALITICA E ATIVA RECEBE LANCAMENTO
      *----------------------------------------------------------------*
           COPY CPPLCTA.
       01  WS-TAB-CONTAS.
           05 WS-TPL-ENT OCCURS 2000 TIMES.
              10 WS-TPL-CONTA              PIC X(08).
              10 WS-TPL-GRAU               PIC X(01).
              10 WS-TPL-ATIVA              PIC X(01).
       77  WS-QTD-CONTAS                   PIC 9(04) COMP.
       77  WS-IDX-CONTA                    PIC 9(04) COMP.
       77  WS-IDX-CONTA-ACHADA             PIC 9(04) COMP.
       77  WS-CONTA-BUSCA                  PIC X(08).
       01  WS-MOTIVO-CONTA.
           05 WS-MTC-TEXTO                 PIC X(22).
           05 WS-MTC-CONTA                 PIC X(08).
      *----------------------------------------------------------------*
      *    FILIAIS: CODIGO E NOME PARA A CRITICA E O BALANCETE
      *----------------------------------------------------------------*
           COPY CPFILIAL.
       01  WS-TAB-FILIAL.
           05 WS-TFI-ENT OCCURS 200 TIMES.
              10 WS-TFI-CODFIL             PIC X(03).
              10 WS-TFI-NOME               PIC X(30).
       77  WS-QTD-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FIL-ACHADA               PIC 9(04) COMP.
       77  WS-FILIAL-BUSCA                 PIC X(03).
       01  WS-MOTIVO-FILIAL.
           05 FILLER                       PIC X(19)
                                   VALUE "FILIAL INEXISTENTE ".
           05 WS-MTF-FILIAL                PIC X(03).
      *----------------------------------------------------------------*
      *    BALANCETE POR CONTA
      *----------------------------------------------------------------*
       01  WS-REG-CTA.
       77  WS-TOT-DEB-CONTA                PIC 9(13)V99.
       77  WS-TOT-CRED-CONTA               PIC 9(13)V99.
       77  WS-SALDO-CONTA                  PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    BALANCETE POR FILIAL E CONTA
      *----------------------------------------------------------------*
       01  WS-REG-FIL.
           05 WS-FLC-FILIAL                PIC X(03).
           05 WS-FLC-CONTA                 PIC X(08).
           05 WS-FLC-DEBITO                PIC 9(13)V99.
           05 WS-FLC-CREDITO               PIC 9(13)V99.
       77  WS-FILIAL-CUR                   PIC X(03).
       77  WS-TOT-DEB-FILIAL               PIC 9(13)V99.
       77  WS-TOT-CRED-FILIAL              PIC 9(13)V99.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RD-BAL-CREDITO               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(38) VALUE SPACES.
       01  WS-CABEC-BFL1                   PIC X(80)
                                                   VALUE
              "            BALANCETE DE VERIFICACAO POR FILIAL".
       01  WS-LINFIL-BAL.
           05 FILLER                       PIC X(08) VALUE "FILIAL: ".
           05 LD-FIL-CODIGO                PIC X(03).
           05 FILLER                       PIC X(03) VALUE " - ".
           05 LD-FIL-NOME                  PIC X(30).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-RODAPE-FIL.
           05 FILLER                       PIC X(10)
                                                   VALUE "TOTAL FIL.".
           05 RD-FIL-DEBITO                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RD-FIL-CREDITO               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(38) VALUE SPACES.
       77  WS-TOT-DEB-GERAL                PIC 9(13)V99.
       77  WS-TOT-CRED-GERAL               PIC 9(13)V99.
      *----------------------------------------------------------------*
           88 SUCESSO-G3                   VALUE "00".
           88 AUSENTE-G3                   VALUE "05" "35".
           88 FIM-ARQ-G3                   VALUE "10".
       01  FS-LANCGL4                      PIC X(02).
           88 SUCESSO-G4                   VALUE "00".
           88 AUSENTE-G4                   VALUE "05" "35".
           88 FIM-ARQ-G4                   VALUE "10".
       01  FS-LANCGL5                      PIC X(02).
           88 SUCESSO-G5                   VALUE "00".
           88 AUSENTE-G5                   VALUE "05" "35".
           88 FIM-ARQ-G5                   VALUE "10".
       01  FS-LANCGL6                      PIC X(02).
           88 SUCESSO-G6                   VALUE "00".
           88 AUSENTE-G6                   VALUE "05" "35".
           88 FIM-ARQ-G6                   VALUE "10".
       01  FS-RAZAO                        PIC X(02).
           88 SUCESSO-RZ                   VALUE "00" "05".
           88 FIM-ARQ-RZ                   VALUE "10".
       01  FS-PERCTL                       PIC X(02).
           88 SUCESSO-PT                   VALUE "00" "05".
           88 FIM-ARQ-PT                   VALUE "10".
       01  FS-PLCMST                       PIC X(02).
           88 SUCESSO-PL                   VALUE "00".
           88 FIM-ARQ-PL                   VALUE "10".
       01  FS-FILIAIS                      PIC X(02).
           88 SUCESSO-FI                   VALUE "00".
           88 FIM-ARQ-FI                   VALUE "10".
       01  FS-RELREJGL                     PIC X(02).
           88 SUCESSO-RJ                   VALUE "00".
       01  FS-RELBALAN                     PIC X(02).
       01  WS-SW-FIM-CTA                   PIC X(01).
           88 FIM-CLASS-CTA                        VALUE "S".
           88 NAO-FIM-CLASS-CTA                    VALUE "N".
       01  WS-SW-FIM-FIL                   PIC X(01).
           88 FIM-CLASS-FIL                        VALUE "S".
           88 NAO-FIM-CLASS-FIL                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTBATCH-OK                   PIC 9(02) COMP.
       77  WS-CTBATCH-REJ                  PIC 9(02) COMP.
       77  WS-CTCONTA                      PIC 9(04) COMP.
       77  WS-CTPERIODO-FEC                PIC 9(03) COMP.
       77  WS-CTFILIAL                     PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTBATCH-OK-F                 PIC Z9.
       77  WS-CTBATCH-REJ-F                PIC Z9.
       77  WS-CTCONTA-F                    PIC ZZZ9.
       77  WS-CTPERIODO-FEC-F              PIC ZZ9.
       77  WS-CTFILIAL-F                   PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
           PERFORM 2100-PROCESSAR-FONTE1
           PERFORM 2200-PROCESSAR-FONTE2
           PERFORM 2300-PROCESSAR-FONTE3
           PERFORM 2400-PROCESSAR-FONTE4
           PERFORM 2450-PROCESSAR-FONTE5
           PERFORM 2480-PROCESSAR-FONTE6
           PERFORM 2950-FECHAR-RAZAO
           PERFORM 3000-BALANCETE
           PERFORM 3600-BALANCETE-FILIAL
           PERFORM 3500-TERMINO
           GOBACK
           .
                                              WS-CTBATCH-OK
                                              WS-CTBATCH-REJ
                                              WS-CTCONTA
                                              WS-QTD-PERIODOS
                                              WS-QTD-CONTAS
                                              WS-CTPERIODO-FEC
                                              WS-CTFILIAL
                                              WS-QTD-FILIAL
                                              WS-TOT-DEB-GERAL
                                              WS-TOT-CRED-GERAL
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-CARREGAR-PERIODOS
           PERFORM 1200-CARREGAR-PLANO
           PERFORM 1300-CARREGAR-FILIAIS
           OPEN EXTEND RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO ABERTURA RAZAO"   TO WS-MSG
           WRITE REG-RELBALAN              FROM WS-CABEC-BAL3
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PERIODOS - EVENTOS DO PERCTL; VALE O ULTIMO    *
      *    DE CADA PERIODO (F = FECHADO, R = REABERTO)                  *
      *----------------------------------------------------------------*
       1100-CARREGAR-PERIODOS.
           OPEN INPUT PERCTL
           IF NOT SUCESSO-PT
              MOVE "ERRO ABERTURA PERCTL"  TO WS-MSG
              MOVE FS-PERCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-PERCTL
           PERFORM 1120-TRATAR-EVENTO UNTIL FIM-ARQ-PT
           CLOSE PERCTL
           .
       1110-LER-PERCTL.
           READ PERCTL INTO WS-REG-PERCTL
           IF NOT SUCESSO-PT
              IF NOT FIM-ARQ-PT
                 MOVE "ERRO LEITURA PERCTL" TO WS-MSG
                 MOVE FS-PERCTL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-TRATAR-EVENTO.
           MOVE WS-PER-ANOMES              TO WS-ANOMES-PROC
           PERFORM 2690-PROCURAR-PERIODO
           IF WS-IDX-PER-ACHADO = ZERO
              IF WS-QTD-PERIODOS < 240
                 ADD 1                     TO WS-QTD-PERIODOS
                 MOVE WS-QTD-PERIODOS      TO WS-IDX-PER-ACHADO
                 MOVE WS-PER-ANOMES        TO
                      WS-TPR-ANOMES (WS-IDX-PER-ACHADO)
              ELSE
                 MOVE "TABELA DE PERIODOS ESTOURADA" TO WS-MSG
                 MOVE SPACES                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           MOVE WS-PER-SITUACAO            TO
                WS-TPR-SITUACAO (WS-IDX-PER-ACHADO)
           PERFORM 1110-LER-PERCTL
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-PLANO - CONTA, GRAU E SITUACAO DO PLCMST       *
      *----------------------------------------------------------------*
       1200-CARREGAR-PLANO.
           OPEN INPUT PLCMST
           IF NOT SUCESSO-PL
              MOVE "ERRO ABERTURA PLCMST"  TO WS-MSG
              MOVE FS-PLCMST               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-PLCMST
           PERFORM 1220-ARMAZENAR-CONTA UNTIL FIM-ARQ-PL
           CLOSE PLCMST
           .
       1210-LER-PLCMST.
           READ PLCMST INTO WS-REG-PLCTA
           IF NOT SUCESSO-PL
              IF NOT FIM-ARQ-PL
                 MOVE "ERRO LEITURA PLCMST" TO WS-MSG
                 MOVE FS-PLCMST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-CONTA.
           IF WS-QTD-CONTAS < 2000
              ADD 1                        TO WS-QTD-CONTAS
              MOVE WS-PLC-CONTA            TO
                   WS-TPL-CONTA (WS-QTD-CONTAS)
              MOVE WS-PLC-GRAU             TO
                   WS-TPL-GRAU (WS-QTD-CONTAS)
              MOVE WS-PLC-ATIVA            TO
                   WS-TPL-ATIVA (WS-QTD-CONTAS)
           ELSE
              MOVE "TABELA DO PLANO DE CONTAS ESTOURADA" TO WS-MSG
              MOVE SPACES                                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-PLCMST
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-FILIAIS - CODIGO E NOME DO MASTER FILIAIS      *
      *----------------------------------------------------------------*
       1300-CARREGAR-FILIAIS.
           OPEN INPUT FILIAIS
           IF NOT SUCESSO-FI
              MOVE "ERRO ABERTURA FILIAIS" TO WS-MSG
              MOVE FS-FILIAIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-FILIAIS
           PERFORM 1320-ARMAZENAR-FILIAL UNTIL FIM-ARQ-FI
           CLOSE FILIAIS
           .
       1310-LER-FILIAIS.
           READ FILIAIS INTO WS-REG-FILIAL
           IF NOT SUCESSO-FI
              IF NOT FIM-ARQ-FI
                 MOVE "ERRO LEITURA FILIAIS" TO WS-MSG
                 MOVE FS-FILIAIS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-FILIAL.
           IF WS-QTD-FILIAL < 200
              ADD 1                        TO WS-QTD-FILIAL
              MOVE WS-FIL-CODFIL           TO
                   WS-TFI-CODFIL (WS-QTD-FILIAL)
              MOVE WS-FIL-NOME             TO
                   WS-TFI-NOME (WS-QTD-FILIAL)
           ELSE
              MOVE "TABELA DE FILIAIS ESTOURADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-FILIAIS
           .
      *----------------------------------------------------------------*
      *    2100 A 2480 - CADA FONTE EM DUAS PASSADAS: CRITICA E,        *
      *    SENDO O LOTE VALIDO, POSTAGEM NO RAZAO                       *
      *----------------------------------------------------------------*
       2100-PROCESSAR-FONTE1.
           PERFORM 2210-LER-FONTE2
           .
       2300-PROCESSAR-FONTE3.
           MOVE "EX004P74"                 TO WS-FONTE-CUR
           OPEN INPUT LANCGL3
           IF AUSENTE-G3
              CLOSE LANCGL3
           PERFORM 2600-TRATAR-REGISTRO
           PERFORM 2310-LER-FONTE3
           .
       2400-PROCESSAR-FONTE4.
           MOVE "EX004P77"                 TO WS-FONTE-CUR
           OPEN INPUT LANCGL4
           IF AUSENTE-G4
              CLOSE LANCGL4
           ELSE
              IF NOT SUCESSO-G4
                 MOVE "ERRO ABERTURA LANCGL4" TO WS-MSG
                 MOVE FS-LANCGL4              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              PERFORM 2500-INICIAR-CRITICA
              PERFORM 2410-LER-FONTE4
              PERFORM 2420-TRATAR-FONTE4 UNTIL FIM-ARQ-G4
              CLOSE LANCGL4
              PERFORM 2550-AVALIAR-BATCH
              IF BATCH-VALIDO
                 OPEN INPUT LANCGL4
                 SET FASE-POSTAGEM         TO TRUE
                 PERFORM 2410-LER-FONTE4
                 PERFORM 2420-TRATAR-FONTE4 UNTIL FIM-ARQ-G4
                 CLOSE LANCGL4
                 ADD 1                     TO WS-CTBATCH-OK
              ELSE
                 PERFORM 2900-RELATAR-REJEICAO
              END-IF
           END-IF
           .
       2410-LER-FONTE4.
           READ LANCGL4
           IF SUCESSO-G4
              MOVE REG-LANCGL4             TO WS-REG-GL
           ELSE
              IF NOT FIM-ARQ-G4
                 MOVE "ERRO LEITURA LANCGL4" TO WS-MSG
                 MOVE FS-LANCGL4             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2420-TRATAR-FONTE4.
           PERFORM 2600-TRATAR-REGISTRO
           PERFORM 2410-LER-FONTE4
           .
       2450-PROCESSAR-FONTE5.
           MOVE "EX004P84"                 TO WS-FONTE-CUR
           OPEN INPUT LANCGL5
           IF AUSENTE-G5
              CLOSE LANCGL5
           ELSE
              IF NOT SUCESSO-G5
                 MOVE "ERRO ABERTURA LANCGL5" TO WS-MSG
                 MOVE FS-LANCGL5              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              PERFORM 2500-INICIAR-CRITICA
              PERFORM 2460-LER-FONTE5
              PERFORM 2470-TRATAR-FONTE5 UNTIL FIM-ARQ-G5
              CLOSE LANCGL5
              PERFORM 2550-AVALIAR-BATCH
              IF BATCH-VALIDO
                 OPEN INPUT LANCGL5
                 SET FASE-POSTAGEM         TO TRUE
                 PERFORM 2460-LER-FONTE5
                 PERFORM 2470-TRATAR-FONTE5 UNTIL FIM-ARQ-G5
                 CLOSE LANCGL5
                 ADD 1                     TO WS-CTBATCH-OK
              ELSE
                 PERFORM 2900-RELATAR-REJEICAO
              END-IF
           END-IF
           .
       2460-LER-FONTE5.
           READ LANCGL5
           IF SUCESSO-G5
              MOVE REG-LANCGL5             TO WS-REG-GL
           ELSE
              IF NOT FIM-ARQ-G5
                 MOVE "ERRO LEITURA LANCGL5" TO WS-MSG
                 MOVE FS-LANCGL5             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2470-TRATAR-FONTE5.
           PERFORM 2600-TRATAR-REGISTRO
           PERFORM 2460-LER-FONTE5
           .
       2480-PROCESSAR-FONTE6.
           MOVE "EX004P90"                 TO WS-FONTE-CUR
           OPEN INPUT LANCGL6
           IF AUSENTE-G6
              CLOSE LANCGL6
           ELSE
              IF NOT SUCESSO-G6
                 MOVE "ERRO ABERTURA LANCGL6" TO WS-MSG
                 MOVE FS-LANCGL6              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              PERFORM 2500-INICIAR-CRITICA
              PERFORM 2485-LER-FONTE6
              PERFORM 2490-TRATAR-FONTE6 UNTIL FIM-ARQ-G6
              CLOSE LANCGL6
              PERFORM 2550-AVALIAR-BATCH
              IF BATCH-VALIDO
                 OPEN INPUT LANCGL6
                 SET FASE-POSTAGEM         TO TRUE
                 PERFORM 2485-LER-FONTE6
                 PERFORM 2490-TRATAR-FONTE6 UNTIL FIM-ARQ-G6
                 CLOSE LANCGL6
                 ADD 1                     TO WS-CTBATCH-OK
              ELSE
                 PERFORM 2900-RELATAR-REJEICAO
              END-IF
           END-IF
           .
       2485-LER-FONTE6.
           READ LANCGL6
           IF SUCESSO-G6
              MOVE REG-LANCGL6             TO WS-REG-GL
           ELSE
              IF NOT FIM-ARQ-G6
                 MOVE "ERRO LEITURA LANCGL6" TO WS-MSG
                 MOVE FS-LANCGL6             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2490-TRATAR-FONTE6.
           PERFORM 2600-TRATAR-REGISTRO
           PERFORM 2485-LER-FONTE6
           .
      *----------------------------------------------------------------*
      *    ROTINAS COMUNS DE CRITICA E POSTAGEM DO LOTE                 *
      *----------------------------------------------------------------*
              ADD WS-GL-VALOR              TO WS-SOMA-DEBITO
                                              WS-SOMA-CREDITO
              PERFORM 2660-ACUMULAR-DIA
              PERFORM 2685-CRITICAR-PERIODO
              MOVE WS-GL-CONTA-DEB         TO WS-CONTA-BUSCA
              PERFORM 2686-CRITICAR-CONTA
              MOVE WS-GL-CONTA-CRED        TO WS-CONTA-BUSCA
              PERFORM 2686-CRITICAR-CONTA
              IF WS-GL-FILIAL NOT = SPACES
                 PERFORM 2688-CRITICAR-FILIAL
              END-IF
           END-IF
           .
       2660-ACUMULAR-DIA.
              END-IF
           END-IF
           .
      *    DATA EM PERIODO FECHADO REPROVA O LOTE INTEIRO
       2685-CRITICAR-PERIODO.
           COMPUTE WS-ANOMES-PROC = WS-GL-DATA / 100
           PERFORM 2690-PROCURAR-PERIODO
           IF WS-IDX-PER-ACHADO > ZERO
              IF WS-TPR-SITUACAO (WS-IDX-PER-ACHADO) = "F"
                 IF BATCH-VALIDO
                    ADD 1                  TO WS-CTPERIODO-FEC
                 END-IF
                 SET BATCH-INVALIDO        TO TRUE
                 MOVE WS-ANOMES-PROC       TO WS-MTP-ANOMES
                 MOVE WS-MOTIVO-PERIODO    TO WS-MOTIVO-BATCH
              END-IF
           END-IF
           .
      *    CONTA INEXISTENTE, INATIVA OU SINTETICA REPROVA O LOTE
       2686-CRITICAR-CONTA.
           MOVE ZEROS                      TO WS-IDX-CONTA-ACHADA
           PERFORM 2687-COMPARAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               OR    WS-IDX-CONTA-ACHADA > ZERO
           MOVE SPACES                     TO WS-MTC-TEXTO
           EVALUATE TRUE
              WHEN WS-IDX-CONTA-ACHADA = ZERO
                 MOVE "CONTA INEXISTENTE"  TO WS-MTC-TEXTO
              WHEN WS-TPL-ATIVA (WS-IDX-CONTA-ACHADA) NOT = "S"
                 MOVE "CONTA INATIVA"      TO WS-MTC-TEXTO
              WHEN WS-TPL-GRAU (WS-IDX-CONTA-ACHADA) NOT = "A"
                 MOVE "CONTA SINTETICA"    TO WS-MTC-TEXTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MTC-TEXTO NOT = SPACES
              SET BATCH-INVALIDO           TO TRUE
              MOVE WS-CONTA-BUSCA          TO WS-MTC-CONTA
              MOVE WS-MOTIVO-CONTA         TO WS-MOTIVO-BATCH
           END-IF
           .
       2687-COMPARAR-CONTA.
           IF WS-TPL-CONTA (WS-IDX-CONTA) = WS-CONTA-BUSCA
              MOVE WS-IDX-CONTA            TO WS-IDX-CONTA-ACHADA
           END-IF
           .
      *    FILIAL INFORMADA E INEXISTENTE NO FILIAIS REPROVA O LOTE
       2688-CRITICAR-FILIAL.
           MOVE WS-GL-FILIAL               TO WS-FILIAL-BUSCA
           PERFORM 2689-PROCURAR-FILIAL
           IF WS-IDX-FIL-ACHADA = ZERO
              SET BATCH-INVALIDO           TO TRUE
              MOVE WS-GL-FILIAL            TO WS-MTF-FILIAL
              MOVE WS-MOTIVO-FILIAL        TO WS-MOTIVO-BATCH
           END-IF
           .
       2689-PROCURAR-FILIAL.
           MOVE ZEROS                      TO WS-IDX-FIL-ACHADA
           PERFORM 2699-COMPARAR-FILIAL
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > WS-QTD-FILIAL
               OR    WS-IDX-FIL-ACHADA > ZERO
           .
       2690-PROCURAR-PERIODO.
           MOVE ZEROS                      TO WS-IDX-PER-ACHADO
           PERFORM 2695-COMPARAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               OR    WS-IDX-PER-ACHADO > ZERO
           .
       2695-COMPARAR-PERIODO.
           IF WS-TPR-ANOMES (WS-IDX-PER) = WS-ANOMES-PROC
              MOVE WS-IDX-PER              TO WS-IDX-PER-ACHADO
           END-IF
           .
       2699-COMPARAR-FILIAL.
           IF WS-TFI-CODFIL (WS-IDX-FILIAL) = WS-FILIAL-BUSCA
              MOVE WS-IDX-FILIAL           TO WS-IDX-FIL-ACHADA
           END-IF
           .
       2700-POSTAR-DETALHE.
           MOVE WS-FONTE-CUR               TO WS-RAZ-FONTE
           MOVE WS-GL-DATA                 TO WS-RAZ-DATA
           MOVE WS-GL-CONTA-DEB            TO WS-RAZ-CONTA-DEB
           MOVE WS-GL-CONTA-CRED           TO WS-RAZ-CONTA-CRED
           MOVE WS-GL-VALOR                TO WS-RAZ-VALOR
           MOVE WS-GL-FILIAL               TO WS-RAZ-FILIAL
           WRITE REG-RAZAO                 FROM WS-REG-RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO GRAVACAO RAZAO"   TO WS-MSG
           SET NAO-FIM-CLASS-CTA           TO TRUE
           PERFORM 3210-RETORNAR-CTA
           PERFORM 3300-TRATAR-CONTA UNTIL FIM-CLASS-CTA
           WRITE REG-RELBALAN              FROM WS-CABEC-BAL3
           MOVE WS-TOT-DEB-GERAL           TO RD-BAL-DEBITO
           MOVE WS-TOT-CRED-GERAL          TO RD-BAL-CREDITO
           WRITE REG-RELBALAN              FROM WS-RODAPE-BAL
           .
       3210-RETORNAR-CTA.
           RETURN CLASS-CTA                INTO WS-REG-CTA
           ADD WS-CTA-CREDITO              TO WS-TOT-CRED-CONTA
           PERFORM 3210-RETORNAR-CTA
           .
      *----------------------------------------------------------------*
      *    3600-BALANCETE-FILIAL - AS PERNAS DO RAZAO CLASSIFICADAS     *
      *    POR FILIAL E CONTA; CADA FILIAL SAI COM SUAS CONTAS E O      *
      *    TOTAL. LANCAMENTO SEM FILIAL SAI NO GRUPO "SEM FILIAL"       *
      *----------------------------------------------------------------*
       3600-BALANCETE-FILIAL.
           SORT CLASS-FIL
               ON ASCENDING KEY FIL-FILIAL-CLASS
                                FIL-CONTA-CLASS
               INPUT PROCEDURE IS 3610-LIBERAR-PERNAS-FILIAL
               OUTPUT PROCEDURE IS 3700-IMPRIMIR-FILIAIS
           .
       3610-LIBERAR-PERNAS-FILIAL.
           OPEN INPUT RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO ABERTURA RAZAO (BALANCETE)" TO WS-MSG
              MOVE FS-RAZAO                          TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3110-LER-RAZAO
           PERFORM 3620-LIBERAR-LANC-FILIAL UNTIL FIM-ARQ-RZ
           CLOSE RAZAO
           .
       3620-LIBERAR-LANC-FILIAL.
           MOVE WS-RAZ-FILIAL              TO WS-FLC-FILIAL
           MOVE WS-RAZ-CONTA-DEB           TO WS-FLC-CONTA
           MOVE WS-RAZ-VALOR               TO WS-FLC-DEBITO
           MOVE ZEROS                      TO WS-FLC-CREDITO
           RELEASE REG-CLASS-FIL           FROM WS-REG-FIL
           MOVE WS-RAZ-CONTA-CRED          TO WS-FLC-CONTA
           MOVE ZEROS                      TO WS-FLC-DEBITO
           MOVE WS-RAZ-VALOR               TO WS-FLC-CREDITO
           RELEASE REG-CLASS-FIL           FROM WS-REG-FIL
           PERFORM 3110-LER-RAZAO
           .
       3700-IMPRIMIR-FILIAIS.
           WRITE REG-RELBALAN              FROM WS-CABEC-BAL3
           WRITE REG-RELBALAN              FROM WS-CABEC-BFL1
           WRITE REG-RELBALAN              FROM WS-CABEC-BAL2
           SET NAO-FIM-CLASS-FIL           TO TRUE
           PERFORM 3710-RETORNAR-FIL
           PERFORM 3720-TRATAR-FILIAL UNTIL FIM-CLASS-FIL
           .
       3710-RETORNAR-FIL.
           RETURN CLASS-FIL                INTO WS-REG-FIL
               AT END
                  SET FIM-CLASS-FIL        TO TRUE
           END-RETURN
           .
       3720-TRATAR-FILIAL.
           MOVE WS-FLC-FILIAL              TO WS-FILIAL-CUR
           MOVE ZEROS                      TO WS-TOT-DEB-FILIAL
                                              WS-TOT-CRED-FILIAL
           MOVE WS-FILIAL-CUR              TO LD-FIL-CODIGO
           IF WS-FILIAL-CUR = SPACES
              MOVE "SEM FILIAL"            TO LD-FIL-NOME
           ELSE
              MOVE WS-FILIAL-CUR           TO WS-FILIAL-BUSCA
              PERFORM 2689-PROCURAR-FILIAL
              IF WS-IDX-FIL-ACHADA = ZERO
                 MOVE "FILIAL NAO CADASTRADA" TO LD-FIL-NOME
              ELSE
                 MOVE WS-TFI-NOME (WS-IDX-FIL-ACHADA) TO LD-FIL-NOME
              END-IF
           END-IF
           WRITE REG-RELBALAN              FROM WS-CABEC-BAL3
           WRITE REG-RELBALAN              FROM WS-LINFIL-BAL
           PERFORM 3730-TRATAR-CONTA-FILIAL
               UNTIL FIM-CLASS-FIL
               OR    WS-FLC-FILIAL NOT = WS-FILIAL-CUR
           MOVE WS-TOT-DEB-FILIAL          TO RD-FIL-DEBITO
           MOVE WS-TOT-CRED-FILIAL         TO RD-FIL-CREDITO
           WRITE REG-RELBALAN              FROM WS-RODAPE-FIL
           IF NOT SUCESSO-RB
              MOVE "ERRO GRAVACAO RELBALAN" TO WS-MSG
              MOVE FS-RELBALAN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTFILIAL
           .
       3730-TRATAR-CONTA-FILIAL.
           MOVE WS-FLC-CONTA               TO WS-CONTA-CUR
           MOVE ZEROS                      TO WS-TOT-DEB-CONTA
                                              WS-TOT-CRED-CONTA
           PERFORM 3740-SOMAR-CONTA-FILIAL
               UNTIL FIM-CLASS-FIL
               OR    WS-FLC-FILIAL NOT = WS-FILIAL-CUR
               OR    WS-FLC-CONTA NOT = WS-CONTA-CUR
           COMPUTE WS-SALDO-CONTA =
                   WS-TOT-DEB-CONTA - WS-TOT-CRED-CONTA
           MOVE WS-CONTA-CUR               TO LD-BAL-CONTA
           MOVE WS-TOT-DEB-CONTA           TO LD-BAL-DEBITO
           MOVE WS-TOT-CRED-CONTA          TO LD-BAL-CREDITO
           MOVE WS-SALDO-CONTA             TO LD-BAL-SALDO
           WRITE REG-RELBALAN              FROM WS-LINDET-BAL
           IF NOT SUCESSO-RB
              MOVE "ERRO GRAVACAO RELBALAN" TO WS-MSG
              MOVE FS-RELBALAN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD WS-TOT-DEB-CONTA            TO WS-TOT-DEB-FILIAL
           ADD WS-TOT-CRED-CONTA           TO WS-TOT-CRED-FILIAL
           .
       3740-SOMAR-CONTA-FILIAL.
           ADD WS-FLC-DEBITO               TO WS-TOT-DEB-CONTA
           ADD WS-FLC-CREDITO              TO WS-TOT-CRED-CONTA
           PERFORM 3710-RETORNAR-FIL
           .
       3500-TERMINO.
           CLOSE RELBALAN
           IF NOT SUCESSO-RB
              MOVE "ERRO FECHAMENTO RELBALAN" TO WS-MSG
           MOVE WS-CTBATCH-OK              TO WS-CTBATCH-OK-F
           MOVE WS-CTBATCH-REJ             TO WS-CTBATCH-REJ-F
           MOVE WS-CTCONTA                 TO WS-CTCONTA-F
           MOVE WS-CTPERIODO-FEC           TO WS-CTPERIODO-FEC-F
           MOVE WS-CTFILIAL                TO WS-CTFILIAL-F
           PERFORM 5000-EXIBIR-RESULTADOS
           .
       5000-EXIBIR-RESULTADOS.
                                           WS-CTBATCH-OK-F
           DISPLAY " LOTES REPROVADOS.....................: "
                                           WS-CTBATCH-REJ-F
           DISPLAY " LOTES COM DATA EM PERIODO FECHADO....: "
                                           WS-CTPERIODO-FEC-F
           DISPLAY " CONTAS NO BALANCETE..................: "
                                           WS-CTCONTA-F
           DISPLAY " FILIAIS NO BALANCETE.................: "
                                           WS-CTFILIAL-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
