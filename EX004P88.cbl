      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P88.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    ENCAMINHAMENTO E RECOLHIMENTO DE CLIENTES NA COBRANCA        *
      *    EXTERNA. OS PAGAMENTOS "P" DO DIA (CLIMOV) E OS DA           *
      *    RENEGOCIACAO DO EX004P54 (RENEGMOV) SAO CLASSIFICADOS POR    *
      *    CLIENTE E CASADOS COM O MASTER DE ENCAMINHAMENTOS (COBEXT),  *
      *    COM O CADASTRO CLINEW E COM O ATRASO DO DIASATR: CLIENTE     *
      *    ENCAMINHADO QUE PAGOU OU RENEGOCIOU E RECOLHIDO DA           *
      *    ASSESSORIA; CLIENTE SEM ENCAMINHAMENTO ATIVO COM ATRASO E    *
      *    DIVIDA ACIMA DOS LIMITES (DIASCOBR E VLRCOBR NO PARMMST OU   *
      *    CARTAO PARMCOB) E ENCAMINHADO A PROXIMA ASSESSORIA ATIVA DO  *
      *    RODIZIO (AGECOB), CONTINUANDO DE ONDE PAROU O ULTIMO         *
      *    ENCAMINHAMENTO DO MASTER. O NOVO MASTER SAI EM COBEXTN E OS  *
      *    MOVIMENTOS DO DIA SAEM NO ENCAMIN, UM BLOCO H/D/T POR        *
      *    ASSESSORIA, SEPARADO NA TRANSMISSAO PARA CADA UMA DELAS.     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CLIMOV ASSIGN            TO UT-S-CLIMOV
           FILE STATUS IS FS-CLIMOV
           .
           SELECT OPTIONAL RENEGMOV ASSIGN TO UT-S-RENEGMOV
           FILE STATUS IS FS-RENEGMOV
           .
           SELECT OPTIONAL COBEXT ASSIGN   TO UT-S-COBEXT
           FILE STATUS IS FS-COBEXT
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT DIASATR ASSIGN           TO UT-S-DIASATR
           FILE STATUS IS FS-DIASATR
           .
           SELECT AGECOB ASSIGN            TO UT-S-AGECOB
           FILE STATUS IS FS-AGECOB
           .
           SELECT PARMCOB ASSIGN           TO UT-S-PARMCOB
           FILE STATUS IS FS-PARMCOB
           .
           SELECT COBEXTN ASSIGN           TO UT-S-COBEXTN
           FILE STATUS IS FS-COBEXTN
           .
           SELECT ENCWRK ASSIGN            TO UT-S-ENCWRK
           FILE STATUS IS FS-ENCWRK
           .
           SELECT ENCAMIN ASSIGN           TO UT-S-ENCAMIN
           FILE STATUS IS FS-ENCAMIN
           .
           SELECT CLASS-PAG ASSIGN         TO UT-S-SORTWK01
           .
           SELECT CLASS-ENC ASSIGN         TO UT-S-SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CLIMOV - MOVIMENTO DIARIO DE CLIENTES (H/D/T)
       FD  CLIMOV
           RECORDING MODE IS F
           .
       01  REG-CLIMOV-ENT                  PIC X(189).

      *    RENEGMOV - PAGAMENTOS "P" DA RENEGOCIACAO (LAYOUT CLIMOV)
       FD  RENEGMOV
           RECORDING MODE IS F
           .
       01  REG-RENEGMOV                    PIC X(189).

      *    COBEXT - MASTER DE ENCAMINHAMENTOS DO CICLO ANTERIOR
       FD  COBEXT
           RECORDING MODE IS F
           .
       01  REG-COBEXT                      PIC X(70).

       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.

      *    DIASATR - ULTIMO DIASATRASO CONHECIDO POR CLIENTE
       FD  DIASATR
           RECORDING MODE IS F
           .
       01  REG-DIASATR                     PIC X(07).

      *    AGECOB - CADASTRO DE ASSESSORIAS DE COBRANCA (CPAGECOB)
       FD  AGECOB
           RECORDING MODE IS F
           .
       01  REG-AGECOB                      PIC X(80).

      *    PARMCOB - CARTAO COM OS LIMITES DE ATRASO E DE DIVIDA
       FD  PARMCOB
           RECORDING MODE IS F
           .
       01  REG-PARMCOB                     PIC X(80).

      *    COBEXTN - MASTER DE ENCAMINHAMENTOS ATUALIZADO
       FD  COBEXTN
           RECORDING MODE IS F
           .
       01  REG-COBEXTN                     PIC X(70).

      *    ENCWRK - MOVIMENTOS DO DIA AINDA SEM ORDEM DE ASSESSORIA
       FD  ENCWRK
           RECORDING MODE IS F
           .
       01  REG-ENCWRK                      PIC X(100).

      *    ENCAMIN - ENCAMINHAMENTOS E RECOLHIMENTOS POR ASSESSORIA
       FD  ENCAMIN
           RECORDING MODE IS F
           .
       01  REG-ENCAMIN                     PIC X(100).

      *    CLASS-PAG - PAGAMENTOS DO DIA POR CLIENTE
       SD  CLASS-PAG
           .
       01  REG-CLASS-PAG.
           05 PAG-CODCLI-CLASS             PIC X(04).
           05 PAG-ORIGEM-CLASS             PIC X(01).
           05 FILLER                       PIC X(10).

      *    CLASS-ENC - MOVIMENTOS POR ASSESSORIA, TIPO E CLIENTE
       SD  CLASS-ENC
           .
       01  REG-CLASS-ENC.
           05 FILLER                       PIC X(01).
           05 ENC-AGENCIA-CLASS            PIC X(03).
           05 ENC-MOVIMENTO-CLASS          PIC X(01).
           05 ENC-CODCLI-CLASS             PIC X(04).
           05 FILLER                       PIC X(91).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *    VARIAVEIS ESPELHO
      *----------------------------------------------------------------*
       01  WS-REG-CLINEW.
           05 WS-CODCLI-N                  PIC X(04).
           05 WS-NOMECLI-N                 PIC X(25).
           05 WS-ENDCLI-N                  PIC X(30).
           05 WS-FONECLI-N                 PIC X(10).
           05 WS-CPFCLI-N                  PIC X(11).
           05 WS-TOTALDIVIDA-N             PIC 9(08)V99.
           05 WS-LIMITECRED-N              PIC 9(08)V99.
           05 WS-LOGRACLI-N                PIC X(30).
           05 WS-NUMENDCLI-N               PIC X(06).
           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-DIASATR.
           05 WS-CODCLI-ATR                PIC X(04).
           05 WS-DIASATRASO-ATR            PIC 9(03).
      *----------------------------------------------------------------*
      *    MOVIMENTO LIDO DO CLIMOV OU DO RENEGMOV
      *----------------------------------------------------------------*
       01  WS-REG-MOV.
           05 WS-TIPO-REG-MOV              PIC X(01).
              88 MOV-DETALHE                       VALUE "D".
           05 WS-CODCLI-MOV                PIC X(04).
           05 FILLER                       PIC X(76).
           05 WS-VALOR-MOV                 PIC 9(08)V99.
           05 WS-TIPOMOV-MOV               PIC X(01).
              88 MOV-PAGAMENTO                     VALUE "P".
           05 FILLER                       PIC X(97).
      *----------------------------------------------------------------*
      *    PAGAMENTO CLASSIFICADO: "N" RENEGOCIACAO, "P" PAGAMENTO
      *----------------------------------------------------------------*
       01  WS-REG-PAG.
           05 WS-PAG-CODCLI                PIC X(04).
           05 WS-PAG-ORIGEM                PIC X(01).
              88 PAG-RENEGOCIACAO                  VALUE "N".
              88 PAG-PAGAMENTO                     VALUE "P".
           05 WS-PAG-VALOR                 PIC 9(08)V99.
      *----------------------------------------------------------------*
       01  WS-REG-PARMCOB.
           05 WS-PCB-DIAS                  PIC 9(03).
           05 WS-PCB-VALOR                 PIC 9(08)V99.
           05 FILLER                       PIC X(67).
      *----------------------------------------------------------------*
           COPY CPAGECOB.
           COPY CPCOBEXT.
      *    PROXIMO REGISTRO DO COBEXT, GUARDADO DURANTE UM ENCAMINHAMENTO
       01  WS-COBEXT-LIDO                  PIC X(70).
           COPY CPENCAM.
      *----------------------------------------------------------------*
      *    REGISTROS DE CONTROLE DO ENCAMIN, UM PAR POR ASSESSORIA
      *----------------------------------------------------------------*
       01  WS-REG-ENCAM-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-ENH-AGENCIA               PIC X(03).
           05 WS-ENH-NOME                  PIC X(30).
           05 WS-ENH-DATA                  PIC 9(08).
           05 FILLER                       PIC X(58) VALUE SPACES.
       01  WS-REG-ENCAM-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-ENT-AGENCIA               PIC X(03).
           05 WS-ENT-QTD-ENVIO             PIC 9(07).
           05 WS-ENT-VALOR-ENVIO           PIC 9(10)V99.
           05 WS-ENT-QTD-RECOLHE           PIC 9(07).
           05 FILLER                       PIC X(70) VALUE SPACES.
      *----------------------------------------------------------------*
      *    ASSESSORIAS CADASTRADAS E PONTEIRO DO RODIZIO
      *----------------------------------------------------------------*
       01  WS-TAB-AGECOB.
           05 WS-TAG-ENT OCCURS 50 TIMES.
              10 WS-TAG-CODIGO             PIC X(03).
              10 WS-TAG-NOME               PIC X(30).
              10 WS-TAG-SITUACAO           PIC X(01).
       77  WS-QTD-AGECOB                   PIC 9(04) COMP.
       77  WS-QTD-ATIVAS                   PIC 9(04) COMP.
       77  WS-IDX-AGECOB                   PIC 9(04) COMP.
       77  WS-IDX-RODIZIO                  PIC 9(04) COMP.
       77  WS-AGENCIA-ULTIMO               PIC X(03).
       77  WS-ULTIMA-SEQUENCIA             PIC 9(07).
      *----------------------------------------------------------------*
      *    CLIENTE CORRENTE DO BALANCE-LINE
      *----------------------------------------------------------------*
       77  WS-CHAVE-ATUAL                  PIC X(04).
       77  WS-TOT-PAGO-CLI                 PIC 9(08)V99.
       77  WS-TOT-RENEG-CLI                PIC 9(08)V99.
       01  WS-SW-ATIVO                     PIC X(01).
           88 CLIENTE-ENCAMINHADO                  VALUE "S".
           88 CLIENTE-NAO-ENCAMINHADO              VALUE "N".
       01  WS-SW-RECOLHIDO                 PIC X(01).
           88 CLIENTE-RECOLHIDO                    VALUE "S".
           88 CLIENTE-NAO-RECOLHIDO                VALUE "N".
       01  WS-SW-FIM-PAG                   PIC X(01).
           88 FIM-CLASS-PAG                        VALUE "S".
           88 NAO-FIM-CLASS-PAG                    VALUE "N".
       01  WS-SW-FIM-ENC                   PIC X(01).
           88 FIM-CLASS-ENC                        VALUE "S".
           88 NAO-FIM-CLASS-ENC                    VALUE "N".
      *----------------------------------------------------------------*
      *    QUEBRA POR ASSESSORIA NO ENCAMIN
      *----------------------------------------------------------------*
       77  WS-AGENCIA-CUR                  PIC X(03).
       77  WS-QTD-ENVIO-AGE                PIC 9(07).
       77  WS-VALOR-ENVIO-AGE              PIC 9(10)V99.
       77  WS-QTD-RECOLHE-AGE              PIC 9(07).
      *----------------------------------------------------------------*
      *    LIMITES DE ENCAMINHAMENTO
      *----------------------------------------------------------------*
       77  WS-DIAS-COBR                    PIC 9(03).
       77  WS-VALOR-COBR                   PIC 9(08)V99.
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): FALTANDO QUALQUER DOS DOIS LIMITES NO PARMMST,
      *    AMBOS VEM DO CARTAO PARMCOB
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-NUM          PIC 9(08)V99.
              10 FILLER                    PIC X(05).
           05 WS-PRM-VALOR-D REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-DIAS         PIC 9(03).
              10 FILLER                    PIC X(12).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
       01  WS-SW-PARM-COB                  PIC X(01).
           88 LIMITES-DO-PARMMST                   VALUE "S".
           88 LIMITES-DO-CARTAO                    VALUE "N".
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CLIMOV                       PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-RENEGMOV                     PIC X(02).
           88 SUCESSO-RG                   VALUE "00" "05".
           88 FIM-ARQ-RG                   VALUE "10".
       01  FS-COBEXT                       PIC X(02).
           88 SUCESSO-C                    VALUE "00" "05".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
           88 FIM-ARQ-N                    VALUE "10".
       01  FS-DIASATR                      PIC X(02).
           88 SUCESSO-A                    VALUE "00".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-AGECOB                       PIC X(02).
           88 SUCESSO-G                    VALUE "00".
           88 FIM-ARQ-G                    VALUE "10".
       01  FS-PARMCOB                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-COBEXTN                      PIC X(02).
           88 SUCESSO-CN                   VALUE "00".
       01  FS-ENCWRK                       PIC X(02).
           88 SUCESSO-W                    VALUE "00".
       01  FS-ENCAMIN                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPAGTO                      PIC 9(05) COMP.
       77  WS-CTRENEG                      PIC 9(05) COMP.
       77  WS-CTLIDO-C                     PIC 9(05) COMP.
       77  WS-CTLIDO-N                     PIC 9(05) COMP.
       77  WS-CTENVIO                      PIC 9(05) COMP.
       77  WS-CTRECOLHE                    PIC 9(05) COMP.
       77  WS-CTATIVO                      PIC 9(05) COMP.
       77  WS-CTGRAVADO                    PIC 9(05) COMP.
       77  WS-TOT-ENVIADO                  PIC 9(10)V99.
       77  WS-TOT-RECUPERADO               PIC 9(10)V99.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPAGTO-F                    PIC ZZZZ9.
       77  WS-CTRENEG-F                    PIC ZZZZ9.
       77  WS-CTLIDO-C-F                   PIC ZZZZ9.
       77  WS-CTLIDO-N-F                   PIC ZZZZ9.
       77  WS-CTENVIO-F                    PIC ZZZZ9.
       77  WS-CTRECOLHE-F                  PIC ZZZZ9.
       77  WS-CTATIVO-F                    PIC ZZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZ9.
       77  WS-DIAS-COBR-F                  PIC ZZ9.
       77  WS-VALOR-COBR-F                 PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOT-ENVIADO-F                PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOT-RECUPERADO-F             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P88.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-PAG
               ON ASCENDING KEY PAG-CODCLI-CLASS
                                PAG-ORIGEM-CLASS
               INPUT PROCEDURE IS 2000-LER-PAGAMENTOS
               OUTPUT PROCEDURE IS 3000-PROCESSAR-CLIENTES
           CLOSE ENCWRK
           IF NOT SUCESSO-W
              MOVE "ERRO FECHAMENTO ENCWRK" TO WS-MSG
              MOVE FS-ENCWRK                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           SORT CLASS-ENC
               ON ASCENDING KEY ENC-AGENCIA-CLASS
                                ENC-MOVIMENTO-CLASS
                                ENC-CODCLI-CLASS
               USING ENCWRK
               OUTPUT PROCEDURE IS 6000-GERAR-ENCAMIN
           PERFORM 3900-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPAGTO
                                              WS-CTRENEG
                                              WS-CTLIDO-C
                                              WS-CTLIDO-N
                                              WS-CTENVIO
                                              WS-CTRECOLHE
                                              WS-CTATIVO
                                              WS-CTGRAVADO
                                              WS-TOT-ENVIADO
                                              WS-TOT-RECUPERADO
                                              WS-QTD-AGECOB
                                              WS-QTD-ATIVAS
                                              WS-ULTIMA-SEQUENCIA
           MOVE SPACES                     TO WS-AGENCIA-ULTIMO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-LER-LIMITES
           PERFORM 1200-CARREGAR-AGENCIAS
           PERFORM 1300-APURAR-ULTIMO-ENVIO
           PERFORM 1400-ABERTURA-ARQUIVOS
           .
      *----------------------------------------------------------------*
      *    1100-LER-LIMITES - ATRASO MINIMO E DIVIDA MINIMA PARA O      *
      *    ENCAMINHAMENTO: PARMMST OU, NA FALTA, O CARTAO PARMCOB       *
      *----------------------------------------------------------------*
       1100-LER-LIMITES.
           SET LIMITES-DO-PARMMST          TO TRUE
           MOVE "EX004P88"                 TO WS-PRM-PROGRAMA
           MOVE "DIASCOBR"                 TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
           AND WS-PRM-VALOR-DIAS IS NUMERIC
              MOVE WS-PRM-VALOR-DIAS       TO WS-DIAS-COBR
           ELSE
              SET LIMITES-DO-CARTAO        TO TRUE
           END-IF
           MOVE "EX004P88"                 TO WS-PRM-PROGRAMA
           MOVE "VLRCOBR"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
           AND WS-PRM-VALOR-NUM IS NUMERIC
              MOVE WS-PRM-VALOR-NUM        TO WS-VALOR-COBR
           ELSE
              SET LIMITES-DO-CARTAO        TO TRUE
           END-IF

           IF LIMITES-DO-PARMMST
              DISPLAY "EX004P88: LIMITES DE ENCAMINHAMENTO DO PARMMST"
           ELSE
              OPEN INPUT PARMCOB
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PARMCOB" TO WS-MSG
                 MOVE FS-PARMCOB              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMCOB INTO WS-REG-PARMCOB
              IF NOT SUCESSO-P
                 MOVE "PARMCOB SEM CARTAO DE LIMITES" TO WS-MSG
                 MOVE FS-PARMCOB                      TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              IF WS-PCB-DIAS IS NOT NUMERIC
              OR WS-PCB-VALOR IS NOT NUMERIC
                 MOVE "LIMITES DE ENCAMINHAMENTO INVALIDOS" TO WS-MSG
                 MOVE FS-PARMCOB                            TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              MOVE WS-PCB-DIAS             TO WS-DIAS-COBR
              MOVE WS-PCB-VALOR            TO WS-VALOR-COBR
              CLOSE PARMCOB
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-AGENCIAS - TABELA DE ASSESSORIAS NA ORDEM DO   *
      *    CADASTRO, QUE E A ORDEM DO RODIZIO                           *
      *----------------------------------------------------------------*
       1200-CARREGAR-AGENCIAS.
           OPEN INPUT AGECOB
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA AGECOB"  TO WS-MSG
              MOVE FS-AGECOB               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-AGECOB
           PERFORM 1220-GUARDAR-AGENCIA UNTIL FIM-ARQ-G
           CLOSE AGECOB
           IF WS-QTD-ATIVAS = ZEROS
              MOVE "AGECOB SEM ASSESSORIA ATIVA" TO WS-MSG
              MOVE FS-AGECOB                     TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1210-LER-AGECOB.
           READ AGECOB INTO WS-REG-AGECOB
           IF NOT SUCESSO-G
              IF NOT FIM-ARQ-G
                 MOVE "ERRO LEITURA AGECOB" TO WS-MSG
                 MOVE FS-AGECOB             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-GUARDAR-AGENCIA.
           IF WS-QTD-AGECOB >= 50
              MOVE "TABELA DE ASSESSORIAS ESTOURADA" TO WS-MSG
              MOVE FS-AGECOB                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-AGECOB
           MOVE WS-AGC-CODIGO
                          TO WS-TAG-CODIGO (WS-QTD-AGECOB)
           MOVE WS-AGC-NOME
                          TO WS-TAG-NOME (WS-QTD-AGECOB)
           MOVE WS-AGC-SITUACAO
                          TO WS-TAG-SITUACAO (WS-QTD-AGECOB)
           IF AGC-ATIVA
              ADD 1                        TO WS-QTD-ATIVAS
           END-IF
           PERFORM 1210-LER-AGECOB
           .
      *----------------------------------------------------------------*
      *    1300-APURAR-ULTIMO-ENVIO - PRIMEIRA PASSADA NO COBEXT        *
      *    ATRAS DA MAIOR SEQUENCIA: O RODIZIO RECOMECA NA              *
      *    ASSESSORIA SEGUINTE A QUE RECEBEU O ULTIMO CLIENTE           *
      *----------------------------------------------------------------*
       1300-APURAR-ULTIMO-ENVIO.
           OPEN INPUT COBEXT
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA COBEXT"  TO WS-MSG
              MOVE FS-COBEXT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-COBEXT-SEQ
           PERFORM 1320-COMPARAR-SEQUENCIA UNTIL FIM-ARQ-C
           CLOSE COBEXT

           MOVE ZEROS                      TO WS-IDX-RODIZIO
           PERFORM 1330-LOCALIZAR-AGENCIA
               VARYING WS-IDX-AGECOB FROM 1 BY 1
               UNTIL WS-IDX-AGECOB > WS-QTD-AGECOB
           .
       1310-LER-COBEXT-SEQ.
           READ COBEXT INTO WS-REG-COBEXT
           IF NOT SUCESSO-C
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA COBEXT" TO WS-MSG
                 MOVE FS-COBEXT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-COMPARAR-SEQUENCIA.
           IF WS-CBX-SEQUENCIA > WS-ULTIMA-SEQUENCIA
              MOVE WS-CBX-SEQUENCIA        TO WS-ULTIMA-SEQUENCIA
              MOVE WS-CBX-AGENCIA          TO WS-AGENCIA-ULTIMO
           END-IF
           PERFORM 1310-LER-COBEXT-SEQ
           .
       1330-LOCALIZAR-AGENCIA.
           IF WS-TAG-CODIGO (WS-IDX-AGECOB) = WS-AGENCIA-ULTIMO
              MOVE WS-IDX-AGECOB           TO WS-IDX-RODIZIO
           END-IF
           .
       1400-ABERTURA-ARQUIVOS.
           OPEN INPUT COBEXT
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA COBEXT"  TO WS-MSG
              MOVE FS-COBEXT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT DIASATR
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA DIASATR" TO WS-MSG
              MOVE FS-DIASATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT COBEXTN
           IF NOT SUCESSO-CN
              MOVE "ERRO ABERTURA COBEXTN" TO WS-MSG
              MOVE FS-COBEXTN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT ENCWRK
           IF NOT SUCESSO-W
              MOVE "ERRO ABERTURA ENCWRK"  TO WS-MSG
              MOVE FS-ENCWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT ENCAMIN
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA ENCAMIN" TO WS-MSG
              MOVE FS-ENCAMIN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-LER-PAGAMENTOS - SO OS DETALHES "P" DOS DOIS            *
      *    MOVIMENTOS ENTRAM NA CLASSIFICACAO                           *
      *----------------------------------------------------------------*
       2000-LER-PAGAMENTOS.
           OPEN INPUT CLIMOV
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA CLIMOV"  TO WS-MSG
              MOVE FS-CLIMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-CLIMOV
           PERFORM 2200-LIBERAR-CLIMOV UNTIL FIM-ARQ-M
           CLOSE CLIMOV

           OPEN INPUT RENEGMOV
           IF NOT SUCESSO-RG
              MOVE "ERRO ABERTURA RENEGMOV" TO WS-MSG
              MOVE FS-RENEGMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2300-LER-RENEGMOV
           PERFORM 2400-LIBERAR-RENEGMOV UNTIL FIM-ARQ-RG
           CLOSE RENEGMOV
           .
       2100-LER-CLIMOV.
           READ CLIMOV INTO WS-REG-MOV
           IF NOT SUCESSO-M
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA CLIMOV" TO WS-MSG
                 MOVE FS-CLIMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-LIBERAR-CLIMOV.
           IF MOV-DETALHE AND MOV-PAGAMENTO
              MOVE WS-CODCLI-MOV           TO WS-PAG-CODCLI
              SET PAG-PAGAMENTO            TO TRUE
              MOVE WS-VALOR-MOV            TO WS-PAG-VALOR
              RELEASE REG-CLASS-PAG        FROM WS-REG-PAG
              ADD 1                        TO WS-CTPAGTO
           END-IF
           PERFORM 2100-LER-CLIMOV
           .
       2300-LER-RENEGMOV.
           READ RENEGMOV INTO WS-REG-MOV
           IF NOT SUCESSO-RG
              IF NOT FIM-ARQ-RG
                 MOVE "ERRO LEITURA RENEGMOV" TO WS-MSG
                 MOVE FS-RENEGMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2400-LIBERAR-RENEGMOV.
           IF MOV-DETALHE AND MOV-PAGAMENTO
              MOVE WS-CODCLI-MOV           TO WS-PAG-CODCLI
              SET PAG-RENEGOCIACAO         TO TRUE
              MOVE WS-VALOR-MOV            TO WS-PAG-VALOR
              RELEASE REG-CLASS-PAG        FROM WS-REG-PAG
              ADD 1                        TO WS-CTRENEG
           END-IF
           PERFORM 2300-LER-RENEGMOV
           .
      *----------------------------------------------------------------*
      *    3000-PROCESSAR-CLIENTES - BALANCE-LINE ENTRE PAGAMENTOS,     *
      *    MASTER DE ENCAMINHAMENTOS E CLINEW PELO MENOR CODIGO; O      *
      *    DIASATR ACOMPANHA O CLINEW                                   *
      *----------------------------------------------------------------*
       3000-PROCESSAR-CLIENTES.
           SET NAO-FIM-CLASS-PAG           TO TRUE
           PERFORM 3100-RETORNAR-PAG
           PERFORM 3150-LER-COBEXT
           PERFORM 3160-LER-CLINEW
           PERFORM 3170-LER-DIASATR
           PERFORM 3200-PROCESSAR-CLIENTE
               UNTIL WS-PAG-CODCLI = HIGH-VALUES
               AND   WS-CBX-CODCLI = HIGH-VALUES
               AND   WS-CODCLI-N   = HIGH-VALUES
           .
       3100-RETORNAR-PAG.
           RETURN CLASS-PAG                INTO WS-REG-PAG
               AT END
                  SET FIM-CLASS-PAG        TO TRUE
                  MOVE HIGH-VALUES         TO WS-PAG-CODCLI
           END-RETURN
           .
       3150-LER-COBEXT.
           READ COBEXT INTO WS-REG-COBEXT
           IF SUCESSO-C
              ADD 1                        TO WS-CTLIDO-C
           ELSE
              IF FIM-ARQ-C
                 MOVE HIGH-VALUES          TO WS-CBX-CODCLI
              ELSE
                 MOVE "ERRO LEITURA COBEXT" TO WS-MSG
                 MOVE FS-COBEXT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3160-LER-CLINEW.
           READ CLINEW INTO WS-REG-CLINEW
           IF SUCESSO-N
              ADD 1                        TO WS-CTLIDO-N
           ELSE
              IF FIM-ARQ-N
                 MOVE HIGH-VALUES          TO WS-CODCLI-N
              ELSE
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3170-LER-DIASATR.
           READ DIASATR INTO WS-REG-DIASATR
           IF NOT SUCESSO-A
              IF FIM-ARQ-A
                 MOVE HIGH-VALUES          TO WS-CODCLI-ATR
              ELSE
                 MOVE "ERRO LEITURA DIASATR" TO WS-MSG
                 MOVE FS-DIASATR             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3200-PROCESSAR-CLIENTE.
           MOVE WS-PAG-CODCLI              TO WS-CHAVE-ATUAL
           IF WS-CBX-CODCLI < WS-CHAVE-ATUAL
              MOVE WS-CBX-CODCLI           TO WS-CHAVE-ATUAL
           END-IF
           IF WS-CODCLI-N < WS-CHAVE-ATUAL
              MOVE WS-CODCLI-N             TO WS-CHAVE-ATUAL
           END-IF

           MOVE ZEROS                      TO WS-TOT-PAGO-CLI
                                              WS-TOT-RENEG-CLI
           PERFORM 3210-SOMAR-PAGAMENTO
               UNTIL WS-PAG-CODCLI NOT = WS-CHAVE-ATUAL

           PERFORM 3170-LER-DIASATR
               UNTIL FIM-ARQ-A
               OR    WS-CODCLI-ATR >= WS-CHAVE-ATUAL

           SET CLIENTE-NAO-ENCAMINHADO     TO TRUE
           SET CLIENTE-NAO-RECOLHIDO       TO TRUE
           PERFORM 3300-TRATAR-ENCAMINHAMENTO
               UNTIL WS-CBX-CODCLI NOT = WS-CHAVE-ATUAL

           IF WS-CODCLI-N = WS-CHAVE-ATUAL
              IF CLIENTE-NAO-ENCAMINHADO
              AND CLIENTE-NAO-RECOLHIDO
              AND WS-TOT-PAGO-CLI  = ZEROS
              AND WS-TOT-RENEG-CLI = ZEROS
                 PERFORM 3500-AVALIAR-ENCAMINHAMENTO
              END-IF
              PERFORM 3160-LER-CLINEW
           END-IF
           .
       3210-SOMAR-PAGAMENTO.
           IF PAG-RENEGOCIACAO
              ADD WS-PAG-VALOR             TO WS-TOT-RENEG-CLI
           ELSE
              ADD WS-PAG-VALOR             TO WS-TOT-PAGO-CLI
           END-IF
           PERFORM 3100-RETORNAR-PAG
           .
      *----------------------------------------------------------------*
      *    3300-TRATAR-ENCAMINHAMENTO - REGISTRO DO MASTER DO CLIENTE   *
      *    CORRENTE: O ATIVO COM PAGAMENTO OU RENEGOCIACAO NO DIA E     *
      *    RECOLHIDO; OS DEMAIS PASSAM COMO ESTAO                       *
      *----------------------------------------------------------------*
       3300-TRATAR-ENCAMINHAMENTO.
           IF CBX-ENCAMINHADO
              IF WS-TOT-PAGO-CLI  > ZEROS
              OR WS-TOT-RENEG-CLI > ZEROS
                 PERFORM 3400-RECOLHER-CLIENTE
              ELSE
                 SET CLIENTE-ENCAMINHADO   TO TRUE
                 ADD 1                     TO WS-CTATIVO
              END-IF
           END-IF
           PERFORM 3800-GRAVAR-COBEXTN
           PERFORM 3150-LER-COBEXT
           .
       3400-RECOLHER-CLIENTE.
           SET CBX-RECOLHIDO               TO TRUE
           IF WS-TOT-RENEG-CLI > ZEROS
              SET CBX-MOTIVO-RENEGOCIACAO  TO TRUE
           ELSE
              SET CBX-MOTIVO-PAGAMENTO     TO TRUE
           END-IF
           MOVE WS-DATA-SYS                TO WS-CBX-DATA-RECOLHE
           MOVE WS-TOT-PAGO-CLI            TO WS-CBX-VALOR-RECUPERADO
           MOVE WS-TOT-RENEG-CLI           TO WS-CBX-VALOR-RENEGOCIADO
           SET CLIENTE-RECOLHIDO           TO TRUE
           ADD 1                           TO WS-CTRECOLHE
           ADD WS-TOT-PAGO-CLI             TO WS-TOT-RECUPERADO

           MOVE "R"                        TO WS-ENC-MOVIMENTO
           MOVE WS-CBX-AGENCIA             TO WS-ENC-AGENCIA
           COMPUTE WS-ENC-VALOR = WS-TOT-PAGO-CLI + WS-TOT-RENEG-CLI
           MOVE WS-CBX-DIASATRASO          TO WS-ENC-DIASATRASO
           MOVE WS-CBX-MOTIVO              TO WS-ENC-MOTIVO
           PERFORM 3700-GRAVAR-ENCWRK
           .
      *----------------------------------------------------------------*
      *    3500-AVALIAR-ENCAMINHAMENTO - CLIENTE SEM ENCAMINHAMENTO     *
      *    ATIVO E SEM PAGAMENTO NO DIA, COM ATRASO E DIVIDA ACIMA      *
      *    DOS LIMITES, VAI PARA A PROXIMA ASSESSORIA DO RODIZIO        *
      *----------------------------------------------------------------*
       3500-AVALIAR-ENCAMINHAMENTO.
           IF WS-CODCLI-ATR = WS-CODCLI-N
           AND WS-DIASATRASO-ATR > WS-DIAS-COBR
           AND WS-TOTALDIVIDA-N  > WS-VALOR-COBR
              PERFORM 3600-PROXIMA-AGENCIA
              ADD 1                        TO WS-ULTIMA-SEQUENCIA
              MOVE WS-REG-COBEXT           TO WS-COBEXT-LIDO
              INITIALIZE WS-REG-COBEXT
              MOVE WS-CODCLI-N             TO WS-CBX-CODCLI
              MOVE WS-ULTIMA-SEQUENCIA     TO WS-CBX-SEQUENCIA
              MOVE WS-TAG-CODIGO (WS-IDX-RODIZIO)
                                           TO WS-CBX-AGENCIA
              MOVE WS-DATA-SYS             TO WS-CBX-DATA-ENVIO
              MOVE WS-DIASATRASO-ATR       TO WS-CBX-DIASATRASO
              MOVE WS-TOTALDIVIDA-N        TO WS-CBX-VALOR-ENVIADO
              SET CBX-ENCAMINHADO          TO TRUE
              MOVE SPACES                  TO WS-CBX-MOTIVO
              PERFORM 3800-GRAVAR-COBEXTN
              ADD 1                        TO WS-CTENVIO
              ADD WS-TOTALDIVIDA-N         TO WS-TOT-ENVIADO

              MOVE "E"                     TO WS-ENC-MOVIMENTO
              MOVE WS-CBX-AGENCIA          TO WS-ENC-AGENCIA
              MOVE WS-TOTALDIVIDA-N        TO WS-ENC-VALOR
              MOVE WS-DIASATRASO-ATR       TO WS-ENC-DIASATRASO
              MOVE SPACES                  TO WS-ENC-MOTIVO
              PERFORM 3700-GRAVAR-ENCWRK
              MOVE WS-COBEXT-LIDO          TO WS-REG-COBEXT
           END-IF
           .
       3600-PROXIMA-AGENCIA.
           PERFORM 3610-AVANCAR-RODIZIO
           PERFORM 3610-AVANCAR-RODIZIO
               UNTIL WS-TAG-SITUACAO (WS-IDX-RODIZIO) = "A"
           .
       3610-AVANCAR-RODIZIO.
           ADD 1                           TO WS-IDX-RODIZIO
           IF WS-IDX-RODIZIO > WS-QTD-AGECOB
              MOVE 1                       TO WS-IDX-RODIZIO
           END-IF
           .
       3700-GRAVAR-ENCWRK.
           MOVE "D"                        TO WS-ENC-TIPO-REG
           MOVE WS-CHAVE-ATUAL             TO WS-ENC-CODCLI
           IF WS-CODCLI-N = WS-CHAVE-ATUAL
              MOVE WS-NOMECLI-N            TO WS-ENC-NOMECLI
              MOVE WS-CPFCLI-N             TO WS-ENC-CPFCLI
              MOVE WS-FONECLI-N            TO WS-ENC-FONECLI
              MOVE WS-CIDADECLI-N          TO WS-ENC-CIDADECLI
              MOVE WS-UFCLI-N              TO WS-ENC-UFCLI
           ELSE
              MOVE SPACES                  TO WS-ENC-NOMECLI
                                              WS-ENC-CPFCLI
                                              WS-ENC-FONECLI
                                              WS-ENC-CIDADECLI
                                              WS-ENC-UFCLI
           END-IF
           MOVE WS-DATA-SYS                TO WS-ENC-DATA
           WRITE REG-ENCWRK                FROM WS-REG-ENCAM-D
           IF NOT SUCESSO-W
              MOVE "ERRO GRAVACAO ENCWRK"  TO WS-MSG
              MOVE FS-ENCWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3800-GRAVAR-COBEXTN.
           WRITE REG-COBEXTN               FROM WS-REG-COBEXT
           IF NOT SUCESSO-CN
              MOVE "ERRO GRAVACAO COBEXTN" TO WS-MSG
              MOVE FS-COBEXTN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           .
      *----------------------------------------------------------------*
      *    6000-GERAR-ENCAMIN - UM BLOCO H/D/T POR ASSESSORIA COM OS    *
      *    ENCAMINHAMENTOS ("E") E OS RECOLHIMENTOS ("R") DO DIA        *
      *----------------------------------------------------------------*
       6000-GERAR-ENCAMIN.
           SET NAO-FIM-CLASS-ENC           TO TRUE
           PERFORM 6100-RETORNAR-ENC
           PERFORM 6200-PROCESSAR-AGENCIA UNTIL FIM-CLASS-ENC
           .
       6100-RETORNAR-ENC.
           RETURN CLASS-ENC                INTO WS-REG-ENCAM-D
               AT END
                  SET FIM-CLASS-ENC        TO TRUE
           END-RETURN
           .
       6200-PROCESSAR-AGENCIA.
           MOVE WS-ENC-AGENCIA             TO WS-AGENCIA-CUR
           MOVE ZEROS                      TO WS-QTD-ENVIO-AGE
                                              WS-VALOR-ENVIO-AGE
                                              WS-QTD-RECOLHE-AGE
           MOVE WS-AGENCIA-CUR             TO WS-ENH-AGENCIA
           MOVE SPACES                     TO WS-ENH-NOME
           PERFORM 6210-NOME-AGENCIA
               VARYING WS-IDX-AGECOB FROM 1 BY 1
               UNTIL WS-IDX-AGECOB > WS-QTD-AGECOB
           MOVE WS-DATA-SYS                TO WS-ENH-DATA
           MOVE WS-REG-ENCAM-H             TO REG-ENCAMIN
           PERFORM 6400-GRAVAR-ENCAMIN
           PERFORM 6300-GRAVAR-DETALHE
               UNTIL FIM-CLASS-ENC
               OR    WS-ENC-AGENCIA NOT = WS-AGENCIA-CUR
           MOVE WS-AGENCIA-CUR             TO WS-ENT-AGENCIA
           MOVE WS-QTD-ENVIO-AGE           TO WS-ENT-QTD-ENVIO
           MOVE WS-VALOR-ENVIO-AGE         TO WS-ENT-VALOR-ENVIO
           MOVE WS-QTD-RECOLHE-AGE         TO WS-ENT-QTD-RECOLHE
           MOVE WS-REG-ENCAM-T             TO REG-ENCAMIN
           PERFORM 6400-GRAVAR-ENCAMIN
           .
       6210-NOME-AGENCIA.
           IF WS-TAG-CODIGO (WS-IDX-AGECOB) = WS-AGENCIA-CUR
              MOVE WS-TAG-NOME (WS-IDX-AGECOB) TO WS-ENH-NOME
           END-IF
           .
       6300-GRAVAR-DETALHE.
           IF ENC-ENCAMINHAMENTO
              ADD 1                        TO WS-QTD-ENVIO-AGE
              ADD WS-ENC-VALOR             TO WS-VALOR-ENVIO-AGE
           ELSE
              ADD 1                        TO WS-QTD-RECOLHE-AGE
           END-IF
           MOVE WS-REG-ENCAM-D             TO REG-ENCAMIN
           PERFORM 6400-GRAVAR-ENCAMIN
           PERFORM 6100-RETORNAR-ENC
           .
       6400-GRAVAR-ENCAMIN.
           WRITE REG-ENCAMIN
           IF NOT SUCESSO-E
              MOVE "ERRO GRAVACAO ENCAMIN" TO WS-MSG
              MOVE FS-ENCAMIN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3900-TERMINO.
           MOVE WS-CTPAGTO                 TO WS-CTPAGTO-F
           MOVE WS-CTRENEG                 TO WS-CTRENEG-F
           MOVE WS-CTLIDO-C                TO WS-CTLIDO-C-F
           MOVE WS-CTLIDO-N                TO WS-CTLIDO-N-F
           MOVE WS-CTENVIO                 TO WS-CTENVIO-F
           MOVE WS-CTRECOLHE               TO WS-CTRECOLHE-F
           MOVE WS-CTATIVO                 TO WS-CTATIVO-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           MOVE WS-DIAS-COBR               TO WS-DIAS-COBR-F
           MOVE WS-VALOR-COBR              TO WS-VALOR-COBR-F
           MOVE WS-TOT-ENVIADO             TO WS-TOT-ENVIADO-F
           MOVE WS-TOT-RECUPERADO          TO WS-TOT-RECUPERADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " ATRASO MINIMO PARA ENCAMINHAMENTO....: "
                                           WS-DIAS-COBR-F
           DISPLAY " DIVIDA MINIMA PARA ENCAMINHAMENTO....: "
                                           WS-VALOR-COBR-F
           DISPLAY " PAGAMENTOS LIDOS NO CLIMOV...........: "
                                           WS-CTPAGTO-F
           DISPLAY " RENEGOCIACOES LIDAS NO RENEGMOV......: "
                                           WS-CTRENEG-F
           DISPLAY " ENCAMINHAMENTOS LIDOS NO COBEXT......: "
                                           WS-CTLIDO-C-F
           DISPLAY " CADASTROS LIDOS NO CLINEW............: "
                                           WS-CTLIDO-N-F
           DISPLAY " CLIENTES ENCAMINHADOS NO DIA.........: "
                                           WS-CTENVIO-F
           DISPLAY " CLIENTES RECOLHIDOS NO DIA...........: "
                                           WS-CTRECOLHE-F
           DISPLAY " ENCAMINHAMENTOS MANTIDOS ATIVOS......: "
                                           WS-CTATIVO-F
           DISPLAY " REGISTROS GRAVADOS NO COBEXTN........: "
                                           WS-CTGRAVADO-F
           DISPLAY " DIVIDA ENCAMINHADA NO DIA............: "
                                           WS-TOT-ENVIADO-F
           DISPLAY " VALOR RECUPERADO NO DIA..............: "
                                           WS-TOT-RECUPERADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE COBEXT
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO COBEXT" TO WS-MSG
              MOVE FS-COBEXT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO CLINEW" TO WS-MSG
              MOVE FS-CLINEW                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE DIASATR
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO DIASATR" TO WS-MSG
              MOVE FS-DIASATR                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE COBEXTN
           IF NOT SUCESSO-CN
              MOVE "ERRO FECHAMENTO COBEXTN" TO WS-MSG
              MOVE FS-COBEXTN                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE ENCAMIN
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO ENCAMIN" TO WS-MSG
              MOVE FS-ENCAMIN                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
