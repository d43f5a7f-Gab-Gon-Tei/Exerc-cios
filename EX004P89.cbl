      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P89.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    DESEMPENHO MENSAL DAS ASSESSORIAS DE COBRANCA. LE O MASTER   *
      *    DE ENCAMINHAMENTOS (COBEXT, GRAVADO PELO EX004P88) E, POR    *
      *    ASSESSORIA DO CADASTRO AGECOB, ACUMULA OS CLIENTES E A       *
      *    DIVIDA ENCAMINHADOS NO MES DE REFERENCIA, OS RECOLHIMENTOS   *
      *    DO MES COM O VALOR RECUPERADO EM PAGAMENTOS E O VALOR        *
      *    RENEGOCIADO, E A CARTEIRA AINDA ATIVA. A COMISSAO DEVIDA E   *
      *    O PERCENTUAL DA ASSESSORIA SOBRE O VALOR RECUPERADO; A       *
      *    RENEGOCIACAO NAO GERA COMISSAO. O MES DE REFERENCIA VEM DO   *
      *    PARMMST (PRMLOOK) OU DO CARTAO PARMREF, COMO NO EX004P76.    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PARMREF ASSIGN           TO UT-S-PARMREF
           FILE STATUS IS FS-PARMREF
           .
           SELECT AGECOB ASSIGN            TO UT-S-AGECOB
           FILE STATUS IS FS-AGECOB
           .
           SELECT COBEXT ASSIGN            TO UT-S-COBEXT
           FILE STATUS IS FS-COBEXT
           .
           SELECT RELAGCOB ASSIGN          TO UT-S-RELAGCOB
           FILE STATUS IS FS-RELAGCOB
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PARMREF - CARTAO COM O ANO/MES DE REFERENCIA DO RELATORIO
       FD  PARMREF
           RECORDING MODE IS F
           .
       01  REG-PARMREF                     PIC X(80).

      *    AGECOB - CADASTRO DE ASSESSORIAS DE COBRANCA (CPAGECOB)
       FD  AGECOB
           RECORDING MODE IS F
           .
       01  REG-AGECOB                      PIC X(80).

      *    COBEXT - MASTER DE ENCAMINHAMENTOS (CPCOBEXT)
       FD  COBEXT
           RECORDING MODE IS F
           .
       01  REG-COBEXT                      PIC X(70).

      *    RELAGCOB - RELATORIO DE DESEMPENHO DAS ASSESSORIAS
       FD  RELAGCOB
           RECORDING MODE IS F
           .
       01  REG-RELAGCOB                    PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPAGECOB.
           COPY CPCOBEXT.
      *----------------------------------------------------------------*
       01  WS-REG-PARMREF.
           05 WS-REF-ANOMES                PIC 9(06).
           05 WS-REF-ANOMES-R REDEFINES WS-REF-ANOMES.
              10 WS-REF-ANO                PIC 9(04).
              10 WS-REF-MES                PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): HAVENDO VALOR VIGENTE NO PARMMST, O CARTAO
      *    AVULSO NEM E LIDO
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       77  WS-DATA-PARM                    PIC 9(08).
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-REF          PIC 9(06).
              10 FILLER                    PIC X(09).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      *    ASSESSORIAS CADASTRADAS E SEUS ACUMULADORES DO MES
      *----------------------------------------------------------------*
       01  WS-TAB-AGECOB.
           05 WS-TAG-ENT OCCURS 50 TIMES.
              10 WS-TAG-CODIGO             PIC X(03).
              10 WS-TAG-NOME               PIC X(30).
              10 WS-TAG-PERCOMIS           PIC 9(02)V99.
              10 WS-TAG-QTD-ENVIO          PIC 9(05) COMP.
              10 WS-TAG-VALOR-ENVIO        PIC 9(10)V99.
              10 WS-TAG-QTD-RECOLHE        PIC 9(05) COMP.
              10 WS-TAG-VALOR-RECUPERADO   PIC 9(10)V99.
              10 WS-TAG-VALOR-RENEGOCIADO  PIC 9(10)V99.
              10 WS-TAG-QTD-ATIVO          PIC 9(05) COMP.
              10 WS-TAG-VALOR-ATIVO        PIC 9(10)V99.
       77  WS-QTD-AGECOB                   PIC 9(04) COMP.
       77  WS-IDX-AGECOB                   PIC 9(04) COMP.
       77  WS-IDX-AGE-ACHADO               PIC 9(04) COMP.
       77  WS-ANOMES-ENVIO                 PIC 9(06).
       77  WS-ANOMES-RECOLHE               PIC 9(06).
       77  WS-COMISSAO                     PIC 9(10)V99.
      *----------------------------------------------------------------*
      *    TOTAIS GERAIS
      *----------------------------------------------------------------*
       77  WS-TOT-QTD-ENVIO                PIC 9(05) COMP.
       77  WS-TOT-VALOR-ENVIO              PIC 9(10)V99.
       77  WS-TOT-QTD-RECOLHE              PIC 9(05) COMP.
       77  WS-TOT-VALOR-RECUPERADO         PIC 9(10)V99.
       77  WS-TOT-VALOR-RENEGOCIADO        PIC 9(10)V99.
       77  WS-TOT-COMISSAO                 PIC 9(10)V99.
       77  WS-TOT-QTD-ATIVO                PIC 9(05) COMP.
       77  WS-TOT-VALOR-ATIVO              PIC 9(10)V99.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-CABEC-AGC1.
           05 FILLER                       PIC X(60)
                                                   VALUE
              "        DESEMPENHO DAS ASSESSORIAS DE COBRANCA - REFERENC
      -       "IA ".
           05 LC-AGC-ANO                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-AGC-MES                   PIC 9(02).
           05 FILLER                       PIC X(65) VALUE SPACES.
       01  WS-CABEC-AGC2                   PIC X(132)
                                                   VALUE
              "AGE  ASSESSORIA               ENVIOS  VALOR ENVIADO RECOL
      -       ".     RECUPERADO    RENEGOCIADO   %COM       COMISSAO ATI
      -       "VOS    EM CARTEIRA".
       01  WS-CABEC-AGC3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-AGC.
           05 LD-AGC-CODIGO                PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-NOME                  PIC X(24).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-QTD-ENVIO             PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-VALOR-ENVIO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-QTD-RECOLHE           PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-VALOR-RECUPERADO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-VALOR-RENEGOCIADO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-PERCOMIS              PIC Z9,99 BLANK WHEN ZERO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-COMISSAO              PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-QTD-ATIVO             PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGC-VALOR-ATIVO           PIC ZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PARMREF                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-AGECOB                       PIC X(02).
           88 SUCESSO-G                    VALUE "00".
           88 FIM-ARQ-G                    VALUE "10".
       01  FS-COBEXT                       PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-RELAGCOB                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO-C                     PIC 9(05) COMP.
       77  WS-CTSEMAGE                     PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-C-F                   PIC ZZZZ9.
       77  WS-CTSEMAGE-F                   PIC ZZZZ9.
       77  WS-QTD-AGECOB-F                 PIC ZZZZ9.
       77  WS-TOT-COMISSAO-F               PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P89.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQ-C
           PERFORM 3000-EMITIR-RELATORIO
           PERFORM 3900-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO-C
                                              WS-CTSEMAGE
                                              WS-QTD-AGECOB
                                              WS-TOT-QTD-ENVIO
                                              WS-TOT-VALOR-ENVIO
                                              WS-TOT-QTD-RECOLHE
                                              WS-TOT-VALOR-RECUPERADO
                                              WS-TOT-VALOR-RENEGOCIADO
                                              WS-TOT-COMISSAO
                                              WS-TOT-QTD-ATIVO
                                              WS-TOT-VALOR-ATIVO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE WS-DATA-SYS                TO WS-DATA-PARM
           MOVE "EX004P89"                 TO WS-PRM-PROGRAMA
           MOVE "PARMREF"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-PARM               TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-REF        TO WS-REF-ANOMES
              DISPLAY "EX004P89: REFERENCIA DO RELATORIO DO PARMMST"
           ELSE
              OPEN INPUT PARMREF
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PARMREF" TO WS-MSG
                 MOVE FS-PARMREF              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMREF INTO WS-REG-PARMREF
              IF NOT SUCESSO-P
                 MOVE "PARMREF SEM CARTAO DE REFERENCIA" TO WS-MSG
                 MOVE FS-PARMREF                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              IF WS-REF-ANOMES IS NOT NUMERIC
                 MOVE "REFERENCIA DO RELATORIO INVALIDA" TO WS-MSG
                 MOVE FS-PARMREF                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              CLOSE PARMREF
           END-IF
           PERFORM 1100-CARREGAR-AGENCIAS

           OPEN INPUT COBEXT
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA COBEXT"  TO WS-MSG
              MOVE FS-COBEXT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELAGCOB
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELAGCOB" TO WS-MSG
              MOVE FS-RELAGCOB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1500-LER-COBEXT
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-AGENCIAS - TODAS AS ASSESSORIAS, ATIVAS OU     *
      *    SUSPENSAS: A SUSPENSA AINDA RECEBE PELO QUE RECUPERAR        *
      *----------------------------------------------------------------*
       1100-CARREGAR-AGENCIAS.
           OPEN INPUT AGECOB
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA AGECOB"  TO WS-MSG
              MOVE FS-AGECOB               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-AGECOB
           PERFORM 1120-GUARDAR-AGENCIA UNTIL FIM-ARQ-G
           CLOSE AGECOB
           .
       1110-LER-AGECOB.
           READ AGECOB INTO WS-REG-AGECOB
           IF NOT SUCESSO-G
              IF NOT FIM-ARQ-G
                 MOVE "ERRO LEITURA AGECOB" TO WS-MSG
                 MOVE FS-AGECOB             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-GUARDAR-AGENCIA.
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
           IF WS-AGC-PERCOMIS IS NUMERIC
              MOVE WS-AGC-PERCOMIS
                          TO WS-TAG-PERCOMIS (WS-QTD-AGECOB)
           ELSE
              MOVE ZEROS
                          TO WS-TAG-PERCOMIS (WS-QTD-AGECOB)
           END-IF
           MOVE ZEROS     TO WS-TAG-QTD-ENVIO (WS-QTD-AGECOB)
                             WS-TAG-VALOR-ENVIO (WS-QTD-AGECOB)
                             WS-TAG-QTD-RECOLHE (WS-QTD-AGECOB)
                             WS-TAG-VALOR-RECUPERADO (WS-QTD-AGECOB)
                             WS-TAG-VALOR-RENEGOCIADO (WS-QTD-AGECOB)
                             WS-TAG-QTD-ATIVO (WS-QTD-AGECOB)
                             WS-TAG-VALOR-ATIVO (WS-QTD-AGECOB)
           PERFORM 1110-LER-AGECOB
           .
       1500-LER-COBEXT.
           READ COBEXT INTO WS-REG-COBEXT
           IF SUCESSO-C
              ADD 1                        TO WS-CTLIDO-C
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA COBEXT" TO WS-MSG
                 MOVE FS-COBEXT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-PROCESSAR - CADA ENCAMINHAMENTO CONTA NA SUA            *
      *    ASSESSORIA: ENVIO NO MES, RECOLHIMENTO NO MES E CARTEIRA     *
      *----------------------------------------------------------------*
       2000-PROCESSAR.
           MOVE ZEROS                      TO WS-IDX-AGE-ACHADO
           PERFORM 2100-PROCURAR-AGENCIA
               VARYING WS-IDX-AGECOB FROM 1 BY 1
               UNTIL WS-IDX-AGECOB > WS-QTD-AGECOB
               OR    WS-IDX-AGE-ACHADO > ZEROS
           IF WS-IDX-AGE-ACHADO = ZEROS
              ADD 1                        TO WS-CTSEMAGE
           ELSE
              PERFORM 2200-ACUMULAR-ENCAMINHAMENTO
           END-IF
           PERFORM 1500-LER-COBEXT
           .
       2100-PROCURAR-AGENCIA.
           IF WS-TAG-CODIGO (WS-IDX-AGECOB) = WS-CBX-AGENCIA
              MOVE WS-IDX-AGECOB           TO WS-IDX-AGE-ACHADO
           END-IF
           .
       2200-ACUMULAR-ENCAMINHAMENTO.
           MOVE WS-CBX-DATA-ENVIO (1:6)    TO WS-ANOMES-ENVIO
           MOVE WS-CBX-DATA-RECOLHE (1:6)  TO WS-ANOMES-RECOLHE
           IF WS-ANOMES-ENVIO = WS-REF-ANOMES
              ADD 1      TO WS-TAG-QTD-ENVIO (WS-IDX-AGE-ACHADO)
              ADD WS-CBX-VALOR-ENVIADO
                         TO WS-TAG-VALOR-ENVIO (WS-IDX-AGE-ACHADO)
           END-IF
           IF CBX-RECOLHIDO
              IF WS-ANOMES-RECOLHE = WS-REF-ANOMES
                 ADD 1   TO WS-TAG-QTD-RECOLHE (WS-IDX-AGE-ACHADO)
                 ADD WS-CBX-VALOR-RECUPERADO
                         TO WS-TAG-VALOR-RECUPERADO (WS-IDX-AGE-ACHADO)
                 ADD WS-CBX-VALOR-RENEGOCIADO
                         TO WS-TAG-VALOR-RENEGOCIADO (WS-IDX-AGE-ACHADO)
              END-IF
           ELSE
              ADD 1      TO WS-TAG-QTD-ATIVO (WS-IDX-AGE-ACHADO)
              ADD WS-CBX-VALOR-ENVIADO
                         TO WS-TAG-VALOR-ATIVO (WS-IDX-AGE-ACHADO)
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-EMITIR-RELATORIO - UMA LINHA POR ASSESSORIA, NA ORDEM   *
      *    DO CADASTRO, E O TOTAL GERAL                                 *
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO.
           MOVE WS-REF-ANO                 TO LC-AGC-ANO
           MOVE WS-REF-MES                 TO LC-AGC-MES
           MOVE WS-CABEC-AGC1              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           MOVE SPACES                     TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           MOVE WS-CABEC-AGC2              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           MOVE WS-CABEC-AGC3              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           PERFORM 3100-IMPRIMIR-AGENCIA
               VARYING WS-IDX-AGECOB FROM 1 BY 1
               UNTIL WS-IDX-AGECOB > WS-QTD-AGECOB
           PERFORM 3200-IMPRIMIR-TOTAL
           .
       3100-IMPRIMIR-AGENCIA.
           COMPUTE WS-COMISSAO ROUNDED =
                   WS-TAG-VALOR-RECUPERADO (WS-IDX-AGECOB)
                 * WS-TAG-PERCOMIS (WS-IDX-AGECOB) / 100
           MOVE WS-TAG-CODIGO (WS-IDX-AGECOB)    TO LD-AGC-CODIGO
           MOVE WS-TAG-NOME (WS-IDX-AGECOB)      TO LD-AGC-NOME
           MOVE WS-TAG-QTD-ENVIO (WS-IDX-AGECOB) TO LD-AGC-QTD-ENVIO
           MOVE WS-TAG-VALOR-ENVIO (WS-IDX-AGECOB)
                                           TO LD-AGC-VALOR-ENVIO
           MOVE WS-TAG-QTD-RECOLHE (WS-IDX-AGECOB)
                                           TO LD-AGC-QTD-RECOLHE
           MOVE WS-TAG-VALOR-RECUPERADO (WS-IDX-AGECOB)
                                           TO LD-AGC-VALOR-RECUPERADO
           MOVE WS-TAG-VALOR-RENEGOCIADO (WS-IDX-AGECOB)
                                           TO LD-AGC-VALOR-RENEGOCIADO
           MOVE WS-TAG-PERCOMIS (WS-IDX-AGECOB)  TO LD-AGC-PERCOMIS
           MOVE WS-COMISSAO                TO LD-AGC-COMISSAO
           MOVE WS-TAG-QTD-ATIVO (WS-IDX-AGECOB) TO LD-AGC-QTD-ATIVO
           MOVE WS-TAG-VALOR-ATIVO (WS-IDX-AGECOB)
                                           TO LD-AGC-VALOR-ATIVO
           MOVE WS-LINDET-AGC              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA

           ADD WS-TAG-QTD-ENVIO (WS-IDX-AGECOB)   TO WS-TOT-QTD-ENVIO
           ADD WS-TAG-VALOR-ENVIO (WS-IDX-AGECOB) TO WS-TOT-VALOR-ENVIO
           ADD WS-TAG-QTD-RECOLHE (WS-IDX-AGECOB)
                                           TO WS-TOT-QTD-RECOLHE
           ADD WS-TAG-VALOR-RECUPERADO (WS-IDX-AGECOB)
                                           TO WS-TOT-VALOR-RECUPERADO
           ADD WS-TAG-VALOR-RENEGOCIADO (WS-IDX-AGECOB)
                                           TO WS-TOT-VALOR-RENEGOCIADO
           ADD WS-COMISSAO                 TO WS-TOT-COMISSAO
           ADD WS-TAG-QTD-ATIVO (WS-IDX-AGECOB)   TO WS-TOT-QTD-ATIVO
           ADD WS-TAG-VALOR-ATIVO (WS-IDX-AGECOB) TO WS-TOT-VALOR-ATIVO
           .
       3200-IMPRIMIR-TOTAL.
           MOVE WS-CABEC-AGC3              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           MOVE SPACES                     TO LD-AGC-CODIGO
           MOVE "TOTAL GERAL"              TO LD-AGC-NOME
           MOVE WS-TOT-QTD-ENVIO           TO LD-AGC-QTD-ENVIO
           MOVE WS-TOT-VALOR-ENVIO         TO LD-AGC-VALOR-ENVIO
           MOVE WS-TOT-QTD-RECOLHE         TO LD-AGC-QTD-RECOLHE
           MOVE WS-TOT-VALOR-RECUPERADO    TO LD-AGC-VALOR-RECUPERADO
           MOVE WS-TOT-VALOR-RENEGOCIADO   TO LD-AGC-VALOR-RENEGOCIADO
           MOVE ZEROS                      TO LD-AGC-PERCOMIS
           MOVE WS-TOT-COMISSAO            TO LD-AGC-COMISSAO
           MOVE WS-TOT-QTD-ATIVO           TO LD-AGC-QTD-ATIVO
           MOVE WS-TOT-VALOR-ATIVO         TO LD-AGC-VALOR-ATIVO
           MOVE WS-LINDET-AGC              TO REG-RELAGCOB
           PERFORM 3300-GRAVAR-LINHA
           .
       3300-GRAVAR-LINHA.
           WRITE REG-RELAGCOB
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELAGCOB" TO WS-MSG
              MOVE FS-RELAGCOB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3900-TERMINO.
           MOVE WS-CTLIDO-C                TO WS-CTLIDO-C-F
           MOVE WS-CTSEMAGE                TO WS-CTSEMAGE-F
           MOVE WS-QTD-AGECOB              TO WS-QTD-AGECOB-F
           MOVE WS-TOT-COMISSAO            TO WS-TOT-COMISSAO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " ASSESSORIAS CADASTRADAS..............: "
                                           WS-QTD-AGECOB-F
           DISPLAY " ENCAMINHAMENTOS LIDOS NO COBEXT......: "
                                           WS-CTLIDO-C-F
           DISPLAY " ENCAMINHAMENTOS SEM ASSESSORIA.......: "
                                           WS-CTSEMAGE-F
           DISPLAY " COMISSAO TOTAL DEVIDA NO MES.........: "
                                           WS-TOT-COMISSAO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE COBEXT
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO COBEXT" TO WS-MSG
              MOVE FS-COBEXT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELAGCOB
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELAGCOB" TO WS-MSG
              MOVE FS-RELAGCOB                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
