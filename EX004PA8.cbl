      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA8.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    JUNCAO DAS PARTICOES DO EX004P11. CADA PARTICAO PROCESSA A   *
      *    SUA FAIXA DE CODCLI (CARTAO PARTCTL) E GRAVA O RESULTADO NO  *
      *    PARTRES. ESTE PROGRAMA RECEBE OS CARTOES DE TODAS AS         *
      *    PARTICOES, OS PARTRES E AS SAIDAS DAS PARTICOES CONCATENADAS *
      *    EM ORDEM DE PARTICAO (CLINEWP, CLILOGP, DIASATRP, DEVWRKP E  *
      *    LANCGLCP) E REMONTA UM UNICO CLINEW, CLILOG, DIASATR, RELDEV *
      *    (DEVEDORES REORDENADOS POR VALOR) E LANCGLC (UM HEADER, OS   *
      *    DETALHES E UM TRAILER COM OS TOTAIS SOMADOS).                *
      *    A JUNCAO NAO RODA SE ALGUMA PARTICAO NAO CONCLUIU, SE AS     *
      *    FAIXAS NAO COBREM TODOS OS CLIENTES OU SE AS PARTICOES NAO   *
      *    LERAM O MESMO CLIMOV COM O MESMO RUN ID; NO FIM, AS          *
      *    QUANTIDADES E OS TOTAIS JUNTADOS DE CADA PARTICAO SAO        *
      *    CONFERIDOS COM O PARTRES                                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PARTCTL ASSIGN           TO UT-S-PARTCTL
           FILE STATUS IS FS-PARTCTL
           .
           SELECT PARTRES ASSIGN           TO UT-S-PARTRES
           FILE STATUS IS FS-PARTRES
           .
           SELECT CLINEWP ASSIGN           TO UT-S-CLINEWP
           FILE STATUS IS FS-CLINEWP
           .
           SELECT CLILOGP ASSIGN           TO UT-S-CLILOGP
           FILE STATUS IS FS-CLILOGP
           .
           SELECT DIASATRP ASSIGN          TO UT-S-DIASATRP
           FILE STATUS IS FS-DIASATRP
           .
           SELECT DEVWRKP ASSIGN           TO UT-S-DEVWRKP
           FILE STATUS IS FS-DEVWRKP
           .
           SELECT LANCGLCP ASSIGN          TO LANCGLCP
           FILE STATUS IS FS-LANCGLCP
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT CLILOG ASSIGN            TO UT-S-CLILOG
           FILE STATUS IS FS-CLILOG
           .
           SELECT DIASATR ASSIGN           TO UT-S-DIASATR
           FILE STATUS IS FS-DIASATR
           .
           SELECT RELDEV ASSIGN            TO UT-S-RELDEV
           FILE STATUS IS FS-RELDEV
           .
           SELECT LANCGLC ASSIGN           TO LANCGLC
           FILE STATUS IS FS-LANCGLC
           .
           SELECT CLASS-DEV ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PARTCTL - CARTOES DE TODAS AS PARTICOES, EM ORDEM
       FD  PARTCTL
           RECORDING MODE IS F
           .
       01  REG-PARTCTL                     PIC X(80).
      *    PARTRES - RESULTADO DE CADA PARTICAO CONCLUIDA
       FD  PARTRES
           RECORDING MODE IS F
           .
       01  REG-PARTRES                     PIC X(120).
      *    SAIDAS DAS PARTICOES, CONCATENADAS EM ORDEM DE PARTICAO
       FD  CLINEWP
           RECORDING MODE IS F
           .
       01  REG-CLINEWP                     PIC X(184).
       FD  CLILOGP
           RECORDING MODE IS F
           .
       01  REG-CLILOGP                     PIC X(192).
       FD  DIASATRP
           RECORDING MODE IS F
           .
       01  REG-DIASATRP                    PIC X(07).
       FD  DEVWRKP
           RECORDING MODE IS F
           .
       01  REG-DEVWRKP                     PIC X(39).
       FD  LANCGLCP
           RECORDING MODE IS F
           .
       01  REG-LANCGLCP                    PIC X(45).
      *    SAIDAS UNICAS, NOS MESMOS LAYOUTS DO EX004P11
       FD  CLINEW
           RECORDING MODE IS F
           .
       01  REG-CLINEW                      PIC X(184).
       FD  CLILOG
           RECORDING MODE IS F
           .
       01  REG-CLILOG                      PIC X(192).
       FD  DIASATR
           RECORDING MODE IS F
           .
       01  REG-DIASATR                     PIC X(07).
       FD  RELDEV
           RECORDING MODE IS F
           .
       01  REG-RELDEV                      PIC X(80).
       FD  LANCGLC
           RECORDING MODE IS F
           .
       01  REG-LANCGLC                     PIC X(45).
      *    CLASS-DEV - DEVEDORES DE TODAS AS PARTICOES POR VALOR
       SD  CLASS-DEV
           .
       01  REG-CLASS-DEV.
           05 DEV-COD-CLASS                PIC X(04).
           05 DEV-NOME-CLASS               PIC X(25).
           05 DEV-VALOR-CLASS              PIC 9(08)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPARTCT.
           COPY CPPARTRS.
      *----------------------------------------------------------------*
      *    PARTICOES DO CARTAO PARTCTL, COM O RESULTADO DO PARTRES E O
      *    QUE FOI JUNTADO DE CADA UMA. INI/LIM EM BRANCO NO CARTAO
      *    FICAM COMO LOW-VALUES/HIGH-VALUES NA TABELA
      *----------------------------------------------------------------*
       01  WS-TAB-PARTICOES.
           05 WS-PTB-ENT OCCURS 20 TIMES.
              10 WS-PTB-INI                PIC X(04).
              10 WS-PTB-LIM                PIC X(04).
              10 WS-PTB-SITUACAO           PIC X(01).
                 88 PTB-CONCLUIDA                  VALUE "F".
                 88 PTB-SEM-RESULTADO              VALUE "N".
              10 WS-PTB-RESULTADO          PIC X(120).
              10 WS-PTB-JUN-CLINEW         PIC 9(07) COMP.
              10 WS-PTB-JUN-CLILOG         PIC 9(07) COMP.
              10 WS-PTB-JUN-DIASATR        PIC 9(07) COMP.
              10 WS-PTB-JUN-DEVEDORES      PIC 9(07) COMP.
              10 WS-PTB-JUN-LANCGLC        PIC 9(07) COMP.
              10 WS-PTB-JUN-DEBITO         PIC 9(13)V99.
              10 WS-PTB-JUN-CREDITO        PIC 9(13)V99.
       77  WS-QTD-PART                     PIC 9(02) COMP VALUE 0.
       77  WS-IDX-PART                     PIC 9(02) COMP.
       77  WS-IDX-RES                      PIC 9(02) COMP.
      *    LOCALIZACAO DO CLIENTE NA FAIXA DAS PARTICOES: CADA ARQUIVO
      *    JUNTADO TEM QUE VIR EM ORDEM DE CODCLI
       77  WS-CODCLI-TESTE                 PIC X(04).
       77  WS-CODCLI-ANT                   PIC X(04).
       77  WS-ARQ-JUNCAO                   PIC X(08).
      *----------------------------------------------------------------*
      *    REGISTROS DAS SAIDAS DO EX004P11
      *----------------------------------------------------------------*
       01  WS-REG-CLINEWP.
           05 WS-CODCLI-NP                 PIC X(04).
           05 FILLER                       PIC X(180).
       01  WS-REG-CLILOGP.
           05 WS-CODCLI-LOGP               PIC X(04).
           05 FILLER                       PIC X(188).
       01  WS-REG-DIASATRP.
           05 WS-CODCLI-ATRP               PIC X(04).
           05 WS-DIASATRASO-ATRP           PIC 9(03).
       01  WS-REG-DEVWRK.
           05 WS-DEV-COD                   PIC X(04).
           05 WS-DEV-NOME                  PIC X(25).
           05 WS-DEV-VALOR                 PIC 9(08)V99.
       01  WS-SW-FIM-DEV                   PIC X(01).
           88 FIM-CLASS-DEV                        VALUE "S".
           88 NAO-FIM-CLASS-DEV                    VALUE "N".
      *    LANCGLC H/D/T (MESMO LAYOUT DO EX004P11); CADA PARTICAO E
      *    UM BLOCO HEADER-DETALHES-TRAILER NO LANCGLCP
       01  WS-REG-LANCGLCP.
           05 WS-GLP-TIPO                  PIC X(01).
              88 GLP-HEADER                        VALUE "H".
              88 GLP-DETALHE                       VALUE "D".
              88 GLP-TRAILER                       VALUE "T".
           05 WS-GLP-DADOS                 PIC X(44).
       01  WS-REG-LANCGLCP-H REDEFINES WS-REG-LANCGLCP.
           05 FILLER                       PIC X(01).
           05 WS-GLP-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36).
       01  WS-REG-LANCGLCP-D REDEFINES WS-REG-LANCGLCP.
           05 FILLER                       PIC X(01).
           05 WS-GLP-DATA                  PIC 9(08).
           05 WS-GLP-CODCLI                PIC X(04).
           05 WS-GLP-CONTA-DEB             PIC X(08).
           05 WS-GLP-CONTA-CRED            PIC X(08).
           05 WS-GLP-VALOR                 PIC 9(11)V99.
           05 WS-GLP-FILIAL                PIC X(03).
       01  WS-REG-LANCGLCP-T REDEFINES WS-REG-LANCGLCP.
           05 FILLER                       PIC X(01).
           05 WS-GLP-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLP-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14).
       01  WS-SW-BLOCO-GLC                 PIC X(01).
           88 BLOCO-GLC-ABERTO                     VALUE "S".
           88 BLOCO-GLC-FECHADO                    VALUE "N".
       77  WS-IDX-BLOCO-GLC                PIC 9(02) COMP.
       01  WS-REG-LANCGLC-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLC-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGLC-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLC-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLC-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
       77  WS-TOT-DEBITO-GLC               PIC 9(13)V99.
       77  WS-TOT-CREDITO-GLC              PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    RELATORIO DE CLIENTES INADIMPLENTES (MESMAS LINHAS DO
      *    EX004P11)
      *----------------------------------------------------------------*
       01  WS-CABEC-DEV1                   PIC X(80)
                                                   VALUE
              "                RELATORIO DE CLIENTES INADIMPLENTES".
       01  WS-CABEC-DEV2                   PIC X(80)
                                                   VALUE
              "CODIGO   NOME                          VALOR DA DIVIDA".
       01  WS-CABEC-DEV3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-DEV.
           05 LD-DEV-COD                   PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-DEV-NOME                  PIC X(25).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-DEV-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(29) VALUE SPACES.
       01  WS-RODAPE-DEV.
           05 FILLER                       PIC X(30)
                                                   VALUE
              "TOTAL DE DEVEDORES LISTADOS: ".
           05 RD-QTD-DEV                   PIC ZZZ9.
           05 FILLER                       PIC X(46) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CONFERENCIA DE CADA PARTICAO CONTRA O PARTRES
      *----------------------------------------------------------------*
       77  WS-ARQ-CONFERIDO                PIC X(08).
       77  WS-QTD-PREVISTA                 PIC 9(07).
       77  WS-QTD-JUNTADA                  PIC 9(07).
       77  WS-VAL-PREVISTO                 PIC 9(13)V99.
       77  WS-VAL-JUNTADO                  PIC 9(13)V99.
       77  WS-QTD-PREVISTA-F               PIC Z.ZZZ.ZZ9.
       77  WS-QTD-JUNTADA-F                PIC Z.ZZZ.ZZ9.
       77  WS-VAL-PREVISTO-F               PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-VAL-JUNTADO-F                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-SOMA-MOV                     PIC 9(07).
       77  WS-QTD-MOV-CLIMOV               PIC 9(07).
      *    RUN ID DA PRIMEIRA PARTICAO: TODAS TEM DE TER O MESMO, SENAO
      *    O EX004PA4 VE OS CLILOG DAS DEMAIS COMO DE OUTRO RUN
       77  WS-RUNID-PARTICOES              PIC X(08).
       77  WS-PART-F                       PIC Z9.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PARTCTL                      PIC X(02).
           88 SUCESSO-PCT                  VALUE "00".
           88 FIM-ARQ-PCT                  VALUE "10".
       01  FS-PARTRES                      PIC X(02).
           88 SUCESSO-PRS                  VALUE "00".
           88 FIM-ARQ-PRS                  VALUE "10".
       01  FS-CLINEWP                      PIC X(02).
           88 SUCESSO-NP                   VALUE "00".
           88 FIM-ARQ-NP                   VALUE "10".
       01  FS-CLILOGP                      PIC X(02).
           88 SUCESSO-LP                   VALUE "00".
           88 FIM-ARQ-LP                   VALUE "10".
       01  FS-DIASATRP                     PIC X(02).
           88 SUCESSO-AP                   VALUE "00".
           88 FIM-ARQ-AP                   VALUE "10".
       01  FS-DEVWRKP                      PIC X(02).
           88 SUCESSO-DP                   VALUE "00".
           88 FIM-ARQ-DP                   VALUE "10".
       01  FS-LANCGLCP                     PIC X(02).
           88 SUCESSO-GP                   VALUE "00".
           88 FIM-ARQ-GP                   VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-CLILOG                       PIC X(02).
           88 SUCESSO-LOG                  VALUE "00".
       01  FS-DIASATR                      PIC X(02).
           88 SUCESSO-ATR                  VALUE "00".
       01  FS-RELDEV                       PIC X(02).
           88 SUCESSO-DEV                  VALUE "00".
       01  FS-LANCGLC                      PIC X(02).
           88 SUCESSO-GLC                  VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCLINEW                     PIC 9(07) COMP.
       77  WS-CTCLILOG                     PIC 9(07) COMP.
       77  WS-CTDIASATR                    PIC 9(07) COMP.
       77  WS-CTDEVEDOR                    PIC 9(07) COMP.
       77  WS-CTLANCGLC                    PIC 9(07) COMP.
       77  WS-CTDIVERG                     PIC 9(03) COMP.
       77  WS-CTPENDENTE                   PIC 9(02) COMP.
       77  WS-CTCLINEW-F                   PIC ZZZZZZ9.
       77  WS-CTCLILOG-F                   PIC ZZZZZZ9.
       77  WS-CTDIASATR-F                  PIC ZZZZZZ9.
       77  WS-CTDEVEDOR-F                  PIC ZZZZZZ9.
       77  WS-CTLANCGLC-F                  PIC ZZZZZZ9.
       77  WS-QTD-PART-F                   PIC Z9.
       77  WS-TOT-DEBITO-GLC-F             PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA8.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-JUNTAR-CLINEW
           PERFORM 2200-JUNTAR-CLILOG
           PERFORM 2300-JUNTAR-DIASATR
           PERFORM 2400-JUNTAR-LANCGLC
           PERFORM 2500-JUNTAR-DEVEDORES
           PERFORM 3000-CONFERIR-PARTICOES
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCLINEW
                                              WS-CTCLILOG
                                              WS-CTDIASATR
                                              WS-CTDEVEDOR
                                              WS-CTLANCGLC
                                              WS-CTDIVERG
                                              WS-CTPENDENTE
                                              WS-TOT-DEBITO-GLC
                                              WS-TOT-CREDITO-GLC
           PERFORM 1100-CARREGAR-PARTCTL
           PERFORM 1200-CARREGAR-PARTRES
           PERFORM 1300-VERIFICAR-CONCLUSAO
           PERFORM 1400-ABRIR-ARQUIVOS
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PARTCTL - AS FAIXAS TEM QUE COBRIR TODOS OS    *
      *    CLIENTES: A PRIMEIRA COMECA EM BRANCO, CADA UMA COMECA NO    *
      *    LIMITE DA ANTERIOR E A ULTIMA TERMINA EM BRANCO              *
      *----------------------------------------------------------------*
       1100-CARREGAR-PARTCTL.
           OPEN INPUT PARTCTL
           IF NOT SUCESSO-PCT
              MOVE "ERRO ABERTURA PARTCTL" TO WS-MSG
              MOVE FS-PARTCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-PARTCTL
           PERFORM 1120-ARMAZENAR-PARTICAO UNTIL FIM-ARQ-PCT
           CLOSE PARTCTL
           IF WS-QTD-PART = ZERO
              MOVE "PARTCTL SEM CARTAO DE PARTICAO" TO WS-MSG
              MOVE FS-PARTCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PTB-LIM (WS-QTD-PART) NOT = HIGH-VALUES
              MOVE "ULTIMA PARTICAO NAO VAI ATE O ULTIMO CLIENTE"
                                           TO WS-MSG
              MOVE FS-PARTCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1110-LER-PARTCTL.
           READ PARTCTL INTO WS-REG-PARTCTL
           IF NOT SUCESSO-PCT
              IF NOT FIM-ARQ-PCT
                 MOVE "ERRO LEITURA PARTCTL" TO WS-MSG
                 MOVE FS-PARTCTL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-PARTICAO.
           IF WS-PCT-NUM-PARTICAO IS NOT NUMERIC
           OR WS-PCT-QTD-PARTICOES IS NOT NUMERIC
           OR WS-PCT-QTD-PARTICOES > 20
           OR WS-PCT-NUM-PARTICAO NOT = WS-QTD-PART + 1
           OR WS-PCT-NUM-PARTICAO > WS-PCT-QTD-PARTICOES
              MOVE "PARTCTL FORA DE ORDEM OU COM PARTICAO INVALIDA"
                                           TO WS-MSG
              MOVE FS-PARTCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-PART
           MOVE WS-PCT-CODCLI-INI          TO WS-PTB-INI (WS-QTD-PART)
           MOVE WS-PCT-CODCLI-LIM          TO WS-PTB-LIM (WS-QTD-PART)
           IF WS-PCT-CODCLI-INI = SPACES
              MOVE LOW-VALUES              TO WS-PTB-INI (WS-QTD-PART)
           END-IF
           IF WS-PCT-CODCLI-LIM = SPACES
              MOVE HIGH-VALUES             TO WS-PTB-LIM (WS-QTD-PART)
           END-IF
           IF WS-QTD-PART = 1
              IF WS-PTB-INI (1) NOT = LOW-VALUES
                 MOVE "PRIMEIRA PARTICAO NAO COMECA NO PRIMEIRO CLIENTE"
                                           TO WS-MSG
                 MOVE FS-PARTCTL           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           ELSE
              IF WS-PTB-INI (WS-QTD-PART) NOT =
                 WS-PTB-LIM (WS-QTD-PART - 1)
                 MOVE "FAIXA DA PARTICAO NAO CONTINUA A ANTERIOR"
                                           TO WS-MSG
                 MOVE FS-PARTCTL           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           IF WS-PTB-INI (WS-QTD-PART) NOT < WS-PTB-LIM (WS-QTD-PART)
              MOVE "PARTCTL COM FAIXA DE CODCLI INVALIDA" TO WS-MSG
              MOVE FS-PARTCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           SET PTB-SEM-RESULTADO (WS-QTD-PART) TO TRUE
           MOVE SPACES                     TO
                WS-PTB-RESULTADO (WS-QTD-PART)
           MOVE ZEROS                      TO
                WS-PTB-JUN-CLINEW (WS-QTD-PART)
                WS-PTB-JUN-CLILOG (WS-QTD-PART)
                WS-PTB-JUN-DIASATR (WS-QTD-PART)
                WS-PTB-JUN-DEVEDORES (WS-QTD-PART)
                WS-PTB-JUN-LANCGLC (WS-QTD-PART)
                WS-PTB-JUN-DEBITO (WS-QTD-PART)
                WS-PTB-JUN-CREDITO (WS-QTD-PART)
           PERFORM 1110-LER-PARTCTL
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-PARTRES - RESULTADO DE CADA PARTICAO, QUE TEM  *
      *    QUE SER DA MESMA FAIXA DO CARTAO                             *
      *----------------------------------------------------------------*
       1200-CARREGAR-PARTRES.
           OPEN INPUT PARTRES
           IF NOT SUCESSO-PRS
              MOVE "ERRO ABERTURA PARTRES" TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-PARTRES
           PERFORM 1220-ARMAZENAR-RESULTADO UNTIL FIM-ARQ-PRS
           CLOSE PARTRES
           .
       1210-LER-PARTRES.
           READ PARTRES INTO WS-REG-PARTRES
           IF NOT SUCESSO-PRS
              IF NOT FIM-ARQ-PRS
                 MOVE "ERRO LEITURA PARTRES" TO WS-MSG
                 MOVE FS-PARTRES             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-RESULTADO.
           IF WS-PRS-NUM-PARTICAO IS NOT NUMERIC
           OR WS-PRS-NUM-PARTICAO = ZERO
           OR WS-PRS-NUM-PARTICAO > WS-QTD-PART
           OR WS-PRS-QTD-PARTICOES NOT = WS-QTD-PART
              MOVE "PARTRES DE PARTICAO QUE NAO ESTA NO PARTCTL"
                                           TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-PRS-NUM-PARTICAO        TO WS-IDX-RES
           IF PTB-CONCLUIDA (WS-IDX-RES)
              MOVE "PARTRES EM DUPLICIDADE PARA A PARTICAO" TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PRS-CODCLI-INI = SPACES
              MOVE LOW-VALUES              TO WS-PRS-CODCLI-INI
           END-IF
           IF WS-PRS-CODCLI-LIM = SPACES
              MOVE HIGH-VALUES             TO WS-PRS-CODCLI-LIM
           END-IF
           IF WS-PRS-CODCLI-INI NOT = WS-PTB-INI (WS-IDX-RES)
           OR WS-PRS-CODCLI-LIM NOT = WS-PTB-LIM (WS-IDX-RES)
              MOVE "FAIXA DO PARTRES DIFERENTE DO PARTCTL" TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF PRS-CONCLUIDA
              SET PTB-CONCLUIDA (WS-IDX-RES) TO TRUE
              MOVE WS-REG-PARTRES          TO
                   WS-PTB-RESULTADO (WS-IDX-RES)
           END-IF
           PERFORM 1210-LER-PARTRES
           .
      *----------------------------------------------------------------*
      *    1300-VERIFICAR-CONCLUSAO - TODAS AS PARTICOES TEM QUE TER    *
      *    CONCLUIDO, SOBRE O MESMO CLIMOV (MESMO TRAILER) E COM O      *
      *    MESMO RUN ID, E JUNTAS TEM QUE TER TRATADO TODOS OS          *
      *    MOVIMENTOS DELE                                              *
      *----------------------------------------------------------------*
       1300-VERIFICAR-CONCLUSAO.
           PERFORM 1310-CONFERIR-CONCLUSAO
               VARYING WS-IDX-PART FROM 1 BY 1
               UNTIL WS-IDX-PART > WS-QTD-PART
           IF WS-CTPENDENTE > ZERO
              MOVE "PARTICAO DO EX004P11 NAO CONCLUIDA" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-PTB-RESULTADO (1)       TO WS-REG-PARTRES
           MOVE WS-PRS-QTD-MOV-TOTAL       TO WS-QTD-MOV-CLIMOV
           MOVE WS-PRS-RUNID               TO WS-RUNID-PARTICOES
           MOVE ZEROS                      TO WS-SOMA-MOV
           PERFORM 1320-SOMAR-MOVIMENTOS
               VARYING WS-IDX-PART FROM 1 BY 1
               UNTIL WS-IDX-PART > WS-QTD-PART
           IF WS-SOMA-MOV NOT = WS-QTD-MOV-CLIMOV
              MOVE "MOVIMENTOS DAS PARTICOES NAO FECHAM COM O CLIMOV"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1310-CONFERIR-CONCLUSAO.
           IF PTB-SEM-RESULTADO (WS-IDX-PART)
              ADD 1                        TO WS-CTPENDENTE
              MOVE WS-IDX-PART             TO WS-PART-F
              DISPLAY " PARTICAO " WS-PART-F " NAO CONCLUIDA"
           END-IF
           .
       1320-SOMAR-MOVIMENTOS.
           MOVE WS-PTB-RESULTADO (WS-IDX-PART) TO WS-REG-PARTRES
           IF WS-PRS-QTD-MOV-TOTAL NOT = WS-QTD-MOV-CLIMOV
              MOVE "PARTICOES PROCESSARAM CLIMOV DIFERENTES" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-PRS-RUNID NOT = WS-RUNID-PARTICOES
              MOVE "PARTICOES COM RUN ID DIFERENTES" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD WS-PRS-QTD-MOV              TO WS-SOMA-MOV
           .
       1400-ABRIR-ARQUIVOS.
           OPEN INPUT CLINEWP
           IF NOT SUCESSO-NP
              MOVE "ERRO ABERTURA CLINEWP" TO WS-MSG
              MOVE FS-CLINEWP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT CLILOGP
           IF NOT SUCESSO-LP
              MOVE "ERRO ABERTURA CLILOGP" TO WS-MSG
              MOVE FS-CLILOGP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT DIASATRP
           IF NOT SUCESSO-AP
              MOVE "ERRO ABERTURA DIASATRP" TO WS-MSG
              MOVE FS-DIASATRP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT LANCGLCP
           IF NOT SUCESSO-GP
              MOVE "ERRO ABERTURA LANCGLCP" TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CLILOG
           IF NOT SUCESSO-LOG
              MOVE "ERRO ABERTURA CLILOG"  TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT DIASATR
           IF NOT SUCESSO-ATR
              MOVE "ERRO ABERTURA DIASATR" TO WS-MSG
              MOVE FS-DIASATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT LANCGLC
           IF NOT SUCESSO-GLC
              MOVE "ERRO ABERTURA LANCGLC" TO WS-MSG
              MOVE FS-LANCGLC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELDEV
           IF NOT SUCESSO-DEV
              MOVE "ERRO ABERTURA RELDEV"  TO WS-MSG
              MOVE FS-RELDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2100-JUNTAR-CLINEW                                           *
      *----------------------------------------------------------------*
       2100-JUNTAR-CLINEW.
           MOVE "CLINEWP"                  TO WS-ARQ-JUNCAO
           MOVE LOW-VALUES                 TO WS-CODCLI-ANT
           MOVE 1                          TO WS-IDX-PART
           PERFORM 2110-LER-CLINEWP
           PERFORM 2120-COPIAR-CLINEW UNTIL FIM-ARQ-NP
           .
       2110-LER-CLINEWP.
           READ CLINEWP INTO WS-REG-CLINEWP
           IF NOT SUCESSO-NP
              IF NOT FIM-ARQ-NP
                 MOVE "ERRO LEITURA CLINEWP" TO WS-MSG
                 MOVE FS-CLINEWP             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2120-COPIAR-CLINEW.
           MOVE WS-CODCLI-NP               TO WS-CODCLI-TESTE
           PERFORM 7000-LOCALIZAR-PARTICAO
           ADD 1                           TO
               WS-PTB-JUN-CLINEW (WS-IDX-PART)
           WRITE REG-CLINEW                FROM WS-REG-CLINEWP
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTCLINEW
           PERFORM 2110-LER-CLINEWP
           .
      *----------------------------------------------------------------*
      *    2200-JUNTAR-CLILOG                                           *
      *----------------------------------------------------------------*
       2200-JUNTAR-CLILOG.
           MOVE "CLILOGP"                  TO WS-ARQ-JUNCAO
           MOVE LOW-VALUES                 TO WS-CODCLI-ANT
           MOVE 1                          TO WS-IDX-PART
           PERFORM 2210-LER-CLILOGP
           PERFORM 2220-COPIAR-CLILOG UNTIL FIM-ARQ-LP
           .
       2210-LER-CLILOGP.
           READ CLILOGP INTO WS-REG-CLILOGP
           IF NOT SUCESSO-LP
              IF NOT FIM-ARQ-LP
                 MOVE "ERRO LEITURA CLILOGP" TO WS-MSG
                 MOVE FS-CLILOGP             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2220-COPIAR-CLILOG.
           MOVE WS-CODCLI-LOGP             TO WS-CODCLI-TESTE
           PERFORM 7000-LOCALIZAR-PARTICAO
           ADD 1                           TO
               WS-PTB-JUN-CLILOG (WS-IDX-PART)
           WRITE REG-CLILOG                FROM WS-REG-CLILOGP
           IF NOT SUCESSO-LOG
              MOVE "ERRO GRAVACAO CLILOG"  TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTCLILOG
           PERFORM 2210-LER-CLILOGP
           .
      *----------------------------------------------------------------*
      *    2300-JUNTAR-DIASATR                                          *
      *----------------------------------------------------------------*
       2300-JUNTAR-DIASATR.
           MOVE "DIASATRP"                 TO WS-ARQ-JUNCAO
           MOVE LOW-VALUES                 TO WS-CODCLI-ANT
           MOVE 1                          TO WS-IDX-PART
           PERFORM 2310-LER-DIASATRP
           PERFORM 2320-COPIAR-DIASATR UNTIL FIM-ARQ-AP
           .
       2310-LER-DIASATRP.
           READ DIASATRP INTO WS-REG-DIASATRP
           IF NOT SUCESSO-AP
              IF NOT FIM-ARQ-AP
                 MOVE "ERRO LEITURA DIASATRP" TO WS-MSG
                 MOVE FS-DIASATRP             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2320-COPIAR-DIASATR.
           MOVE WS-CODCLI-ATRP             TO WS-CODCLI-TESTE
           PERFORM 7000-LOCALIZAR-PARTICAO
           ADD 1                           TO
               WS-PTB-JUN-DIASATR (WS-IDX-PART)
           WRITE REG-DIASATR               FROM WS-REG-DIASATRP
           IF NOT SUCESSO-ATR
              MOVE "ERRO GRAVACAO DIASATR" TO WS-MSG
              MOVE FS-DIASATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTDIASATR
           PERFORM 2310-LER-DIASATRP
           .
      *----------------------------------------------------------------*
      *    2400-JUNTAR-LANCGLC - CADA PARTICAO E UM BLOCO H-D-T NO      *
      *    LANCGLCP; O N-ESIMO BLOCO E DA N-ESIMA PARTICAO. SAI UM SO   *
      *    HEADER (DATA DO PRIMEIRO BLOCO), TODOS OS DETALHES E UM SO   *
      *    TRAILER COM OS TOTAIS SOMADOS                                *
      *----------------------------------------------------------------*
       2400-JUNTAR-LANCGLC.
           MOVE ZEROS                      TO WS-IDX-BLOCO-GLC
           SET BLOCO-GLC-FECHADO           TO TRUE
           PERFORM 2410-LER-LANCGLCP
           PERFORM 2420-TRATAR-LANCGLCP UNTIL FIM-ARQ-GP
           IF BLOCO-GLC-ABERTO
              MOVE "LANCGLCP COM BLOCO SEM TRAILER" TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-IDX-BLOCO-GLC NOT = WS-QTD-PART
              MOVE "LANCGLCP SEM O BLOCO DE TODAS AS PARTICOES"
                                           TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-TOT-DEBITO-GLC NOT = WS-TOT-CREDITO-GLC
              MOVE "LANCAMENTOS GLC NAO BALANCEADOS" TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-TOT-DEBITO-GLC          TO WS-GLC-TOT-DEBITO
           MOVE WS-TOT-CREDITO-GLC         TO WS-GLC-TOT-CREDITO
           WRITE REG-LANCGLC               FROM WS-REG-LANCGLC-T
           IF NOT SUCESSO-GLC
              MOVE "ERRO AO GRAVAR TRAILER LANCGLC" TO WS-MSG
              MOVE FS-LANCGLC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2410-LER-LANCGLCP.
           READ LANCGLCP INTO WS-REG-LANCGLCP
           IF NOT SUCESSO-GP
              IF NOT FIM-ARQ-GP
                 MOVE "ERRO LEITURA LANCGLCP" TO WS-MSG
                 MOVE FS-LANCGLCP             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2420-TRATAR-LANCGLCP.
           EVALUATE TRUE
              WHEN GLP-HEADER
                 PERFORM 2430-ABRIR-BLOCO-GLC
              WHEN GLP-DETALHE
              AND  BLOCO-GLC-ABERTO
                 PERFORM 2440-COPIAR-DETALHE-GLC
              WHEN GLP-TRAILER
              AND  BLOCO-GLC-ABERTO
                 PERFORM 2450-FECHAR-BLOCO-GLC
              WHEN OTHER
                 MOVE "LANCGLCP COM REGISTRO FORA DE BLOCO" TO WS-MSG
                 MOVE FS-LANCGLCP          TO WS-FS
                 GO TO 9000-ERRO
           END-EVALUATE
           PERFORM 2410-LER-LANCGLCP
           .
       2430-ABRIR-BLOCO-GLC.
           IF BLOCO-GLC-ABERTO
              MOVE "LANCGLCP COM BLOCO SEM TRAILER" TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-IDX-BLOCO-GLC
           IF WS-IDX-BLOCO-GLC > WS-QTD-PART
              MOVE "LANCGLCP COM MAIS BLOCOS QUE PARTICOES" TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-IDX-BLOCO-GLC = 1
              MOVE WS-GLP-DATA-H           TO WS-GLC-DATA-H
              WRITE REG-LANCGLC            FROM WS-REG-LANCGLC-H
              IF NOT SUCESSO-GLC
                 MOVE "ERRO AO GRAVAR HEADER LANCGLC" TO WS-MSG
                 MOVE FS-LANCGLC           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           SET BLOCO-GLC-ABERTO            TO TRUE
           .
       2440-COPIAR-DETALHE-GLC.
           ADD 1                           TO
               WS-PTB-JUN-LANCGLC (WS-IDX-BLOCO-GLC)
           ADD WS-GLP-VALOR                TO
               WS-PTB-JUN-DEBITO (WS-IDX-BLOCO-GLC)
               WS-PTB-JUN-CREDITO (WS-IDX-BLOCO-GLC)
               WS-TOT-DEBITO-GLC
               WS-TOT-CREDITO-GLC
           WRITE REG-LANCGLC               FROM WS-REG-LANCGLCP
           IF NOT SUCESSO-GLC
              MOVE "ERRO GRAVACAO LANCGLC" TO WS-MSG
              MOVE FS-LANCGLC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLANCGLC
           .
      *    O TRAILER DE CADA BLOCO TEM QUE FECHAR COM OS SEUS DETALHES
       2450-FECHAR-BLOCO-GLC.
           IF WS-GLP-TOT-DEBITO NOT =
              WS-PTB-JUN-DEBITO (WS-IDX-BLOCO-GLC)
           OR WS-GLP-TOT-CREDITO NOT =
              WS-PTB-JUN-CREDITO (WS-IDX-BLOCO-GLC)
              MOVE WS-IDX-BLOCO-GLC        TO WS-PART-F
              DISPLAY " PARTICAO " WS-PART-F
                      " - TRAILER DO LANCGLC NAO FECHA COM OS DETALHES"
              MOVE "TRAILER DE BLOCO DO LANCGLCP DIVERGENTE" TO WS-MSG
              MOVE FS-LANCGLCP             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           SET BLOCO-GLC-FECHADO           TO TRUE
           .
      *----------------------------------------------------------------*
      *    2500-JUNTAR-DEVEDORES - O RELDEV DE CADA PARTICAO SO ORDENA  *
      *    OS SEUS DEVEDORES; O UNICO E REFEITO A PARTIR DOS DEVWRK     *
      *----------------------------------------------------------------*
       2500-JUNTAR-DEVEDORES.
           WRITE REG-RELDEV                FROM WS-CABEC-DEV1
           WRITE REG-RELDEV                FROM WS-CABEC-DEV2
           WRITE REG-RELDEV                FROM WS-CABEC-DEV3
           SORT CLASS-DEV
               ON DESCENDING KEY DEV-VALOR-CLASS
               INPUT PROCEDURE IS 2510-LIBERAR-DEVEDORES
               OUTPUT PROCEDURE IS 2550-LISTAR-DEVEDORES
           MOVE WS-CTDEVEDOR               TO RD-QTD-DEV
           WRITE REG-RELDEV                FROM WS-RODAPE-DEV
           IF NOT SUCESSO-DEV
              MOVE "ERRO GRAVACAO RELDEV"  TO WS-MSG
              MOVE FS-RELDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2510-LIBERAR-DEVEDORES.
           MOVE "DEVWRKP"                  TO WS-ARQ-JUNCAO
           MOVE LOW-VALUES                 TO WS-CODCLI-ANT
           MOVE 1                          TO WS-IDX-PART
           OPEN INPUT DEVWRKP
           IF NOT SUCESSO-DP
              MOVE "ERRO ABERTURA DEVWRKP" TO WS-MSG
              MOVE FS-DEVWRKP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2520-LER-DEVWRKP
           PERFORM 2530-LIBERAR-DEVEDOR UNTIL FIM-ARQ-DP
           CLOSE DEVWRKP
           .
       2520-LER-DEVWRKP.
           READ DEVWRKP INTO WS-REG-DEVWRK
           IF NOT SUCESSO-DP
              IF NOT FIM-ARQ-DP
                 MOVE "ERRO LEITURA DEVWRKP" TO WS-MSG
                 MOVE FS-DEVWRKP             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2530-LIBERAR-DEVEDOR.
           MOVE WS-DEV-COD                 TO WS-CODCLI-TESTE
           PERFORM 7000-LOCALIZAR-PARTICAO
           ADD 1                           TO
               WS-PTB-JUN-DEVEDORES (WS-IDX-PART)
           ADD 1                           TO WS-CTDEVEDOR
           RELEASE REG-CLASS-DEV           FROM WS-REG-DEVWRK
           PERFORM 2520-LER-DEVWRKP
           .
       2550-LISTAR-DEVEDORES.
           SET NAO-FIM-CLASS-DEV           TO TRUE
           PERFORM 2560-RETORNAR-DEVEDOR
           PERFORM 2570-IMPRIMIR-DEVEDOR UNTIL FIM-CLASS-DEV
           .
       2560-RETORNAR-DEVEDOR.
           RETURN CLASS-DEV                INTO WS-REG-DEVWRK
               AT END
                  SET FIM-CLASS-DEV        TO TRUE
           END-RETURN
           .
       2570-IMPRIMIR-DEVEDOR.
           MOVE WS-DEV-COD                 TO LD-DEV-COD
           MOVE WS-DEV-NOME                TO LD-DEV-NOME
           MOVE WS-DEV-VALOR               TO LD-DEV-VALOR
           WRITE REG-RELDEV                FROM WS-LINDET-DEV
           IF NOT SUCESSO-DEV
              MOVE "ERRO GRAVACAO RELDEV"  TO WS-MSG
              MOVE FS-RELDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2560-RETORNAR-DEVEDOR
           .
      *----------------------------------------------------------------*
      *    3000-CONFERIR-PARTICOES - O QUE FOI JUNTADO DE CADA PARTICAO *
      *    TEM QUE BATER COM AS QUANTIDADES E TOTAIS DO SEU PARTRES     *
      *----------------------------------------------------------------*
       3000-CONFERIR-PARTICOES.
           PERFORM 3100-CONFERIR-PARTICAO
               VARYING WS-IDX-PART FROM 1 BY 1
               UNTIL WS-IDX-PART > WS-QTD-PART
           IF WS-CTDIVERG > ZERO
              MOVE "JUNCAO NAO CONFERE COM O PARTRES DAS PARTICOES"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3100-CONFERIR-PARTICAO.
           MOVE WS-IDX-PART                TO WS-PART-F
           MOVE WS-PTB-RESULTADO (WS-IDX-PART) TO WS-REG-PARTRES
           MOVE "CLINEW"                   TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-QTD-CLINEW          TO WS-QTD-PREVISTA
           MOVE WS-PTB-JUN-CLINEW (WS-IDX-PART) TO WS-QTD-JUNTADA
           PERFORM 3200-CONFERIR-QUANTIDADE
           MOVE "CLILOG"                   TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-QTD-CLILOG          TO WS-QTD-PREVISTA
           MOVE WS-PTB-JUN-CLILOG (WS-IDX-PART) TO WS-QTD-JUNTADA
           PERFORM 3200-CONFERIR-QUANTIDADE
           MOVE "DIASATR"                  TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-QTD-DIASATR         TO WS-QTD-PREVISTA
           MOVE WS-PTB-JUN-DIASATR (WS-IDX-PART) TO WS-QTD-JUNTADA
           PERFORM 3200-CONFERIR-QUANTIDADE
           MOVE "DEVWRK"                   TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-QTD-DEVEDORES       TO WS-QTD-PREVISTA
           MOVE WS-PTB-JUN-DEVEDORES (WS-IDX-PART) TO WS-QTD-JUNTADA
           PERFORM 3200-CONFERIR-QUANTIDADE
           MOVE "LANCGLC"                  TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-QTD-LANCGLC         TO WS-QTD-PREVISTA
           MOVE WS-PTB-JUN-LANCGLC (WS-IDX-PART) TO WS-QTD-JUNTADA
           PERFORM 3200-CONFERIR-QUANTIDADE
           MOVE "DEBITO"                   TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-TOT-DEBITO          TO WS-VAL-PREVISTO
           MOVE WS-PTB-JUN-DEBITO (WS-IDX-PART) TO WS-VAL-JUNTADO
           PERFORM 3300-CONFERIR-VALOR
           MOVE "CREDITO"                  TO WS-ARQ-CONFERIDO
           MOVE WS-PRS-TOT-CREDITO         TO WS-VAL-PREVISTO
           MOVE WS-PTB-JUN-CREDITO (WS-IDX-PART) TO WS-VAL-JUNTADO
           PERFORM 3300-CONFERIR-VALOR
           .
       3200-CONFERIR-QUANTIDADE.
           IF WS-QTD-JUNTADA NOT = WS-QTD-PREVISTA
              ADD 1                        TO WS-CTDIVERG
              MOVE WS-QTD-PREVISTA         TO WS-QTD-PREVISTA-F
              MOVE WS-QTD-JUNTADA          TO WS-QTD-JUNTADA-F
              DISPLAY " PARTICAO " WS-PART-F " " WS-ARQ-CONFERIDO
                      " PARTRES " WS-QTD-PREVISTA-F
                      " JUNTADOS " WS-QTD-JUNTADA-F
           END-IF
           .
       3300-CONFERIR-VALOR.
           IF WS-VAL-JUNTADO NOT = WS-VAL-PREVISTO
              ADD 1                        TO WS-CTDIVERG
              MOVE WS-VAL-PREVISTO         TO WS-VAL-PREVISTO-F
              MOVE WS-VAL-JUNTADO          TO WS-VAL-JUNTADO-F
              DISPLAY " PARTICAO " WS-PART-F " " WS-ARQ-CONFERIDO
                      " PARTRES " WS-VAL-PREVISTO-F
                      " JUNTADO " WS-VAL-JUNTADO-F
           END-IF
           .
      *----------------------------------------------------------------*
      *    7000-LOCALIZAR-PARTICAO - PARTICAO DO CLIENTE WS-CODCLI-TESTE*
      *    A PARTIR DA CORRENTE (WS-IDX-PART). O ARQUIVO JUNTADO VEM EM *
      *    ORDEM DE CODCLI; FORA DE ORDEM OU FORA DA FAIXA E ERRO       *
      *----------------------------------------------------------------*
       7000-LOCALIZAR-PARTICAO.
           IF WS-CODCLI-TESTE < WS-CODCLI-ANT
              MOVE SPACES                  TO WS-MSG
              STRING WS-ARQ-JUNCAO         DELIMITED BY SPACE
                     " FORA DE ORDEM DE CODCLI" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CODCLI-TESTE            TO WS-CODCLI-ANT
           PERFORM 7010-AVANCAR-PARTICAO
               UNTIL WS-IDX-PART = WS-QTD-PART
               OR    WS-CODCLI-TESTE < WS-PTB-LIM (WS-IDX-PART)
           .
       7010-AVANCAR-PARTICAO.
           ADD 1                           TO WS-IDX-PART
           .
       3800-TERMINO.
           MOVE WS-CTCLINEW                TO WS-CTCLINEW-F
           MOVE WS-CTCLILOG                TO WS-CTCLILOG-F
           MOVE WS-CTDIASATR               TO WS-CTDIASATR-F
           MOVE WS-CTDEVEDOR               TO WS-CTDEVEDOR-F
           MOVE WS-CTLANCGLC               TO WS-CTLANCGLC-F
           MOVE WS-QTD-PART                TO WS-QTD-PART-F
           MOVE WS-TOT-DEBITO-GLC          TO WS-TOT-DEBITO-GLC-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PARTICOES JUNTADAS E CONFERIDAS......: "
                                           WS-QTD-PART-F
           DISPLAY " CLIENTES GRAVADOS NO CLINEW..........: "
                                           WS-CTCLINEW-F
           DISPLAY " REGISTROS GRAVADOS NO CLILOG.........: "
                                           WS-CTCLILOG-F
           DISPLAY " REGISTROS GRAVADOS NO DIASATR........: "
                                           WS-CTDIASATR-F
           DISPLAY " DEVEDORES LISTADOS NO RELDEV.........: "
                                           WS-CTDEVEDOR-F
           DISPLAY " LANCAMENTOS GRAVADOS NO LANCGLC......: "
                                           WS-CTLANCGLC-F
           DISPLAY " TOTAL DEBITO/CREDITO DO LANCGLC......: "
                                           WS-TOT-DEBITO-GLC-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE CLINEWP
                 CLILOGP
                 DIASATRP
                 LANCGLCP
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO CLINEW" TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CLILOG
           IF NOT SUCESSO-LOG
              MOVE "ERRO FECHAMENTO CLILOG" TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE DIASATR
           IF NOT SUCESSO-ATR
              MOVE "ERRO FECHAMENTO DIASATR" TO WS-MSG
              MOVE FS-DIASATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LANCGLC
           IF NOT SUCESSO-GLC
              MOVE "ERRO FECHAMENTO LANCGLC" TO WS-MSG
              MOVE FS-LANCGLC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELDEV
           IF NOT SUCESSO-DEV
              MOVE "ERRO FECHAMENTO RELDEV" TO WS-MSG
              MOVE FS-RELDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
