      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA4.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONCILIACAO DO CICLO DO PEDIDO, DO EXTRATO ACEITO ATE A      *
      *    DIVIDA DO CLIENTE. POR PEDIDO (QUANTIDADE E VALOR), CONFERE  *
      *    EXTTORD = EXTTORDC + EXTTORDR (CRITICA DO EX004P59) E        *
      *    EXTTORDC = EXTTLIB + ORDHELD (CREDITO DO EX004P34). POR      *
      *    CLIENTE (ULTIMAS 4 POSICOES DO COD-CLIENTE), CONFERE O       *
      *    EXTTLIB CONTRA O DEBITO DO FATMOV (EX004P62) E O FATMOV      *
      *    CONTRA OS AUMENTOS DE TOTALDIVIDA JORNALIZADOS PELO          *
      *    EX004P11 NO CLILOG COM O MESMO RUN ID. TODA QUEBRA SAI NO    *
      *    RELOTC COM OS PEDIDOS ENVOLVIDOS, SEGUIDA DO QUADRO DE       *
      *    CONTROLE DOS TOTAIS; HAVENDO QUALQUER QUEBRA O PROGRAMA      *
      *    TERMINA COM RETURN-CODE 8. O RUN ID VEM DO RUNIDCTL OU, NA   *
      *    FALTA DELE, DO PRIMEIRO REGISTRO DO CLILOG.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EXTTORD ASSIGN           TO UT-S-EXTTORD
           FILE STATUS IS FS-EXTTORD
           .
           SELECT EXTTORDC ASSIGN          TO UT-S-EXTTORDC
           FILE STATUS IS FS-EXTTORDC
           .
           SELECT EXTTORDR ASSIGN          TO UT-S-EXTTORDR
           FILE STATUS IS FS-EXTTORDR
           .
           SELECT EXTTLIB ASSIGN           TO UT-S-EXTTLIB
           FILE STATUS IS FS-EXTTLIB
           .
           SELECT ORDHELD ASSIGN           TO UT-S-ORDHELD
           FILE STATUS IS FS-ORDHELD
           .
           SELECT FATMOV ASSIGN            TO UT-S-FATMOV
           FILE STATUS IS FS-FATMOV
           .
           SELECT CLILOG ASSIGN            TO UT-S-CLILOG
           FILE STATUS IS FS-CLILOG
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
           SELECT RELOTC ASSIGN            TO UT-S-RELOTC
           FILE STATUS IS FS-RELOTC
           .
           SELECT CLASS-PED ASSIGN         TO UT-S-SORTWK01
           .
           SELECT CLASS-CLI ASSIGN         TO UT-S-SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    EXTTORD - EXTRATO DE PEDIDOS ACEITO NA ENTRADA (CPEXTTOR)
       FD  EXTTORD
           RECORDING MODE IS F
           .
       01  REG-EXTTORD-E                   PIC X(45).

      *    EXTTORDC - EXTRATO LIMPO PELA CRITICA (EX004P59)
       FD  EXTTORDC
           RECORDING MODE IS F
           .
       01  REG-EXTTORDC                    PIC X(45).

      *    EXTTORDR - REJEITADOS NA CRITICA, COM O MOTIVO (EX004P59)
       FD  EXTTORDR
           RECORDING MODE IS F
           .
       01  REG-EXTTORDR                    PIC X(75).

      *    EXTTLIB - PEDIDOS LIBERADOS NO CREDITO (EX004P34)
       FD  EXTTLIB
           RECORDING MODE IS F
           .
       01  REG-EXTTLIB                     PIC X(45).

      *    ORDHELD - PEDIDOS RETIDOS NO CREDITO (EX004P34)
       FD  ORDHELD
           RECORDING MODE IS F
           .
       01  REG-ORDHELD                     PIC X(55).

      *    FATMOV - DEBITOS DE FATURAMENTO NO LAYOUT CLIMOV (EX004P62)
       FD  FATMOV
           RECORDING MODE IS F
           .
           COPY CPCLIMOV.

      *    CLILOG - JORNAL ANTES/DEPOIS DO EX004P11
       FD  CLILOG
           RECORDING MODE IS F
           .
       01  REG-CLILOG                      PIC X(192).

      *    RUNIDCTL - IDENTIFICADOR DO RUN GERADO PELO EX004P67
       FD  RUNIDCTL
           RECORDING MODE IS F
           .
       01  REG-RUNIDCTL                    PIC X(08).

       FD  RELOTC
           RECORDING MODE IS F
           .
       01  REG-RELOTC                      PIC X(132).

      *    CLASS-PED - PEDIDOS DE TODAS AS ETAPAS POR NUMERO E ORIGEM
       SD  CLASS-PED
           .
       01  REG-CLASS-PED.
           05 PED-NUM-PEDIDO-CLASS         PIC X(08).
           05 PED-ORIGEM-CLASS             PIC 9(01).
           05 FILLER                       PIC X(15).

      *    CLASS-CLI - PEDIDOS LIBERADOS, DEBITOS E AUMENTOS DE DIVIDA
      *    POR CLIENTE E ORIGEM
       SD  CLASS-CLI
           .
       01  REG-CLASS-CLI.
           05 CLI-CODCLI-CLASS             PIC X(04).
           05 CLI-ORIGEM-CLASS             PIC 9(01).
           05 CLI-NUM-PEDIDO-CLASS         PIC X(08).
           05 FILLER                       PIC X(11).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ==WS-==.
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  WS-REG-EXTTORDR.
           05 WS-REJ-REGISTRO              PIC X(45).
           05 WS-MOTIVO-REJ                PIC X(30).
       01  WS-REG-ORDHELD.
           05 WS-HELD-PEDIDO               PIC X(45).
           05 WS-HELD-DIVIDA               PIC 9(08)V99.
      *----------------------------------------------------------------*
      *    JORNAL ANTES/DEPOIS (LAYOUT DO CLILOG DO EX004P11)
      *----------------------------------------------------------------*
       01  WS-REG-CLILOG.
           05 WS-CODCLI-LOG                PIC X(04).
           05 WS-NOME-ANTES-LOG            PIC X(25).
           05 WS-NOME-DEPOIS-LOG           PIC X(25).
           05 WS-END-ANTES-LOG             PIC X(30).
           05 WS-END-DEPOIS-LOG            PIC X(30).
           05 WS-FONE-ANTES-LOG            PIC X(10).
           05 WS-FONE-DEPOIS-LOG           PIC X(10).
           05 WS-CPF-ANTES-LOG             PIC X(11).
           05 WS-CPF-DEPOIS-LOG            PIC X(11).
           05 WS-DIVIDA-ANTES-LOG          PIC 9(08)V99.
           05 WS-DIVIDA-DEPOIS-LOG         PIC 9(08)V99.
           05 WS-RUNTIME-LOG               PIC X(08).
           05 WS-RUNID-LOG                 PIC X(08).
      *----------------------------------------------------------------*
      *    RUN ID CONCILIADO E DE ONDE ELE VEIO
      *----------------------------------------------------------------*
       77  WS-RUNID-CONC                   PIC X(08).
       77  WS-ORIGEM-RUNID                 PIC X(08).
      *----------------------------------------------------------------*
      *    PEDIDO LIBERADO PARA A CLASSIFICACAO POR NUMERO; A ORIGEM
      *    E O INDICE DA ETAPA NAS TABELAS DE ACUMULACAO
      *----------------------------------------------------------------*
       01  WS-REG-PED.
           05 WS-PED-NUM-PEDIDO            PIC X(08).
           05 WS-PED-ORIGEM                PIC 9(01).
              88 PED-DO-EXTTORD                    VALUE 1.
              88 PED-DO-EXTTORDC                   VALUE 2.
              88 PED-DO-EXTTORDR                   VALUE 3.
              88 PED-DO-EXTTLIB                    VALUE 4.
              88 PED-DO-ORDHELD                    VALUE 5.
           05 WS-PED-CODCLI                PIC X(04).
           05 WS-PED-VALOR                 PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    REGISTRO LIBERADO PARA A CLASSIFICACAO POR CLIENTE
      *----------------------------------------------------------------*
       01  WS-REG-CLI.
           05 WS-CLI-CODCLI                PIC X(04).
           05 WS-CLI-ORIGEM                PIC 9(01).
              88 CLI-DO-EXTTLIB                    VALUE 1.
              88 CLI-DO-FATMOV                     VALUE 2.
              88 CLI-DO-CLILOG                     VALUE 3.
           05 WS-CLI-NUM-PEDIDO            PIC X(08).
           05 WS-CLI-VALOR                 PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    ACUMULADORES DO PEDIDO CORRENTE E TOTAIS POR ETAPA
      *    (1 EXTTORD, 2 EXTTORDC, 3 EXTTORDR, 4 EXTTLIB, 5 ORDHELD)
      *----------------------------------------------------------------*
       01  WS-TAB-ORIGEM.
           05 WS-ORG-ENT OCCURS 5 TIMES.
              10 WS-ORG-QTD-T              PIC 9(05).
              10 WS-ORG-VALOR-T            PIC 9(11)V99.
       01  WS-TAB-TOTAL.
           05 WS-TOT-ENT OCCURS 5 TIMES.
              10 WS-TOT-QTD-T              PIC 9(07).
              10 WS-TOT-VALOR-T            PIC 9(13)V99.
       77  WS-PEDIDO-CUR                   PIC X(08).
       77  WS-CODCLI-CUR                   PIC X(04).
       77  WS-QTD-ORIG                     PIC 9(07).
       77  WS-VALOR-ORIG                   PIC 9(13)V99.
       77  WS-QTD-DEST                     PIC 9(07).
       77  WS-VALOR-DEST                   PIC 9(13)V99.
       77  WS-OCORRENCIA                   PIC X(30).
       77  WS-QUEBRAS-CTL                  PIC 9(05).
      *----------------------------------------------------------------*
      *    ACUMULADORES DO CLIENTE CORRENTE E PEDIDOS DO EXTTLIB
      *    GUARDADOS PARA A LISTAGEM DA QUEBRA
      *----------------------------------------------------------------*
       77  WS-CLI-QTD-LIB                  PIC 9(05).
       77  WS-CLI-VALOR-LIB                PIC 9(11)V99.
       77  WS-CLI-QTD-FAT                  PIC 9(05).
       77  WS-CLI-VALOR-FAT                PIC 9(11)V99.
       77  WS-CLI-QTD-LOG                  PIC 9(05).
       77  WS-CLI-VALOR-LOG                PIC 9(11)V99.
       77  WS-SW-QUEBRA-CLI                PIC X(01).
           88 CLIENTE-COM-QUEBRA                   VALUE "S".
           88 CLIENTE-SEM-QUEBRA                   VALUE "N".
       01  WS-TAB-PED-CLI.
           05 WS-PCL-ENT OCCURS 200 TIMES.
              10 WS-PCL-PEDIDO-T           PIC X(08).
              10 WS-PCL-VALOR-T            PIC 9(09)V99.
       77  WS-QTD-PED-CLI                  PIC 9(03) COMP.
       77  WS-QTD-PED-EXCED                PIC 9(05).
       77  WS-IDX-PCL                      PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    TOTAIS DAS CONFERENCIAS POR CLIENTE
      *----------------------------------------------------------------*
       77  WS-TOT-QTD-LIB                  PIC 9(07).
       77  WS-TOT-VALOR-LIB                PIC 9(13)V99.
       77  WS-TOT-QTD-FAT                  PIC 9(07).
       77  WS-TOT-VALOR-FAT                PIC 9(13)V99.
       77  WS-TOT-QTD-LOG                  PIC 9(07).
       77  WS-TOT-VALOR-LOG                PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE CONCILIACAO
      *----------------------------------------------------------------*
       01  WS-CABEC-OTC1                   PIC X(132)
                                                   VALUE
              "CONCILIACAO DO CICLO DO PEDIDO (EXTTORD ATE A DIVIDA)".
       01  WS-CABEC-OTC2.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DE PROCESSAMENTO: ".
           05 CB-OTC-DATA                  PIC X(10).
           05 FILLER                       PIC X(11)
                                                   VALUE
              "   RUN ID: ".
           05 CB-OTC-RUNID                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE " (".
           05 CB-OTC-ORIGEM                PIC X(08).
           05 FILLER                       PIC X(01) VALUE ")".
           05 FILLER                       PIC X(69) VALUE SPACES.
       01  WS-CABEC-OTC3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-TITULO-PED                   PIC X(132)
                                                   VALUE
              "QUEBRAS POR PEDIDO (QUANTIDADE E VALOR POR ETAPA)".
       01  WS-LINCAB-PED.
           05 FILLER                       PIC X(30) VALUE "CONTROLE".
           05 FILLER                       PIC X(11) VALUE "PEDIDO".
           05 FILLER                       PIC X(08) VALUE "CLIENTE".
           05 FILLER                       PIC X(26)
                                                   VALUE
              "QTD       VALOR ORIGEM".
           05 FILLER                       PIC X(25)
                                                   VALUE
              "QTD      VALOR DESTINO".
           05 FILLER                       PIC X(32) VALUE "OCORRENCIA".
       01  WS-LINDET-PED.
           05 LD-PED-CONTROLE              PIC X(28).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PED-PEDIDO                PIC X(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PED-CLIENTE               PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PED-QTD-ORIG              PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PED-VALOR-ORIG            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PED-QTD-DEST              PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PED-VALOR-DEST            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PED-OCORR                 PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
       01  WS-TITULO-CLI                   PIC X(132)
                                                   VALUE
              "QUEBRAS POR CLIENTE (FATURAMENTO E DIVIDA DO RUN)".
       01  WS-LINCAB-CLI.
           05 FILLER                       PIC X(30) VALUE "CONTROLE".
           05 FILLER                       PIC X(08) VALUE "CLIENTE".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "    VALOR EXTTLIB".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "     VALOR FATMOV".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "   AUMENTO CLILOG".
           05 FILLER                       PIC X(34) VALUE "OCORRENCIA".
       01  WS-LINDET-CLI.
           05 LD-CLI-CONTROLE              PIC X(28).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CLI-CLIENTE               PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-CLI-LIB                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CLI-FAT                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CLI-LOG                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CLI-OCORR                 PIC X(30).
           05 FILLER                       PIC X(04) VALUE SPACES.
       01  WS-LINPED-CLI.
           05 FILLER                       PIC X(34) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "PEDIDO ".
           05 LP-CLI-PEDIDO                PIC X(08).
           05 FILLER                       PIC X(09) VALUE "   VALOR ".
           05 LP-CLI-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(60) VALUE SPACES.
       01  WS-LINEXC-CLI.
           05 FILLER                       PIC X(34) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "E MAIS ".
           05 LE-CLI-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(21)
                                                   VALUE
              " PEDIDOS NAO LISTADOS".
           05 FILLER                       PIC X(65) VALUE SPACES.
       01  WS-LINSEM-CLI.
           05 FILLER                       PIC X(34) VALUE SPACES.
           05 FILLER                       PIC X(35)
                                                   VALUE
              "NENHUM PEDIDO DO CLIENTE NO EXTTLIB".
           05 FILLER                       PIC X(63) VALUE SPACES.
       01  WS-LINNADA-OTC.
           05 FILLER                       PIC X(14)
                                                   VALUE
              "NENHUMA QUEBRA".
           05 FILLER                       PIC X(118) VALUE SPACES.
       01  WS-TITULO-CTL                   PIC X(132)
                                                   VALUE
              "QUADRO DE CONTROLE DOS TOTAIS".
       01  WS-LINCAB-CTL.
           05 FILLER                       PIC X(30) VALUE "CONTROLE".
           05 FILLER                       PIC X(09) VALUE "QTD ORIG".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "        VALOR ORIGEM".
           05 FILLER                       PIC X(09) VALUE "QTD DEST".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "       VALOR DESTINO".
           05 FILLER                       PIC X(08) VALUE "QUEBRAS".
           05 FILLER                       PIC X(32) VALUE "SITUACAO".
       01  WS-LINDET-CTL.
           05 LC-CTL-CONTROLE              PIC X(28).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-QTD-ORIG              PIC ZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-VALOR-ORIG            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-QTD-DEST              PIC ZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-VALOR-DEST            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-QUEBRAS               PIC ZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-CTL-SITUACAO              PIC X(10).
           05 FILLER                       PIC X(22) VALUE SPACES.
       01  WS-RODAPE-OTC1.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE QUEBRAS.................:".
           05 RD-OTC-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-RODAPE-OTC2.
           05 FILLER                       PIC X(11)
                                                   VALUE
              "RESULTADO: ".
           05 RD-OTC-RESULTADO             PIC X(45).
           05 FILLER                       PIC X(76) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTORD                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-EXTTORDC                     PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-EXTTORDR                     PIC X(02).
           88 SUCESSO-J                    VALUE "00".
           88 FIM-ARQ-J                    VALUE "10".
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-L                    VALUE "00".
           88 FIM-ARQ-L                    VALUE "10".
       01  FS-ORDHELD                      PIC X(02).
           88 SUCESSO-H                    VALUE "00".
           88 FIM-ARQ-H                    VALUE "10".
       01  FS-FATMOV                       PIC X(02).
           88 SUCESSO-F                    VALUE "00".
           88 FIM-ARQ-F                    VALUE "10".
       01  FS-CLILOG                       PIC X(02).
           88 SUCESSO-G                    VALUE "00".
           88 FIM-ARQ-G                    VALUE "10".
       01  FS-RUNIDCTL                     PIC X(02).
           88 SUCESSO-RID                  VALUE "00".
       01  FS-RELOTC                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-PED                   PIC X(01).
           88 FIM-CLASS-PED                        VALUE "S".
           88 NAO-FIM-CLASS-PED                    VALUE "N".
       01  WS-SW-FIM-CLI                   PIC X(01).
           88 FIM-CLASS-CLI                        VALUE "S".
           88 NAO-FIM-CLASS-CLI                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO                     PIC 9(07).
       77  WS-CTCLIENTE                    PIC 9(07).
       77  WS-CTLOGLIDO                    PIC 9(07).
       77  WS-CTLOGOUTRO                   PIC 9(07).
       77  WS-CTLOGAUMENTO                 PIC 9(07).
       77  WS-CTQUEBRA-CRIT                PIC 9(05).
       77  WS-CTQUEBRA-CRED                PIC 9(05).
       77  WS-CTQUEBRA-FAT                 PIC 9(05).
       77  WS-CTQUEBRA-DIV                 PIC 9(05).
       77  WS-CTQUEBRA                     PIC 9(06).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO-F                   PIC ZZZZZZ9.
       77  WS-CTCLIENTE-F                  PIC ZZZZZZ9.
       77  WS-CTLOGLIDO-F                  PIC ZZZZZZ9.
       77  WS-CTLOGOUTRO-F                 PIC ZZZZZZ9.
       77  WS-CTLOGAUMENTO-F               PIC ZZZZZZ9.
       77  WS-CTQUEBRA-F                   PIC ZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA4.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-PED
               ON ASCENDING KEY PED-NUM-PEDIDO-CLASS
                                PED-ORIGEM-CLASS
               INPUT PROCEDURE IS 2000-LER-PEDIDOS
               OUTPUT PROCEDURE IS 2500-CONCILIAR-PEDIDOS
           SORT CLASS-CLI
               ON ASCENDING KEY CLI-CODCLI-CLASS
                                CLI-ORIGEM-CLASS
                                CLI-NUM-PEDIDO-CLASS
               INPUT PROCEDURE IS 3000-LER-FATURAMENTO
               OUTPUT PROCEDURE IS 3500-CONCILIAR-CLIENTES
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPEDIDO
                                              WS-CTCLIENTE
                                              WS-CTLOGLIDO
                                              WS-CTLOGOUTRO
                                              WS-CTLOGAUMENTO
                                              WS-CTQUEBRA-CRIT
                                              WS-CTQUEBRA-CRED
                                              WS-CTQUEBRA-FAT
                                              WS-CTQUEBRA-DIV
                                              WS-CTQUEBRA
           MOVE ZEROS                      TO WS-TAB-TOTAL
                                              WS-TOT-QTD-LIB
                                              WS-TOT-VALOR-LIB
                                              WS-TOT-QTD-FAT
                                              WS-TOT-VALOR-FAT
                                              WS-TOT-QTD-LOG
                                              WS-TOT-VALOR-LOG
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-OBTER-RUNID
           OPEN OUTPUT RELOTC
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELOTC"  TO WS-MSG
              MOVE FS-RELOTC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F
           MOVE WS-DATA-FORMATADA          TO CB-OTC-DATA
           MOVE WS-RUNID-CONC              TO CB-OTC-RUNID
           MOVE WS-ORIGEM-RUNID            TO CB-OTC-ORIGEM
           WRITE REG-RELOTC                FROM WS-CABEC-OTC1
           WRITE REG-RELOTC                FROM WS-CABEC-OTC2
           WRITE REG-RELOTC                FROM WS-CABEC-OTC3
           .
      *----------------------------------------------------------------*
      *    1100-OBTER-RUNID - RUN ID DO RUNIDCTL (EX004P67) OU, SEM O   *
      *    CARTAO NO JOB, O DO PRIMEIRO REGISTRO DO CLILOG, QUE O       *
      *    EX004P11 GRAVA DE NOVO A CADA EXECUCAO                       *
      *----------------------------------------------------------------*
       1100-OBTER-RUNID.
           MOVE SPACES                     TO WS-RUNID-CONC
           MOVE "RUNIDCTL"                 TO WS-ORIGEM-RUNID
           OPEN INPUT RUNIDCTL
           IF SUCESSO-RID
              READ RUNIDCTL INTO WS-RUNID-CONC
              CLOSE RUNIDCTL
           END-IF
           IF WS-RUNID-CONC = SPACES
           OR WS-RUNID-CONC = LOW-VALUES
              MOVE SPACES                  TO WS-RUNID-CONC
              MOVE "CLILOG"                TO WS-ORIGEM-RUNID
              OPEN INPUT CLILOG
              IF NOT SUCESSO-G
                 MOVE "ERRO ABERTURA CLILOG" TO WS-MSG
                 MOVE FS-CLILOG              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ CLILOG                  INTO WS-REG-CLILOG
              IF SUCESSO-G
                 MOVE WS-RUNID-LOG         TO WS-RUNID-CONC
              END-IF
              CLOSE CLILOG
           END-IF
           DISPLAY "EX004PA4: RUN ID CONCILIADO " WS-RUNID-CONC
                   " (" WS-ORIGEM-RUNID ")"
           .
      *----------------------------------------------------------------*
      *    2000-LER-PEDIDOS - LIBERA OS PEDIDOS "D" DAS CINCO ETAPAS,   *
      *    CADA UM MARCADO COM A ORIGEM; HEADER, TRAILER E ITENS "I"    *
      *    NAO ENTRAM NA CONCILIACAO                                    *
      *----------------------------------------------------------------*
       2000-LER-PEDIDOS.
           OPEN INPUT EXTTORD
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTORD" TO WS-MSG
              MOVE FS-EXTTORD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE 1                          TO WS-PED-ORIGEM
           PERFORM 2100-LER-EXTTORD
           PERFORM 2110-TRATAR-EXTTORD UNTIL FIM-ARQ-E
           CLOSE EXTTORD
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTORD" TO WS-MSG
              MOVE FS-EXTTORD                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT EXTTORDC
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA EXTTORDC" TO WS-MSG
              MOVE FS-EXTTORDC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE 2                          TO WS-PED-ORIGEM
           PERFORM 2150-LER-EXTTORDC
           PERFORM 2160-TRATAR-EXTTORDC UNTIL FIM-ARQ-C
           CLOSE EXTTORDC
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO EXTTORDC" TO WS-MSG
              MOVE FS-EXTTORDC                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT EXTTORDR
           IF NOT SUCESSO-J
              MOVE "ERRO ABERTURA EXTTORDR" TO WS-MSG
              MOVE FS-EXTTORDR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE 3                          TO WS-PED-ORIGEM
           PERFORM 2200-LER-EXTTORDR
           PERFORM 2210-TRATAR-EXTTORDR UNTIL FIM-ARQ-J
           CLOSE EXTTORDR
           IF NOT SUCESSO-J
              MOVE "ERRO FECHAMENTO EXTTORDR" TO WS-MSG
              MOVE FS-EXTTORDR                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT EXTTLIB
           IF NOT SUCESSO-L
              MOVE "ERRO ABERTURA EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE 4                          TO WS-PED-ORIGEM
           PERFORM 2250-LER-EXTTLIB
           PERFORM 2260-TRATAR-EXTTLIB UNTIL FIM-ARQ-L
           CLOSE EXTTLIB
           IF NOT SUCESSO-L
              MOVE "ERRO FECHAMENTO EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT ORDHELD
           IF NOT SUCESSO-H
              MOVE "ERRO ABERTURA ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE 5                          TO WS-PED-ORIGEM
           PERFORM 2300-LER-ORDHELD
           PERFORM 2310-TRATAR-ORDHELD UNTIL FIM-ARQ-H
           CLOSE ORDHELD
           IF NOT SUCESSO-H
              MOVE "ERRO FECHAMENTO ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-EXTTORD.
           READ EXTTORD                    INTO WS-REG-EXTTORD
           IF NOT SUCESSO-E AND NOT FIM-ARQ-E
              MOVE "ERRO LEITURA EXTTORD"  TO WS-MSG
              MOVE FS-EXTTORD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2110-TRATAR-EXTTORD.
           PERFORM 2400-LIBERAR-PEDIDO
           PERFORM 2100-LER-EXTTORD
           .
       2150-LER-EXTTORDC.
           READ EXTTORDC                   INTO WS-REG-EXTTORD
           IF NOT SUCESSO-C AND NOT FIM-ARQ-C
              MOVE "ERRO LEITURA EXTTORDC" TO WS-MSG
              MOVE FS-EXTTORDC             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2160-TRATAR-EXTTORDC.
           PERFORM 2400-LIBERAR-PEDIDO
           PERFORM 2150-LER-EXTTORDC
           .
       2200-LER-EXTTORDR.
           READ EXTTORDR                   INTO WS-REG-EXTTORDR
           IF NOT SUCESSO-J AND NOT FIM-ARQ-J
              MOVE "ERRO LEITURA EXTTORDR" TO WS-MSG
              MOVE FS-EXTTORDR             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2210-TRATAR-EXTTORDR.
           MOVE WS-REJ-REGISTRO            TO WS-REG-EXTTORD
           PERFORM 2400-LIBERAR-PEDIDO
           PERFORM 2200-LER-EXTTORDR
           .
       2250-LER-EXTTLIB.
           READ EXTTLIB                    INTO WS-REG-EXTTORD
           IF NOT SUCESSO-L AND NOT FIM-ARQ-L
              MOVE "ERRO LEITURA EXTTLIB"  TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2260-TRATAR-EXTTLIB.
           PERFORM 2400-LIBERAR-PEDIDO
           PERFORM 2250-LER-EXTTLIB
           .
       2300-LER-ORDHELD.
           READ ORDHELD                    INTO WS-REG-ORDHELD
           IF NOT SUCESSO-H AND NOT FIM-ARQ-H
              MOVE "ERRO LEITURA ORDHELD"  TO WS-MSG
              MOVE FS-ORDHELD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2310-TRATAR-ORDHELD.
           MOVE WS-HELD-PEDIDO             TO WS-REG-EXTTORD
           PERFORM 2400-LIBERAR-PEDIDO
           PERFORM 2300-LER-ORDHELD
           .
      *----------------------------------------------------------------*
      *    2400-LIBERAR-PEDIDO - O PEDIDO SEGUE COM O NUMERO E O        *
      *    CLIENTE COMO GRAVADOS NO EXTRATO (INCLUSIVE OS INVALIDOS     *
      *    QUE A CRITICA REJEITOU); VALOR NAO NUMERICO CONTA ZERO       *
      *----------------------------------------------------------------*
       2400-LIBERAR-PEDIDO.
           IF WS-TIPO-REG-EXTTORD NOT = "H"
           AND WS-TIPO-REG-EXTTORD NOT = "T"
           AND WS-TIPO-REG-EXTTORD NOT = "I"
              MOVE WS-REG-EXTTORD (10:8)   TO WS-PED-NUM-PEDIDO
              MOVE WS-REG-EXTTORD (20:4)   TO WS-PED-CODCLI
              IF WS-VALOR-PEDIDO IS NUMERIC
                 MOVE WS-VALOR-PEDIDO      TO WS-PED-VALOR
              ELSE
                 MOVE ZEROS                TO WS-PED-VALOR
              END-IF
              RELEASE REG-CLASS-PED        FROM WS-REG-PED
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-CONCILIAR-PEDIDOS - QUEBRA POR NUMERO DE PEDIDO,        *
      *    ACUMULANDO QUANTIDADE E VALOR DE CADA ETAPA                  *
      *----------------------------------------------------------------*
       2500-CONCILIAR-PEDIDOS.
           WRITE REG-RELOTC                FROM WS-TITULO-PED
           WRITE REG-RELOTC                FROM WS-LINCAB-PED
           WRITE REG-RELOTC                FROM WS-CABEC-OTC3
           SET NAO-FIM-CLASS-PED           TO TRUE
           PERFORM 2510-RETORNAR-PED
           PERFORM 2520-TRATAR-PEDIDO UNTIL FIM-CLASS-PED
           IF WS-CTQUEBRA-CRIT = ZERO
           AND WS-CTQUEBRA-CRED = ZERO
              WRITE REG-RELOTC             FROM WS-LINNADA-OTC
           END-IF
           WRITE REG-RELOTC                FROM WS-LIN-BRANCO
           .
       2510-RETORNAR-PED.
           RETURN CLASS-PED                INTO WS-REG-PED
               AT END
                  SET FIM-CLASS-PED        TO TRUE
           END-RETURN
           .
       2520-TRATAR-PEDIDO.
           ADD 1                           TO WS-CTPEDIDO
           MOVE WS-PED-NUM-PEDIDO          TO WS-PEDIDO-CUR
           MOVE WS-PED-CODCLI              TO WS-CODCLI-CUR
           MOVE ZEROS                      TO WS-TAB-ORIGEM
           PERFORM 2530-ACUMULAR-ORIGEM
               UNTIL FIM-CLASS-PED
               OR    WS-PED-NUM-PEDIDO NOT = WS-PEDIDO-CUR
           PERFORM 2600-CONFERIR-PEDIDO
           .
       2530-ACUMULAR-ORIGEM.
           ADD 1                   TO WS-ORG-QTD-T (WS-PED-ORIGEM)
                                      WS-TOT-QTD-T (WS-PED-ORIGEM)
           ADD WS-PED-VALOR        TO WS-ORG-VALOR-T (WS-PED-ORIGEM)
                                      WS-TOT-VALOR-T (WS-PED-ORIGEM)
           PERFORM 2510-RETORNAR-PED
           .
      *----------------------------------------------------------------*
      *    2600-CONFERIR-PEDIDO - O QUE ENTROU NA ETAPA TEM DE SAIR,    *
      *    EM QUANTIDADE E VALOR, NAS ETAPAS SEGUINTES                  *
      *----------------------------------------------------------------*
       2600-CONFERIR-PEDIDO.
           MOVE WS-ORG-QTD-T (1)           TO WS-QTD-ORIG
           MOVE WS-ORG-VALOR-T (1)         TO WS-VALOR-ORIG
           COMPUTE WS-QTD-DEST = WS-ORG-QTD-T (2)
                               + WS-ORG-QTD-T (3)
           COMPUTE WS-VALOR-DEST = WS-ORG-VALOR-T (2)
                                 + WS-ORG-VALOR-T (3)
           IF WS-QTD-ORIG NOT = WS-QTD-DEST
           OR WS-VALOR-ORIG NOT = WS-VALOR-DEST
              ADD 1                        TO WS-CTQUEBRA-CRIT
              MOVE "EXTTORD X EXTTORDC+EXTTORDR"
                                           TO LD-PED-CONTROLE
              PERFORM 2700-RELATAR-PEDIDO
           END-IF

           MOVE WS-ORG-QTD-T (2)           TO WS-QTD-ORIG
           MOVE WS-ORG-VALOR-T (2)         TO WS-VALOR-ORIG
           COMPUTE WS-QTD-DEST = WS-ORG-QTD-T (4)
                               + WS-ORG-QTD-T (5)
           COMPUTE WS-VALOR-DEST = WS-ORG-VALOR-T (4)
                                 + WS-ORG-VALOR-T (5)
           IF WS-QTD-ORIG NOT = WS-QTD-DEST
           OR WS-VALOR-ORIG NOT = WS-VALOR-DEST
              ADD 1                        TO WS-CTQUEBRA-CRED
              MOVE "EXTTORDC X EXTTLIB+ORDHELD"
                                           TO LD-PED-CONTROLE
              PERFORM 2700-RELATAR-PEDIDO
           END-IF
           .
       2650-DEFINIR-OCORRENCIA.
           EVALUATE TRUE
              WHEN WS-QTD-DEST = ZERO
                 MOVE "PEDIDO SEM DESTINO"       TO WS-OCORRENCIA
              WHEN WS-QTD-ORIG = ZERO
                 MOVE "PEDIDO FORA DA ORIGEM"    TO WS-OCORRENCIA
              WHEN WS-QTD-DEST > WS-QTD-ORIG
                 MOVE "DESTINO EM DUPLICIDADE"   TO WS-OCORRENCIA
              WHEN WS-QTD-DEST < WS-QTD-ORIG
                 MOVE "DESTINO INCOMPLETO"       TO WS-OCORRENCIA
              WHEN OTHER
                 MOVE "VALOR DIVERGENTE"         TO WS-OCORRENCIA
           END-EVALUATE
           .
       2700-RELATAR-PEDIDO.
           PERFORM 2650-DEFINIR-OCORRENCIA
           MOVE WS-PEDIDO-CUR              TO LD-PED-PEDIDO
           MOVE WS-CODCLI-CUR              TO LD-PED-CLIENTE
           MOVE WS-QTD-ORIG                TO LD-PED-QTD-ORIG
           MOVE WS-VALOR-ORIG              TO LD-PED-VALOR-ORIG
           MOVE WS-QTD-DEST                TO LD-PED-QTD-DEST
           MOVE WS-VALOR-DEST              TO LD-PED-VALOR-DEST
           MOVE WS-OCORRENCIA              TO LD-PED-OCORR
           WRITE REG-RELOTC                FROM WS-LINDET-PED
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOTC"  TO WS-MSG
              MOVE FS-RELOTC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-LER-FATURAMENTO - PEDIDOS DO EXTTLIB, DEBITOS DO        *
      *    FATMOV E AUMENTOS DE DIVIDA DO CLILOG NO RUN CONCILIADO,     *
      *    TODOS PELA CHAVE DE 4 POSICOES DO CLIENTE                    *
      *----------------------------------------------------------------*
       3000-LER-FATURAMENTO.
           OPEN INPUT EXTTLIB
           IF NOT SUCESSO-L
              MOVE "ERRO ABERTURA EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2250-LER-EXTTLIB
           PERFORM 3110-TRATAR-EXTTLIB UNTIL FIM-ARQ-L
           CLOSE EXTTLIB
           IF NOT SUCESSO-L
              MOVE "ERRO FECHAMENTO EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT FATMOV
           IF NOT SUCESSO-F
              MOVE "ERRO ABERTURA FATMOV"  TO WS-MSG
              MOVE FS-FATMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3150-LER-FATMOV
           PERFORM 3160-TRATAR-FATMOV UNTIL FIM-ARQ-F
           CLOSE FATMOV
           IF NOT SUCESSO-F
              MOVE "ERRO FECHAMENTO FATMOV" TO WS-MSG
              MOVE FS-FATMOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           OPEN INPUT CLILOG
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA CLILOG"  TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3200-LER-CLILOG
           PERFORM 3210-TRATAR-CLILOG UNTIL FIM-ARQ-G
           CLOSE CLILOG
           IF NOT SUCESSO-G
              MOVE "ERRO FECHAMENTO CLILOG" TO WS-MSG
              MOVE FS-CLILOG                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3110-TRATAR-EXTTLIB.
           IF WS-TIPO-REG-EXTTORD NOT = "H"
           AND WS-TIPO-REG-EXTTORD NOT = "T"
           AND WS-TIPO-REG-EXTTORD NOT = "I"
              MOVE WS-REG-EXTTORD (20:4)   TO WS-CLI-CODCLI
              MOVE 1                       TO WS-CLI-ORIGEM
              MOVE WS-REG-EXTTORD (10:8)   TO WS-CLI-NUM-PEDIDO
              IF WS-VALOR-PEDIDO IS NUMERIC
                 MOVE WS-VALOR-PEDIDO      TO WS-CLI-VALOR
              ELSE
                 MOVE ZEROS                TO WS-CLI-VALOR
              END-IF
              RELEASE REG-CLASS-CLI        FROM WS-REG-CLI
           END-IF
           PERFORM 2250-LER-EXTTLIB
           .
       3150-LER-FATMOV.
           READ FATMOV
           IF NOT SUCESSO-F AND NOT FIM-ARQ-F
              MOVE "ERRO LEITURA FATMOV"   TO WS-MSG
              MOVE FS-FATMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3160-TRATAR-FATMOV.
           IF TIPO-REG-CLIMOV NOT = "H"
           AND TIPO-REG-CLIMOV NOT = "T"
              MOVE CODCLI-M                TO WS-CLI-CODCLI
              MOVE 2                       TO WS-CLI-ORIGEM
              MOVE SPACES                  TO WS-CLI-NUM-PEDIDO
              IF TOTALDIVIDA-M IS NUMERIC
                 MOVE TOTALDIVIDA-M        TO WS-CLI-VALOR
              ELSE
                 MOVE ZEROS                TO WS-CLI-VALOR
              END-IF
              RELEASE REG-CLASS-CLI        FROM WS-REG-CLI
           END-IF
           PERFORM 3150-LER-FATMOV
           .
       3200-LER-CLILOG.
           READ CLILOG                     INTO WS-REG-CLILOG
           IF NOT SUCESSO-G AND NOT FIM-ARQ-G
              MOVE "ERRO LEITURA CLILOG"   TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3210-TRATAR-CLILOG - SO ENTRAM OS AUMENTOS DE TOTALDIVIDA    *
      *    DO RUN CONCILIADO; JORNAL DE OUTRO RUN E CONTADO E IGNORADO  *
      *----------------------------------------------------------------*
       3210-TRATAR-CLILOG.
           ADD 1                           TO WS-CTLOGLIDO
           IF WS-RUNID-LOG NOT = WS-RUNID-CONC
              ADD 1                        TO WS-CTLOGOUTRO
           ELSE
              IF WS-DIVIDA-ANTES-LOG IS NUMERIC
              AND WS-DIVIDA-DEPOIS-LOG IS NUMERIC
              AND WS-DIVIDA-DEPOIS-LOG > WS-DIVIDA-ANTES-LOG
                 ADD 1                     TO WS-CTLOGAUMENTO
                 MOVE WS-CODCLI-LOG        TO WS-CLI-CODCLI
                 MOVE 3                    TO WS-CLI-ORIGEM
                 MOVE SPACES               TO WS-CLI-NUM-PEDIDO
                 COMPUTE WS-CLI-VALOR = WS-DIVIDA-DEPOIS-LOG
                                      - WS-DIVIDA-ANTES-LOG
                 RELEASE REG-CLASS-CLI     FROM WS-REG-CLI
              END-IF
           END-IF
           PERFORM 3200-LER-CLILOG
           .
      *----------------------------------------------------------------*
      *    3500-CONCILIAR-CLIENTES - QUEBRA POR CLIENTE: EXTTLIB =      *
      *    FATMOV E FATMOV COBERTO PELOS AUMENTOS DO CLILOG             *
      *----------------------------------------------------------------*
       3500-CONCILIAR-CLIENTES.
           WRITE REG-RELOTC                FROM WS-TITULO-CLI
           WRITE REG-RELOTC                FROM WS-LINCAB-CLI
           WRITE REG-RELOTC                FROM WS-CABEC-OTC3
           SET NAO-FIM-CLASS-CLI           TO TRUE
           PERFORM 3510-RETORNAR-CLI
           PERFORM 3520-TRATAR-CLIENTE UNTIL FIM-CLASS-CLI
           IF WS-CTQUEBRA-FAT = ZERO
           AND WS-CTQUEBRA-DIV = ZERO
              WRITE REG-RELOTC             FROM WS-LINNADA-OTC
           END-IF
           WRITE REG-RELOTC                FROM WS-LIN-BRANCO
           .
       3510-RETORNAR-CLI.
           RETURN CLASS-CLI                INTO WS-REG-CLI
               AT END
                  SET FIM-CLASS-CLI        TO TRUE
           END-RETURN
           .
       3520-TRATAR-CLIENTE.
           ADD 1                           TO WS-CTCLIENTE
           MOVE WS-CLI-CODCLI              TO WS-CODCLI-CUR
           MOVE ZEROS                      TO WS-CLI-QTD-LIB
                                              WS-CLI-VALOR-LIB
                                              WS-CLI-QTD-FAT
                                              WS-CLI-VALOR-FAT
                                              WS-CLI-QTD-LOG
                                              WS-CLI-VALOR-LOG
                                              WS-QTD-PED-CLI
                                              WS-QTD-PED-EXCED
           PERFORM 3530-ACUMULAR-CLIENTE
               UNTIL FIM-CLASS-CLI
               OR    WS-CLI-CODCLI NOT = WS-CODCLI-CUR
           PERFORM 3600-CONFERIR-CLIENTE
           .
       3530-ACUMULAR-CLIENTE.
           EVALUATE TRUE
              WHEN CLI-DO-EXTTLIB
                 ADD 1                     TO WS-CLI-QTD-LIB
                 ADD WS-CLI-VALOR          TO WS-CLI-VALOR-LIB
                 IF WS-QTD-PED-CLI < 200
                    ADD 1                  TO WS-QTD-PED-CLI
                    MOVE WS-CLI-NUM-PEDIDO
                              TO WS-PCL-PEDIDO-T (WS-QTD-PED-CLI)
                    MOVE WS-CLI-VALOR
                              TO WS-PCL-VALOR-T (WS-QTD-PED-CLI)
                 ELSE
                    ADD 1                  TO WS-QTD-PED-EXCED
                 END-IF
              WHEN CLI-DO-FATMOV
                 ADD 1                     TO WS-CLI-QTD-FAT
                 ADD WS-CLI-VALOR          TO WS-CLI-VALOR-FAT
              WHEN OTHER
                 ADD 1                     TO WS-CLI-QTD-LOG
                 ADD WS-CLI-VALOR          TO WS-CLI-VALOR-LOG
           END-EVALUATE
           PERFORM 3510-RETORNAR-CLI
           .
      *----------------------------------------------------------------*
      *    3600-CONFERIR-CLIENTE - O DEBITO DO FATMOV TEM DE SER A      *
      *    SOMA DOS PEDIDOS LIBERADOS E TEM DE TER CHEGADO INTEIRO A    *
      *    TOTALDIVIDA (O AUMENTO PODE SER MAIOR QUANDO O CLIENTE TEM   *
      *    OUTROS DEBITOS NO MESMO RUN)                                 *
      *----------------------------------------------------------------*
       3600-CONFERIR-CLIENTE.
           SET CLIENTE-SEM-QUEBRA          TO TRUE
           ADD WS-CLI-QTD-LIB              TO WS-TOT-QTD-LIB
           ADD WS-CLI-VALOR-LIB            TO WS-TOT-VALOR-LIB
           ADD WS-CLI-QTD-FAT              TO WS-TOT-QTD-FAT
           ADD WS-CLI-VALOR-FAT            TO WS-TOT-VALOR-FAT
           IF WS-CLI-QTD-FAT > ZERO
              ADD WS-CLI-QTD-LOG           TO WS-TOT-QTD-LOG
              ADD WS-CLI-VALOR-LOG         TO WS-TOT-VALOR-LOG
           END-IF

           IF WS-CLI-VALOR-LIB NOT = WS-CLI-VALOR-FAT
           OR (WS-CLI-QTD-LIB > ZERO AND WS-CLI-QTD-FAT = ZERO)
           OR (WS-CLI-QTD-LIB = ZERO AND WS-CLI-QTD-FAT > ZERO)
              ADD 1                        TO WS-CTQUEBRA-FAT
              SET CLIENTE-COM-QUEBRA       TO TRUE
              MOVE "EXTTLIB X FATMOV"      TO LD-CLI-CONTROLE
              EVALUATE TRUE
                 WHEN WS-CLI-QTD-FAT = ZERO
                    MOVE "PEDIDOS NAO FATURADOS" TO WS-OCORRENCIA
                 WHEN WS-CLI-QTD-LIB = ZERO
                    MOVE "FATURADO SEM PEDIDO"   TO WS-OCORRENCIA
                 WHEN OTHER
                    MOVE "VALOR DIVERGENTE"      TO WS-OCORRENCIA
              END-EVALUATE
              PERFORM 3650-RELATAR-CLIENTE
           END-IF

           IF WS-CLI-QTD-FAT > ZERO
           AND WS-CLI-VALOR-LOG < WS-CLI-VALOR-FAT
              ADD 1                        TO WS-CTQUEBRA-DIV
              SET CLIENTE-COM-QUEBRA       TO TRUE
              MOVE "FATMOV X AUMENTO CLILOG" TO LD-CLI-CONTROLE
              IF WS-CLI-QTD-LOG = ZERO
                 MOVE "DEBITO NAO LANCADO NA DIVIDA" TO WS-OCORRENCIA
              ELSE
                 MOVE "DEBITO LANCADO A MENOR"       TO WS-OCORRENCIA
              END-IF
              PERFORM 3650-RELATAR-CLIENTE
           END-IF

           IF CLIENTE-COM-QUEBRA
              PERFORM 3660-LISTAR-PEDIDOS
           END-IF
           .
       3650-RELATAR-CLIENTE.
           MOVE WS-CODCLI-CUR              TO LD-CLI-CLIENTE
           MOVE WS-CLI-VALOR-LIB           TO LD-CLI-LIB
           MOVE WS-CLI-VALOR-FAT           TO LD-CLI-FAT
           MOVE WS-CLI-VALOR-LOG           TO LD-CLI-LOG
           MOVE WS-OCORRENCIA              TO LD-CLI-OCORR
           WRITE REG-RELOTC                FROM WS-LINDET-CLI
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOTC"  TO WS-MSG
              MOVE FS-RELOTC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3660-LISTAR-PEDIDOS - PEDIDOS DO EXTTLIB ENVOLVIDOS NA       *
      *    QUEBRA DO CLIENTE                                            *
      *----------------------------------------------------------------*
       3660-LISTAR-PEDIDOS.
           IF WS-QTD-PED-CLI = ZERO
              WRITE REG-RELOTC             FROM WS-LINSEM-CLI
           ELSE
              PERFORM 3670-LISTAR-PEDIDO
                  VARYING WS-IDX-PCL FROM 1 BY 1
                  UNTIL WS-IDX-PCL > WS-QTD-PED-CLI
              IF WS-QTD-PED-EXCED > ZERO
                 MOVE WS-QTD-PED-EXCED     TO LE-CLI-QTD
                 WRITE REG-RELOTC          FROM WS-LINEXC-CLI
              END-IF
           END-IF
           .
       3670-LISTAR-PEDIDO.
           MOVE WS-PCL-PEDIDO-T (WS-IDX-PCL) TO LP-CLI-PEDIDO
           MOVE WS-PCL-VALOR-T (WS-IDX-PCL)  TO LP-CLI-VALOR
           WRITE REG-RELOTC                FROM WS-LINPED-CLI
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOTC"  TO WS-MSG
              MOVE FS-RELOTC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3800-TERMINO - QUADRO DE CONTROLE DOS TOTAIS E RETURN-CODE   *
      *----------------------------------------------------------------*
       3800-TERMINO.
           WRITE REG-RELOTC                FROM WS-TITULO-CTL
           WRITE REG-RELOTC                FROM WS-LINCAB-CTL
           WRITE REG-RELOTC                FROM WS-CABEC-OTC3

           MOVE "EXTTORD X EXTTORDC+EXTTORDR" TO LC-CTL-CONTROLE
           MOVE WS-TOT-QTD-T (1)           TO WS-QTD-ORIG
           MOVE WS-TOT-VALOR-T (1)         TO WS-VALOR-ORIG
           COMPUTE WS-QTD-DEST = WS-TOT-QTD-T (2) + WS-TOT-QTD-T (3)
           COMPUTE WS-VALOR-DEST = WS-TOT-VALOR-T (2)
                                 + WS-TOT-VALOR-T (3)
           MOVE WS-CTQUEBRA-CRIT           TO WS-QUEBRAS-CTL
           PERFORM 3850-IMPRIMIR-CONTROLE

           MOVE "EXTTORDC X EXTTLIB+ORDHELD" TO LC-CTL-CONTROLE
           MOVE WS-TOT-QTD-T (2)           TO WS-QTD-ORIG
           MOVE WS-TOT-VALOR-T (2)         TO WS-VALOR-ORIG
           COMPUTE WS-QTD-DEST = WS-TOT-QTD-T (4) + WS-TOT-QTD-T (5)
           COMPUTE WS-VALOR-DEST = WS-TOT-VALOR-T (4)
                                 + WS-TOT-VALOR-T (5)
           MOVE WS-CTQUEBRA-CRED           TO WS-QUEBRAS-CTL
           PERFORM 3850-IMPRIMIR-CONTROLE

           MOVE "EXTTLIB X FATMOV"         TO LC-CTL-CONTROLE
           MOVE WS-TOT-QTD-LIB             TO WS-QTD-ORIG
           MOVE WS-TOT-VALOR-LIB           TO WS-VALOR-ORIG
           MOVE WS-TOT-QTD-FAT             TO WS-QTD-DEST
           MOVE WS-TOT-VALOR-FAT           TO WS-VALOR-DEST
           MOVE WS-CTQUEBRA-FAT            TO WS-QUEBRAS-CTL
           PERFORM 3850-IMPRIMIR-CONTROLE

           MOVE "FATMOV X AUMENTO CLILOG"  TO LC-CTL-CONTROLE
           MOVE WS-TOT-QTD-FAT             TO WS-QTD-ORIG
           MOVE WS-TOT-VALOR-FAT           TO WS-VALOR-ORIG
           MOVE WS-TOT-QTD-LOG             TO WS-QTD-DEST
           MOVE WS-TOT-VALOR-LOG           TO WS-VALOR-DEST
           MOVE WS-CTQUEBRA-DIV            TO WS-QUEBRAS-CTL
           PERFORM 3850-IMPRIMIR-CONTROLE

           COMPUTE WS-CTQUEBRA = WS-CTQUEBRA-CRIT + WS-CTQUEBRA-CRED
                               + WS-CTQUEBRA-FAT  + WS-CTQUEBRA-DIV
           WRITE REG-RELOTC                FROM WS-CABEC-OTC3
           MOVE WS-CTQUEBRA                TO RD-OTC-QTD
           WRITE REG-RELOTC                FROM WS-RODAPE-OTC1
           IF WS-CTQUEBRA = ZERO
              MOVE "CICLO CONCILIADO"      TO RD-OTC-RESULTADO
           ELSE
              MOVE "QUEBRAS ENCONTRADAS - RETURN-CODE 8"
                                           TO RD-OTC-RESULTADO
           END-IF
           WRITE REG-RELOTC                FROM WS-RODAPE-OTC2

           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTCLIENTE               TO WS-CTCLIENTE-F
           MOVE WS-CTLOGLIDO               TO WS-CTLOGLIDO-F
           MOVE WS-CTLOGOUTRO              TO WS-CTLOGOUTRO-F
           MOVE WS-CTLOGAUMENTO            TO WS-CTLOGAUMENTO-F
           MOVE WS-CTQUEBRA                TO WS-CTQUEBRA-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           IF WS-CTQUEBRA > ZERO
              DISPLAY "EX004PA4: QUEBRAS NA CONCILIACAO - RC 8"
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       3850-IMPRIMIR-CONTROLE.
           MOVE WS-QTD-ORIG                TO LC-CTL-QTD-ORIG
           MOVE WS-VALOR-ORIG              TO LC-CTL-VALOR-ORIG
           MOVE WS-QTD-DEST                TO LC-CTL-QTD-DEST
           MOVE WS-VALOR-DEST              TO LC-CTL-VALOR-DEST
           MOVE WS-QUEBRAS-CTL             TO LC-CTL-QUEBRAS
           IF WS-QUEBRAS-CTL = ZERO
              MOVE "CONFERE"               TO LC-CTL-SITUACAO
           ELSE
              MOVE "QUEBRA"                TO LC-CTL-SITUACAO
           END-IF
           WRITE REG-RELOTC                FROM WS-LINDET-CTL
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELOTC"  TO WS-MSG
              MOVE FS-RELOTC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PEDIDOS DISTINTOS CONCILIADOS........: "
                                           WS-CTPEDIDO-F
           DISPLAY " CLIENTES CONCILIADOS.................: "
                                           WS-CTCLIENTE-F
           DISPLAY " REGISTROS LIDOS NO CLILOG............: "
                                           WS-CTLOGLIDO-F
           DISPLAY " CLILOG DE OUTRO RUN (IGNORADOS)......: "
                                           WS-CTLOGOUTRO-F
           DISPLAY " AUMENTOS DE DIVIDA NO RUN............: "
                                           WS-CTLOGAUMENTO-F
           DISPLAY " QUEBRAS ENCONTRADAS..................: "
                                           WS-CTQUEBRA-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE RELOTC
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELOTC" TO WS-MSG
              MOVE FS-RELOTC                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
