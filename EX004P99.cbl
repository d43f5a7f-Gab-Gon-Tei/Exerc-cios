      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P99.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    ANALISE DE VENDAS POR PRODUTO E MES A PARTIR DOS ITENS "I"   *
      *    (CPEXTTIT) DOS ARQUIVOS DE ANO DO P104NX00 (EXTTDO24,        *
      *    EXTTDO25 OU OUTROS, CONCATENADOS NA JCL COMO EXTTANO; CADA   *
      *    ARQUIVO TERMINA NO SEU TRAILER, CONFERIDO UM A UM). PARA O   *
      *    ANO DO CARTAO PARMANO, TOTALIZA QUANTIDADE E VALOR           *
      *    (QTD-IT X PRECO-UNIT-IT) POR PRODUTO EM 12 COLUNAS MENSAIS,  *
      *    COMPARA COM O ANO ANTERIOR (CRESCIMENTO %) E CLASSIFICA OS   *
      *    PRODUTOS EM ABC PELO VALOR VENDIDO NO ANO (A ATE 80% DO      *
      *    VALOR ACUMULADO, B ATE 95%, C O RESTANTE, CORTES DO EX004P47)*
      *    COM DESCPROD-V E FORNECEDOR-V DO VCADPRD. O MES E O ANO      *
      *    SAO OS DA DATA DO PEDIDO (DETALHE "D") QUE PRECEDE O ITEM.   *
      *    NA GRADE MENSAL O VALOR SAI EM UNIDADES INTEIRAS.            *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EXTTANO ASSIGN           TO UT-S-EXTTANO
           FILE STATUS IS FS-EXTTANO
           .
           SELECT PARMANO ASSIGN           TO UT-S-PARMANO
           FILE STATUS IS FS-PARMANO
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT TOTWRK ASSIGN            TO UT-S-TOTWRK
           FILE STATUS IS FS-TOTWRK
           .
           SELECT RELVPROD ASSIGN          TO UT-S-RELVPROD
           FILE STATUS IS FS-RELVPROD
           .
           SELECT CLASS-ITV ASSIGN         TO UT-S-SORTWK01
           .
           SELECT CLASS-ABC ASSIGN         TO UT-S-SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    EXTTANO - UM OU MAIS ARQUIVOS DE ANO (D/I/T CADA UM)
       FD  EXTTANO
           RECORDING MODE IS F
           .
       01  REG-EXTTANO                     PIC X(45).

      *    PARMANO - CARTAO COM O ANO A ANALISAR
       FD  PARMANO
           RECORDING MODE IS F
           .
       01  REG-PARMANO                     PIC X(80).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    TOTWRK - TOTAIS DO PRODUTO (TRABALHO ENTRE AS DUAS
      *             CLASSIFICACOES)
       FD  TOTWRK
           RECORDING MODE IS F
           .
       01  REG-TOTWRK                      PIC X(288).

       FD  RELVPROD
           RECORDING MODE IS F
           .
       01  REG-RELVPROD                    PIC X(132).

      *    CLASS-ITV - ITENS VENDIDOS POR PRODUTO
       SD  CLASS-ITV
           .
       01  REG-CLASS-ITV.
           05 ITV-CODPROD-CLASS            PIC 9(04).
           05 FILLER                       PIC X(27).

      *    CLASS-ABC - TOTAIS POR VALOR VENDIDO NO ANO DECRESCENTE
       SD  CLASS-ABC
           .
       01  REG-CLASS-ABC.
           05 FILLER                       PIC X(244).
           05 ABC-VALOR-ANO-CLASS          PIC 9(11)V99.
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ==WS-==.
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
      *----------------------------------------------------------------*
       01  WS-REG-PARMANO.
           05 WS-ANO-PARM                  PIC 9(04).
           05 FILLER                       PIC X(76).
       77  WS-ANO-ANTERIOR                 PIC 9(04).
      *----------------------------------------------------------------*
      *    ITEM LIBERADO PARA A PRIMEIRA CLASSIFICACAO
      *----------------------------------------------------------------*
       01  WS-REG-ITV.
           05 WS-ITV-CODPROD               PIC 9(04).
           05 WS-ITV-ANO                   PIC 9(04).
           05 WS-ITV-MES                   PIC 9(02).
           05 WS-ITV-QTD                   PIC 9(06).
           05 WS-ITV-VALOR                 PIC 9(13)V99.
      *    DATA DO PEDIDO CORRENTE, QUE VALE PARA OS SEUS ITENS
       77  WS-ANO-PED-CUR                  PIC 9(04).
       77  WS-MES-PED-CUR                  PIC 9(02).
       01  WS-SW-PEDIDO                    PIC X(01).
           88 PEDIDO-LIDO                          VALUE "S".
           88 PEDIDO-NAO-LIDO                      VALUE "N".
      *----------------------------------------------------------------*
      *    TOTAL DO PRODUTO (TOTWRK)
      *----------------------------------------------------------------*
       01  WS-REG-TOT.
           05 WS-TOT-CODPROD               PIC 9(04).
           05 WS-TOT-QTD-MES OCCURS 12 TIMES
                                           PIC 9(07).
           05 WS-TOT-VALOR-MES OCCURS 12 TIMES
                                           PIC 9(11)V99.
           05 WS-TOT-VALOR-ANO             PIC 9(11)V99.
           05 WS-TOT-QTD-ANO               PIC 9(09).
           05 WS-TOT-VALOR-ANT             PIC 9(11)V99.
           05 WS-TOT-QTD-ANT               PIC 9(09).
       77  WS-CODPROD-CUR                  PIC 9(04).
       77  WS-IDX-MES                      PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    TOTAIS GERAIS POR MES E DO ANO, CORTES E RESUMO ABC
      *----------------------------------------------------------------*
       01  WS-TAB-GERAL-MES.
           05 WS-GER-QTD-MES OCCURS 12 TIMES
                                           PIC 9(09).
           05 WS-GER-VALOR-MES OCCURS 12 TIMES
                                           PIC 9(13)V99.
       77  WS-GER-VALOR-ANO                PIC 9(13)V99.
       77  WS-GER-VALOR-ANT                PIC 9(13)V99.
       77  WS-VALOR-ACUM                   PIC 9(13)V99.
       77  WS-CORTE-A                      PIC 9(13)V99.
       77  WS-CORTE-B                      PIC 9(13)V99.
       77  WS-CLASSE-CALC                  PIC X(01).
       77  WS-POSICAO                      PIC 9(04).
       77  WS-CRESCIMENTO                  PIC S9(07)V9.
       01  WS-TAB-CLASSES.
           05 WS-CLS-ENT OCCURS 3 TIMES.
              10 WS-CLS-QTDPROD            PIC 9(05).
              10 WS-CLS-VALOR              PIC 9(13)V99.
       77  WS-IDX-CLASSE                   PIC 9(01) COMP.
       01  WS-LETRAS-CLASSE                PIC X(03) VALUE "ABC".
       01  WS-LETRAS-CLASSE-R REDEFINES WS-LETRAS-CLASSE.
           05 WS-LETRA-CLASSE OCCURS 3 TIMES
                                           PIC X(01).
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE VENDAS POR PRODUTO
      *----------------------------------------------------------------*
       01  WS-CABEC-VPR1.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "ANALISE DE VENDAS POR PRODUTO  -  ".
           05 CB-VPR-ANO                   PIC 9(04).
           05 FILLER                       PIC X(15)
                                                   VALUE
              "  COMPARADO A  ".
           05 CB-VPR-ANO-ANT               PIC 9(04).
           05 FILLER                       PIC X(75) VALUE SPACES.
       01  WS-CABEC-VPR2                   PIC X(132)
                                                   VALUE
              "POS.  PROD  DESCRICAO             FORNECEDOR ABC       VA
      -       "LOR NO ANO     VALOR ANO ANT.   CRESC.%     QTD ANO    QT
      -       "D ANT.".
       01  WS-CABEC-VPR3                   PIC X(132)
                                                   VALUE
              "MES          JAN       FEV       MAR       ABR       MAI
      -       "      JUN       JUL       AGO       SET       OUT       N
      -       "OV       DEZ".
       01  WS-CABEC-VPR4                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-VPR.
           05 LD-VPR-POSICAO               PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-CODPROD               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-DESCRICAO             PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-FORNECEDOR            PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-CLASSE                PIC X(01).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-VPR-VALOR-ANO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-VALOR-ANT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-CRESC                 PIC -ZZZZ9,9.
           05 LD-VPR-CRESC-X REDEFINES LD-VPR-CRESC
                                           PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-QTD-ANO               PIC ZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-VPR-QTD-ANT               PIC ZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(12) VALUE SPACES.
       01  WS-LINMES-VPR.
           05 LM-VPR-ROTULO                PIC X(06).
           05 LM-VPR-COLUNA OCCURS 12 TIMES.
              10 FILLER                    PIC X(01).
              10 LM-VPR-VALOR              PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(06).
       01  WS-RODAPE-VPR1.
           05 FILLER                       PIC X(31)
                                                   VALUE
              "TOTAL VENDIDO NO ANO..........:".
           05 RD-VPR-VALOR-ANO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(18)
                                                   VALUE
              "   ANO ANTERIOR: ".
           05 RD-VPR-VALOR-ANT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(13)
                                                   VALUE
              "   CRESC.%: ".
           05 RD-VPR-CRESC                 PIC -ZZZZ9,9.
           05 RD-VPR-CRESC-X REDEFINES RD-VPR-CRESC
                                           PIC X(08).
           05 FILLER                       PIC X(28) VALUE SPACES.
       01  WS-CABEC-RES                    PIC X(132)
                                                   VALUE
              "RESUMO ABC    PRODUTOS        VALOR VENDIDO".
       01  WS-LINRES-VPR.
           05 FILLER                       PIC X(07) VALUE "CLASSE ".
           05 LR-VPR-CLASSE                PIC X(01).
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 LR-VPR-QTDPROD               PIC ZZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-VPR-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTANO                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-PARMANO                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-TOTWRK                       PIC X(02).
           88 SUCESSO-T                    VALUE "00".
       01  FS-RELVPROD                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-ITV                   PIC X(01).
           88 FIM-CLASS-ITV                        VALUE "S".
           88 NAO-FIM-CLASS-ITV                    VALUE "N".
       01  WS-SW-FIM-ABC                   PIC X(01).
           88 FIM-CLASS-ABC                        VALUE "S".
           88 NAO-FIM-CLASS-ABC                    VALUE "N".
       01  WS-SW-TRAILER-ANO               PIC X(01).
           88 TRAILER-ANO-VISTO                    VALUE "S".
           88 TRAILER-ANO-PENDENTE                 VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTARQUIVO                    PIC 9(03).
       77  WS-CTDETALHE                    PIC 9(07).
       77  WS-CTDETALHE-ARQ                PIC 9(07).
       77  WS-CTITEM                       PIC 9(07).
       77  WS-CTITEMANO                    PIC 9(07).
       77  WS-CTITEMANT                    PIC 9(07).
       77  WS-CTITEMFORA                   PIC 9(07).
       77  WS-CTORFAO                      PIC 9(07).
       77  WS-CTPRODUTO                    PIC 9(05).
       77  WS-CTSEMCAD                     PIC 9(05).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTARQUIVO-F                  PIC ZZ9.
       77  WS-CTDETALHE-F                  PIC ZZZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZZZ9.
       77  WS-CTITEMANO-F                  PIC ZZZZZZ9.
       77  WS-CTITEMANT-F                  PIC ZZZZZZ9.
       77  WS-CTITEMFORA-F                 PIC ZZZZZZ9.
       77  WS-CTORFAO-F                    PIC ZZZZZZ9.
       77  WS-CTPRODUTO-F                  PIC ZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZ9.
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
              10 WS-PRM-VALOR-ANO          PIC 9(04).
              10 FILLER                    PIC X(11).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P99.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-ITV
               ON ASCENDING KEY ITV-CODPROD-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-ITENS
               OUTPUT PROCEDURE IS 3000-TOTALIZAR-PRODUTOS
           SORT CLASS-ABC
               ON DESCENDING KEY ABC-VALOR-ANO-CLASS
               USING TOTWRK
               OUTPUT PROCEDURE IS 3500-IMPRIMIR-ANALISE
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTARQUIVO
                                              WS-CTDETALHE
                                              WS-CTDETALHE-ARQ
                                              WS-CTITEM
                                              WS-CTITEMANO
                                              WS-CTITEMANT
                                              WS-CTITEMFORA
                                              WS-CTORFAO
                                              WS-CTPRODUTO
                                              WS-CTSEMCAD
                                              WS-GER-VALOR-ANO
                                              WS-GER-VALOR-ANT
                                              WS-VALOR-ACUM
                                              WS-POSICAO
           PERFORM 1050-ZERAR-MES-GERAL
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           PERFORM 1060-ZERAR-CLASSE
               VARYING WS-IDX-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-CLASSE > 3
           SET TRAILER-ANO-PENDENTE        TO TRUE
           SET PEDIDO-NAO-LIDO             TO TRUE
           ACCEPT WS-DATA-PARM             FROM DATE YYYYMMDD
           MOVE "EX004P99"                 TO WS-PRM-PROGRAMA
           MOVE "PARMANO"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-PARM               TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-ANO        TO WS-ANO-PARM
              DISPLAY "EX004P99: ANO SOLICITADO DO PARMMST"
           ELSE
              OPEN INPUT PARMANO
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PARMANO" TO WS-MSG
                 MOVE FS-PARMANO              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMANO INTO WS-REG-PARMANO
              IF NOT SUCESSO-P
                 MOVE "PARMANO SEM CARTAO DE ANO" TO WS-MSG
                 MOVE FS-PARMANO                  TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              CLOSE PARMANO
           END-IF
           IF WS-ANO-PARM IS NOT NUMERIC
           OR WS-ANO-PARM = ZERO
              MOVE "ANO SOLICITADO INVALIDO" TO WS-MSG
              MOVE FS-PARMANO                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-PARM - 1

           OPEN INPUT EXTTANO
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTANO" TO WS-MSG
              MOVE FS-EXTTANO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT TOTWRK
           IF NOT SUCESSO-T
              MOVE "ERRO ABERTURA TOTWRK"  TO WS-MSG
              MOVE FS-TOTWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELVPROD
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELVPROD" TO WS-MSG
              MOVE FS-RELVPROD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-ANO-PARM                TO CB-VPR-ANO
           MOVE WS-ANO-ANTERIOR            TO CB-VPR-ANO-ANT
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR1
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR2
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR3
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR4
           .
       1050-ZERAR-MES-GERAL.
           MOVE ZEROS                      TO
                WS-GER-QTD-MES (WS-IDX-MES)
                WS-GER-VALOR-MES (WS-IDX-MES)
           .
       1060-ZERAR-CLASSE.
           MOVE ZEROS                      TO
                WS-CLS-QTDPROD (WS-IDX-CLASSE)
                WS-CLS-VALOR (WS-IDX-CLASSE)
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-ITENS - PERCORRE OS ARQUIVOS DE ANO          *
      *    CONFERINDO CADA TRAILER E LIBERA OS ITENS DO ANO SOLICITADO  *
      *    E DO ANTERIOR COM A DATA DO PEDIDO                           *
      *----------------------------------------------------------------*
       2000-SELECIONAR-ITENS.
           PERFORM 2100-LER-EXTTANO
           IF FIM-ARQ-E
              MOVE "EXTTANO VAZIO"         TO WS-MSG
              MOVE FS-EXTTANO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2200-TRATAR-EXTTANO UNTIL FIM-ARQ-E
           IF TRAILER-ANO-PENDENTE
              MOVE "EXTTANO SEM TRAILER"   TO WS-MSG
              MOVE FS-EXTTANO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE EXTTANO
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTANO" TO WS-MSG
              MOVE FS-EXTTANO               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-EXTTANO.
           READ EXTTANO                    INTO WS-REG-EXTTORD
           IF NOT SUCESSO-E
              IF NOT FIM-ARQ-E
                 MOVE "ERRO LEITURA EXTTANO" TO WS-MSG
                 MOVE FS-EXTTANO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           MOVE WS-REG-EXTTORD             TO WS-REG-EXTTITN
           .
       2200-TRATAR-EXTTANO.
           EVALUATE WS-TIPO-REG-EXTTORD
              WHEN "T"
                 ADD 1                     TO WS-CTARQUIVO
                 IF WS-CTDETALHE-ARQ NOT = WS-QTDREG-EXTTORD
                    MOVE "EXTTANO TRAILER DIVERGENTE" TO WS-MSG
                    MOVE FS-EXTTANO                   TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
                 SET TRAILER-ANO-VISTO     TO TRUE
                 SET PEDIDO-NAO-LIDO       TO TRUE
                 MOVE ZEROS                TO WS-CTDETALHE-ARQ
              WHEN "I"
                 ADD 1                     TO WS-CTITEM
                 IF PEDIDO-LIDO
                    PERFORM 2300-LIBERAR-ITEM
                 ELSE
                    ADD 1                  TO WS-CTORFAO
                 END-IF
              WHEN OTHER
                 SET TRAILER-ANO-PENDENTE  TO TRUE
                 SET PEDIDO-LIDO           TO TRUE
                 ADD 1                     TO WS-CTDETALHE
                                              WS-CTDETALHE-ARQ
                 MOVE WS-ANO-ORD           TO WS-ANO-PED-CUR
                 MOVE WS-MES-ORD           TO WS-MES-PED-CUR
           END-EVALUATE
           PERFORM 2100-LER-EXTTANO
           .
       2300-LIBERAR-ITEM.
           IF (WS-ANO-PED-CUR = WS-ANO-PARM
           OR  WS-ANO-PED-CUR = WS-ANO-ANTERIOR)
           AND WS-MES-PED-CUR > ZERO
           AND WS-MES-PED-CUR NOT > 12
           AND WS-CODPROD-IT IS NUMERIC
           AND WS-QTD-IT IS NUMERIC
           AND WS-PRECO-UNIT-IT IS NUMERIC
              IF WS-ANO-PED-CUR = WS-ANO-PARM
                 ADD 1                     TO WS-CTITEMANO
              ELSE
                 ADD 1                     TO WS-CTITEMANT
              END-IF
              MOVE WS-CODPROD-IT           TO WS-ITV-CODPROD
              MOVE WS-ANO-PED-CUR          TO WS-ITV-ANO
              MOVE WS-MES-PED-CUR          TO WS-ITV-MES
              MOVE WS-QTD-IT               TO WS-ITV-QTD
              COMPUTE WS-ITV-VALOR = WS-QTD-IT * WS-PRECO-UNIT-IT
              RELEASE REG-CLASS-ITV        FROM WS-REG-ITV
           ELSE
              ADD 1                        TO WS-CTITEMFORA
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-TOTALIZAR-PRODUTOS - QUEBRA POR PRODUTO GERANDO UM      *
      *    REGISTRO COM OS 12 MESES DO ANO E O TOTAL DO ANTERIOR        *
      *----------------------------------------------------------------*
       3000-TOTALIZAR-PRODUTOS.
           SET NAO-FIM-CLASS-ITV           TO TRUE
           PERFORM 3100-RETORNAR-ITV
           PERFORM 3200-ACUMULAR-PRODUTO
               UNTIL FIM-CLASS-ITV
           CLOSE TOTWRK
           IF NOT SUCESSO-T
              MOVE "ERRO FECHAMENTO TOTWRK" TO WS-MSG
              MOVE FS-TOTWRK                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           COMPUTE WS-CORTE-A ROUNDED = WS-GER-VALOR-ANO * 80 / 100
           COMPUTE WS-CORTE-B ROUNDED = WS-GER-VALOR-ANO * 95 / 100
           .
       3100-RETORNAR-ITV.
           RETURN CLASS-ITV                INTO WS-REG-ITV
               AT END
                  SET FIM-CLASS-ITV        TO TRUE
           END-RETURN
           .
       3200-ACUMULAR-PRODUTO.
           MOVE WS-ITV-CODPROD             TO WS-CODPROD-CUR
           MOVE ZEROS                      TO WS-TOT-VALOR-ANO
                                              WS-TOT-QTD-ANO
                                              WS-TOT-VALOR-ANT
                                              WS-TOT-QTD-ANT
           PERFORM 3250-ZERAR-MES-PRODUTO
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           PERFORM 3300-SOMAR-ITEM
               UNTIL FIM-CLASS-ITV
               OR    WS-ITV-CODPROD NOT = WS-CODPROD-CUR
           MOVE WS-CODPROD-CUR             TO WS-TOT-CODPROD
           WRITE REG-TOTWRK                FROM WS-REG-TOT
           IF NOT SUCESSO-T
              MOVE "ERRO GRAVACAO TOTWRK"  TO WS-MSG
              MOVE FS-TOTWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTPRODUTO
           ADD WS-TOT-VALOR-ANO            TO WS-GER-VALOR-ANO
           ADD WS-TOT-VALOR-ANT            TO WS-GER-VALOR-ANT
           .
       3250-ZERAR-MES-PRODUTO.
           MOVE ZEROS                      TO
                WS-TOT-QTD-MES (WS-IDX-MES)
                WS-TOT-VALOR-MES (WS-IDX-MES)
           .
       3300-SOMAR-ITEM.
           IF WS-ITV-ANO = WS-ANO-PARM
              MOVE WS-ITV-MES              TO WS-IDX-MES
              ADD WS-ITV-QTD               TO
                  WS-TOT-QTD-MES (WS-IDX-MES)
                  WS-GER-QTD-MES (WS-IDX-MES)
                  WS-TOT-QTD-ANO
              ADD WS-ITV-VALOR             TO
                  WS-TOT-VALOR-MES (WS-IDX-MES)
                  WS-GER-VALOR-MES (WS-IDX-MES)
                  WS-TOT-VALOR-ANO
           ELSE
              ADD WS-ITV-QTD               TO WS-TOT-QTD-ANT
              ADD WS-ITV-VALOR             TO WS-TOT-VALOR-ANT
           END-IF
           PERFORM 3100-RETORNAR-ITV
           .
      *----------------------------------------------------------------*
      *    3500-IMPRIMIR-ANALISE - PRODUTOS POR VALOR VENDIDO NO ANO    *
      *    DECRESCENTE, COM A CLASSE ABC PELO VALOR ACUMULADO           *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-ANALISE.
           SET NAO-FIM-CLASS-ABC           TO TRUE
           PERFORM 3550-RETORNAR-ABC
           PERFORM 3600-IMPRIMIR-PRODUTO UNTIL FIM-CLASS-ABC
           .
       3550-RETORNAR-ABC.
           RETURN CLASS-ABC                INTO WS-REG-TOT
               AT END
                  SET FIM-CLASS-ABC        TO TRUE
           END-RETURN
           .
       3600-IMPRIMIR-PRODUTO.
           ADD 1                           TO WS-POSICAO
      *    A CLASSE SAI DO ACUMULADO ANTERIOR AO PRODUTO, PARA QUE O
      *    PRODUTO QUE CRUZA O CORTE AINDA FIQUE NA CLASSE DE CIMA
           IF WS-TOT-VALOR-ANO > ZERO
              EVALUATE TRUE
                 WHEN WS-VALOR-ACUM < WS-CORTE-A
                    MOVE 1                 TO WS-IDX-CLASSE
                 WHEN WS-VALOR-ACUM < WS-CORTE-B
                    MOVE 2                 TO WS-IDX-CLASSE
                 WHEN OTHER
                    MOVE 3                 TO WS-IDX-CLASSE
              END-EVALUATE
              ADD WS-TOT-VALOR-ANO         TO WS-VALOR-ACUM
              MOVE WS-LETRA-CLASSE (WS-IDX-CLASSE) TO WS-CLASSE-CALC
              ADD 1                        TO
                  WS-CLS-QTDPROD (WS-IDX-CLASSE)
              ADD WS-TOT-VALOR-ANO         TO
                  WS-CLS-VALOR (WS-IDX-CLASSE)
           ELSE
              MOVE "-"                     TO WS-CLASSE-CALC
           END-IF

           MOVE WS-TOT-CODPROD             TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 ADD 1                     TO WS-CTSEMCAD
                 MOVE "*** SEM CADASTRO ***" TO DESCPROD-V
                 MOVE SPACES               TO FORNECEDOR-V
           END-READ

           MOVE WS-POSICAO                 TO LD-VPR-POSICAO
           MOVE WS-TOT-CODPROD             TO LD-VPR-CODPROD
           MOVE DESCPROD-V                 TO LD-VPR-DESCRICAO
           MOVE FORNECEDOR-V               TO LD-VPR-FORNECEDOR
           MOVE WS-CLASSE-CALC             TO LD-VPR-CLASSE
           MOVE WS-TOT-VALOR-ANO           TO LD-VPR-VALOR-ANO
           MOVE WS-TOT-VALOR-ANT           TO LD-VPR-VALOR-ANT
           MOVE WS-TOT-QTD-ANO             TO LD-VPR-QTD-ANO
           MOVE WS-TOT-QTD-ANT             TO LD-VPR-QTD-ANT
           IF WS-TOT-VALOR-ANT > ZERO
              COMPUTE WS-CRESCIMENTO ROUNDED =
                      (WS-TOT-VALOR-ANO - WS-TOT-VALOR-ANT) * 100
                    / WS-TOT-VALOR-ANT
              PERFORM 3650-LIMITAR-CRESCIMENTO
              MOVE WS-CRESCIMENTO          TO LD-VPR-CRESC
           ELSE
              MOVE "    NOVO"              TO LD-VPR-CRESC-X
           END-IF
           WRITE REG-RELVPROD              FROM WS-LINDET-VPR
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELVPROD" TO WS-MSG
              MOVE FS-RELVPROD              TO WS-FS
              GO TO 9000-ERRO
           END-IF

           MOVE SPACES                     TO WS-LINMES-VPR
           MOVE "QTD"                      TO LM-VPR-ROTULO
           PERFORM 3700-MOVER-QTD-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REG-RELVPROD              FROM WS-LINMES-VPR
           MOVE "VALOR"                    TO LM-VPR-ROTULO
           PERFORM 3710-MOVER-VALOR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REG-RELVPROD              FROM WS-LINMES-VPR
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELVPROD" TO WS-MSG
              MOVE FS-RELVPROD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3550-RETORNAR-ABC
           .
       3650-LIMITAR-CRESCIMENTO.
           IF WS-CRESCIMENTO > 99999,9
              MOVE 99999,9                 TO WS-CRESCIMENTO
           END-IF
           .
       3700-MOVER-QTD-MES.
           MOVE WS-TOT-QTD-MES (WS-IDX-MES) TO
                LM-VPR-VALOR (WS-IDX-MES)
           .
       3710-MOVER-VALOR-MES.
           COMPUTE LM-VPR-VALOR (WS-IDX-MES) ROUNDED =
                   WS-TOT-VALOR-MES (WS-IDX-MES)
           .
       3720-MOVER-QTD-GERAL.
           MOVE WS-GER-QTD-MES (WS-IDX-MES) TO
                LM-VPR-VALOR (WS-IDX-MES)
           .
       3730-MOVER-VALOR-GERAL.
           COMPUTE LM-VPR-VALOR (WS-IDX-MES) ROUNDED =
                   WS-GER-VALOR-MES (WS-IDX-MES)
           .
       3760-IMPRIMIR-CLASSE.
           MOVE WS-LETRA-CLASSE (WS-IDX-CLASSE) TO LR-VPR-CLASSE
           MOVE WS-CLS-QTDPROD (WS-IDX-CLASSE)  TO LR-VPR-QTDPROD
           MOVE WS-CLS-VALOR (WS-IDX-CLASSE)    TO LR-VPR-VALOR
           WRITE REG-RELVPROD              FROM WS-LINRES-VPR
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELVPROD" TO WS-MSG
              MOVE FS-RELVPROD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3800-TERMINO.
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR4
           MOVE SPACES                     TO WS-LINMES-VPR
           MOVE "TOTAL"                    TO LM-VPR-ROTULO
           PERFORM 3720-MOVER-QTD-GERAL
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REG-RELVPROD              FROM WS-LINMES-VPR
           MOVE "VALOR"                    TO LM-VPR-ROTULO
           PERFORM 3730-MOVER-VALOR-GERAL
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           WRITE REG-RELVPROD              FROM WS-LINMES-VPR
           MOVE WS-GER-VALOR-ANO           TO RD-VPR-VALOR-ANO
           MOVE WS-GER-VALOR-ANT           TO RD-VPR-VALOR-ANT
           IF WS-GER-VALOR-ANT > ZERO
              COMPUTE WS-CRESCIMENTO ROUNDED =
                      (WS-GER-VALOR-ANO - WS-GER-VALOR-ANT) * 100
                    / WS-GER-VALOR-ANT
              PERFORM 3650-LIMITAR-CRESCIMENTO
              MOVE WS-CRESCIMENTO          TO RD-VPR-CRESC
           ELSE
              MOVE "    NOVO"              TO RD-VPR-CRESC-X
           END-IF
           WRITE REG-RELVPROD              FROM WS-RODAPE-VPR1
           WRITE REG-RELVPROD              FROM WS-CABEC-VPR4
           WRITE REG-RELVPROD              FROM WS-CABEC-RES
           PERFORM 3760-IMPRIMIR-CLASSE
               VARYING WS-IDX-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-CLASSE > 3

           MOVE WS-CTARQUIVO               TO WS-CTARQUIVO-F
           MOVE WS-CTDETALHE               TO WS-CTDETALHE-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTITEMANO               TO WS-CTITEMANO-F
           MOVE WS-CTITEMANT               TO WS-CTITEMANT-F
           MOVE WS-CTITEMFORA              TO WS-CTITEMFORA-F
           MOVE WS-CTORFAO                 TO WS-CTORFAO-F
           MOVE WS-CTPRODUTO               TO WS-CTPRODUTO-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " ARQUIVOS DE ANO LIDOS (TRAILERS).....: "
                                           WS-CTARQUIVO-F
           DISPLAY " PEDIDOS LIDOS........................: "
                                           WS-CTDETALHE-F
           DISPLAY " ITENS LIDOS..........................: "
                                           WS-CTITEM-F
           DISPLAY " ITENS DO ANO SOLICITADO..............: "
                                           WS-CTITEMANO-F
           DISPLAY " ITENS DO ANO ANTERIOR................: "
                                           WS-CTITEMANT-F
           DISPLAY " ITENS DE OUTROS ANOS OU INVALIDOS....: "
                                           WS-CTITEMFORA-F
           DISPLAY " ITENS SEM PEDIDO (ORFAOS)............: "
                                           WS-CTORFAO-F
           DISPLAY " PRODUTOS ANALISADOS..................: "
                                           WS-CTPRODUTO-F
           DISPLAY " PRODUTOS SEM CADASTRO NO VCADPRD.....: "
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
           CLOSE RELVPROD
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELVPROD" TO WS-MSG
              MOVE FS-RELVPROD               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
