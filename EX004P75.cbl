      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P75.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    DEVOLUCOES DE CLIENTES. LE AS AUTORIZACOES DE DEVOLUCAO      *
      *    (DEVAUT: PEDIDO, PRODUTO, QUANTIDADE E MOTIVO) E CONFERE     *
      *    CADA UMA CONTRA O QUE FOI EXPEDIDO NO EXTTALOC (OS MESMOS    *
      *    ITENS QUE O EX004P61 TRANSFORMOU EM SAIDAS NO MOVEXPED).     *
      *    DEVOLUCAO DE ITEM NAO EXPEDIDO OU ACIMA DA QUANTIDADE        *
      *    EXPEDIDA (SOMANDO AS DEMAIS AUTORIZACOES DO MESMO ITEM) E    *
      *    RECUSADA. AS ACEITAS GERAM:                                  *
      *    - MOVIMENTO DE ENTRADA "E" NO LAYOUT MOVTOEST (MOVDEV),      *
      *      MARCADO COM ORIGEM "DEVOL" PARA NAO SER CONFERIDO COMO     *
      *      RECEBIMENTO DE COMPRA PELO EX004P72;                       *
      *    - UM CREDITO "C" POR CLIENTE NO LAYOUT CLIMOV (CREDDEV),     *
      *      VALORIZADO PELO PRECO-UNIT-IT DO PEDIDO, QUE O EX004P11    *
      *      ABATE DA DIVIDA;                                           *
      *    - O RELATORIO RELDEVOL POR MOTIVO, COM AS RECUSADAS E A      *
      *      CLASSIFICACAO DOS PRODUTOS E CLIENTES QUE MAIS DEVOLVEM;   *
      *    - O DEVCOM COM O VENDEDOR DO PEDIDO, PARA O ESTORNO DE       *
      *      COMISSAO NO ACERTO MENSAL DO EX004P76.                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EXTTALOC ASSIGN          TO UT-S-EXTTALOC
           FILE STATUS IS FS-EXTTALOC
           .
           SELECT DEVAUT ASSIGN            TO UT-S-DEVAUT
           FILE STATUS IS FS-DEVAUT
           .
           SELECT MOVDEV ASSIGN            TO MOVDEV
           FILE STATUS IS FS-MOVDEV
           .
           SELECT CREDDEV ASSIGN           TO UT-S-CREDDEV
           FILE STATUS IS FS-CREDDEV
           .
           SELECT DEVCOM ASSIGN            TO UT-S-DEVCOM
           FILE STATUS IS FS-DEVCOM
           .
           SELECT RELDEVOL ASSIGN          TO UT-S-RELDEVOL
           FILE STATUS IS FS-RELDEVOL
           .
           SELECT CLASS-DEV ASSIGN         TO UT-S-SORTWK01
           .
           SELECT CLASS-RNK ASSIGN         TO UT-S-SORTWK02
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  EXTTALOC
           RECORDING MODE IS F
           .
           COPY CPEXTTOR REPLACING ==::== BY ====.

      *    DEVAUT - AUTORIZACOES DE DEVOLUCAO (CARTOES)
       FD  DEVAUT
           RECORDING MODE IS F
           .
       01  REG-DEVAUT                      PIC X(80).

      *    MOVDEV - ENTRADAS "E" DE DEVOLUCAO NO LAYOUT MOVTOEST
       FD  MOVDEV
           RECORDING MODE IS F
           .
       01  REG-MOVDEV                      PIC X(69).

      *    CREDDEV - CREDITOS "C" DE DEVOLUCAO NO LAYOUT CLIMOV
       FD  CREDDEV
           RECORDING MODE IS F
           .
       01  REG-CREDDEV                     PIC X(189).

      *    DEVCOM - DEVOLUCOES ACEITAS POR VENDEDOR (CPDEVCOM)
       FD  DEVCOM
           RECORDING MODE IS F
           .
       01  REG-DEVCOM                      PIC X(50).

       FD  RELDEVOL
           RECORDING MODE IS F
           .
       01  REG-RELDEVOL                    PIC X(100).

      *    CLASS-DEV - AUTORIZACOES POR SITUACAO E MOTIVO
       SD  CLASS-DEV
           .
       01  REG-CLASS-DEV.
           05 DEV-SITUACAO-CLASS           PIC X(01).
           05 DEV-MOTIVO-CLASS             PIC X(02).
           05 DEV-PEDIDO-CLASS             PIC 9(08).
           05 FILLER                       PIC X(69).

      *    CLASS-RNK - TOTAIS POR PRODUTO OU CLIENTE
       SD  CLASS-RNK
           .
       01  REG-CLASS-RNK.
           05 RNK-CHAVE-CLASS              PIC X(04).
           05 RNK-QTD-DEV-CLASS            PIC 9(05).
           05 RNK-QTD-CLASS                PIC 9(07).
           05 RNK-VALOR-CLASS              PIC 9(11)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
           COPY CPDEVCOM.
      *----------------------------------------------------------------*
       01  WS-REG-DEVAUT.
           05 WS-DVA-NUM-PEDIDO            PIC 9(08).
           05 WS-DVA-CODPROD               PIC 9(04).
           05 WS-DVA-QTD                   PIC 9(06).
           05 WS-DVA-MOTIVO                PIC X(02).
           05 FILLER                       PIC X(60).
      *----------------------------------------------------------------*
      *    AUTORIZACAO CLASSIFICADA: "1" ACEITA, "2" RECUSADA
      *----------------------------------------------------------------*
       01  WS-REG-DEV.
           05 WS-DEV-SITUACAO              PIC X(01).
              88 DEV-ACEITA                        VALUE "1".
              88 DEV-RECUSADA                      VALUE "2".
           05 WS-DEV-MOTIVO                PIC X(02).
           05 WS-DEV-PEDIDO                PIC 9(08).
           05 WS-DEV-CODPROD               PIC 9(04).
           05 WS-DEV-CODCLI                PIC X(04).
           05 WS-DEV-QTD                   PIC 9(06).
           05 WS-DEV-VALOR                 PIC 9(11)V99.
           05 WS-DEV-OCORRENCIA            PIC X(30).
           05 FILLER                       PIC X(12).
       01  WS-REG-RNK.
           05 WS-RNK-CHAVE                 PIC X(04).
           05 WS-RNK-QTD-DEV               PIC 9(05).
           05 WS-RNK-QTD                   PIC 9(07).
           05 WS-RNK-VALOR                 PIC 9(11)V99.
      *----------------------------------------------------------------*
      *    ITENS EXPEDIDOS (EXTTALOC) E QUANTIDADE JA DEVOLVIDA
      *----------------------------------------------------------------*
       01  WS-TAB-ITENS.
           05 WS-TIT-ENT OCCURS 5000 TIMES.
              10 WS-TIT-PEDIDO             PIC 9(08).
              10 WS-TIT-CODPROD            PIC 9(04).
              10 WS-TIT-CODCLI             PIC X(04).
              10 WS-TIT-CODVEND            PIC X(04).
              10 WS-TIT-QTD-EXPED          PIC 9(07).
              10 WS-TIT-QTD-DEVOL          PIC 9(07).
              10 WS-TIT-PRECO              PIC 9(07)V99.
       77  WS-QTD-ITENS                    PIC 9(04) COMP.
       77  WS-IDX-ITEM                     PIC 9(04) COMP.
       77  WS-IDX-ITEM-ACHADO              PIC 9(04) COMP.
       77  WS-CODCLI-BUSCA                 PIC X(06).
       77  WS-CODCLI-PEDIDO                PIC X(04).
       77  WS-CODVEND-PEDIDO               PIC X(04).
       77  WS-QTD-DISPONIVEL               PIC 9(07).
      *----------------------------------------------------------------*
      *    TOTAIS DAS DEVOLUCOES ACEITAS POR PRODUTO E POR CLIENTE
      *----------------------------------------------------------------*
       01  WS-TAB-PRODUTOS.
           05 WS-TPR-ENT OCCURS 2000 TIMES.
              10 WS-TPR-CHAVE              PIC X(04).
              10 WS-TPR-QTD-DEV            PIC 9(05).
              10 WS-TPR-QTD                PIC 9(07).
              10 WS-TPR-VALOR              PIC 9(11)V99.
       77  WS-QTD-PRODUTOS                 PIC 9(04) COMP.
       01  WS-TAB-CLIENTES.
           05 WS-TCL-ENT OCCURS 2000 TIMES.
              10 WS-TCL-CHAVE              PIC X(04).
              10 WS-TCL-QTD-DEV            PIC 9(05).
              10 WS-TCL-QTD                PIC 9(07).
              10 WS-TCL-VALOR              PIC 9(11)V99.
       77  WS-QTD-CLIENTES                 PIC 9(04) COMP.
       77  WS-IDX-TOTAL                    PIC 9(04) COMP.
       77  WS-IDX-TOT-ACHADO               PIC 9(04) COMP.
       77  WS-CODPROD-X                    PIC X(04).
      *----------------------------------------------------------------*
      *    QUEBRA POR MOTIVO
      *----------------------------------------------------------------*
       77  WS-MOTIVO-CUR                   PIC X(02).
       77  WS-QTD-MOTIVO                   PIC 9(07).
       77  WS-VALOR-MOTIVO                 PIC 9(11)V99.
       77  WS-QTD-GERAL                    PIC 9(07).
       77  WS-VALOR-GERAL                  PIC 9(11)V99.
      *----------------------------------------------------------------*
      *    ENTRADA DE DEVOLUCAO GERADA (LAYOUT MOVTOEST)
      *----------------------------------------------------------------*
       01  WS-REG-MOVDEV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-ANO-MES-REF-DEV           PIC X(06).
           05 FILLER                       PIC X(62) VALUE SPACES.
       01  WS-REG-MOVDEV-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-NUMMOVTO-D                PIC 9(07).
           05 WS-DATAMOVTO-D               PIC X(08).
           05 WS-HORAMOVTO-D               PIC X(06) VALUE "000000".
           05 WS-CODPRODMOVTO-D            PIC 9(04).
           05 WS-QTDMOVTO-D                PIC 9(06).
           05 WS-TIPOMOVTO-D               PIC X(01) VALUE "E".
      *    ORIGEM "DEVOL" IDENTIFICA A ENTRADA POR DEVOLUCAO DE CLIENTE
           05 WS-LOCORIGEM-D               PIC X(05) VALUE "DEVOL".
           05 WS-LOCDESTINO-D              PIC X(05) VALUE SPACES.
           05 WS-LOTEMOVTO-D               PIC X(10) VALUE SPACES.
           05 WS-DATAVALID-D               PIC 9(08) VALUE ZEROS.
           05 WS-CUSTOUNIT-D               PIC 9(06)V99 VALUE ZEROS.
       01  WS-REG-MOVDEV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-MOVDEV             PIC 9(07).
           05 FILLER                       PIC X(61) VALUE SPACES.
       77  WS-NUMMOVTO-DEV                 PIC 9(07).
      *----------------------------------------------------------------*
      *    CREDITO DE DEVOLUCAO GERADO NO LAYOUT CLIMOV
      *----------------------------------------------------------------*
       01  WS-REG-CREDDEV-D.
           05 WS-GER-TIPO                  PIC X(01) VALUE "D".
           05 WS-GER-CODCLI                PIC X(04).
           05 WS-GER-NOME                  PIC X(25) VALUE SPACES.
           05 WS-GER-END                   PIC X(30) VALUE SPACES.
           05 WS-GER-FONE                  PIC X(10) VALUE SPACES.
           05 WS-GER-CPF                   PIC X(11) VALUE SPACES.
           05 WS-GER-TOTALDIVIDA           PIC 9(08)V99.
           05 WS-GER-TIPOMOV               PIC X(01) VALUE "C".
           05 WS-GER-DIASATRASO            PIC 9(03) VALUE ZEROS.
           05 WS-GER-LIMITECRED            PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(84) VALUE SPACES.
       01  WS-REG-CREDDEV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-CREDDEV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-CRED               PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE DEVOLUCOES
      *----------------------------------------------------------------*
       01  WS-CABEC-DEV1                   PIC X(100)
                                                   VALUE
              "        DEVOLUCOES DE CLIENTES POR MOTIVO".
       01  WS-CABEC-DEV2                   PIC X(100)
                                                   VALUE
              "MOTIVO    PEDIDO  PROD  CLIENTE      QTD              VAL
      -       "OR  OCORRENCIA".
       01  WS-CABEC-DEV3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-CABEC-REC                    PIC X(100)
                                                   VALUE
              "        AUTORIZACOES DE DEVOLUCAO RECUSADAS".
       01  WS-CABEC-RNK-PRD                PIC X(100)
                                                   VALUE
              "        PRODUTOS COM MAIS DEVOLUCOES (POR VALOR)".
       01  WS-CABEC-RNK-CLI                PIC X(100)
                                                   VALUE
              "        CLIENTES COM MAIS DEVOLUCOES (POR VALOR)".
       01  WS-CABEC-RNK2                   PIC X(100)
                                                   VALUE
              "CODIGO  DEVOLUCOES      QTD              VALOR".
       01  WS-LINDET-DEV.
           05 LD-DEV-MOTIVO                PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-PRODUTO               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-CLIENTE               PIC X(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-QTD                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DEV-OCORRENCIA            PIC X(30).
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-LINTOT-DEV.
           05 LT-DEV-TEXTO                 PIC X(33).
           05 LT-DEV-QTD                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LT-DEV-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(41) VALUE SPACES.
       01  WS-LINDET-RNK.
           05 LR-RNK-CHAVE                 PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-RNK-QTD-DEV               PIC Z(09)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-RNK-QTD                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-RNK-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(54) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTALOC                     PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-DEVAUT                       PIC X(02).
           88 SUCESSO-A                    VALUE "00".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-MOVDEV                       PIC X(02).
           88 SUCESSO-X                    VALUE "00".
       01  FS-CREDDEV                      PIC X(02).
           88 SUCESSO-C                    VALUE "00".
       01  FS-DEVCOM                       PIC X(02).
           88 SUCESSO-DC                   VALUE "00".
       01  FS-RELDEVOL                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-TRAILER-ALC               PIC X(01).
           88 TRAILER-ALC-VISTO                    VALUE "S".
           88 TRAILER-ALC-NAO-VISTO                VALUE "N".
       01  WS-SW-FIM-DEV                   PIC X(01).
           88 FIM-CLASS-DEV                        VALUE "S".
           88 NAO-FIM-CLASS-DEV                    VALUE "N".
       01  WS-SW-FIM-RNK                   PIC X(01).
           88 FIM-CLASS-RNK                        VALUE "S".
           88 NAO-FIM-CLASS-RNK                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTITEM                       PIC 9(05) COMP.
       77  WS-CTDEVAUT                     PIC 9(05) COMP.
       77  WS-CTACEITA                     PIC 9(05) COMP.
       77  WS-CTRECUSADA                   PIC 9(05) COMP.
       77  WS-CTMOVDEV                     PIC 9(05) COMP.
       77  WS-CTCREDITO                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTITEM-F                     PIC ZZZZ9.
       77  WS-CTDEVAUT-F                   PIC ZZZZ9.
       77  WS-CTACEITA-F                   PIC ZZZZ9.
       77  WS-CTRECUSADA-F                 PIC ZZZZ9.
       77  WS-CTMOVDEV-F                   PIC ZZZZ9.
       77  WS-CTCREDITO-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P75.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-DEV
               ON ASCENDING KEY DEV-SITUACAO-CLASS
                                DEV-MOTIVO-CLASS
                                DEV-PEDIDO-CLASS
               INPUT PROCEDURE IS 2000-CONFERIR-DEVOLUCOES
               OUTPUT PROCEDURE IS 3000-RELATAR-MOTIVOS
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           WRITE REG-RELDEVOL              FROM WS-CABEC-RNK-PRD
           WRITE REG-RELDEVOL              FROM WS-CABEC-RNK2
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           SORT CLASS-RNK
               ON DESCENDING KEY RNK-VALOR-CLASS
               INPUT PROCEDURE IS 3500-LIBERAR-PRODUTOS
               OUTPUT PROCEDURE IS 3700-RELATAR-CLASSIFICACAO
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           WRITE REG-RELDEVOL              FROM WS-CABEC-RNK-CLI
           WRITE REG-RELDEVOL              FROM WS-CABEC-RNK2
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           SORT CLASS-RNK
               ON DESCENDING KEY RNK-VALOR-CLASS
               INPUT PROCEDURE IS 3600-LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS 3700-RELATAR-CLASSIFICACAO
           SORT CLASS-RNK
               ON ASCENDING KEY RNK-CHAVE-CLASS
               INPUT PROCEDURE IS 3600-LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS 3800-GERAR-CREDITOS
           PERFORM 3900-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTITEM
                                              WS-CTDEVAUT
                                              WS-CTACEITA
                                              WS-CTRECUSADA
                                              WS-CTMOVDEV
                                              WS-CTCREDITO
                                              WS-QTD-ITENS
                                              WS-QTD-PRODUTOS
                                              WS-QTD-CLIENTES
                                              WS-NUMMOVTO-DEV
                                              WS-QTD-GERAL
                                              WS-VALOR-GERAL
           MOVE SPACES                     TO WS-CODCLI-PEDIDO
                                              WS-CODVEND-PEDIDO
           SET TRAILER-ALC-NAO-VISTO       TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-CARREGAR-EXPEDIDOS
           OPEN OUTPUT MOVDEV
           IF NOT SUCESSO-X
              MOVE "ERRO ABERTURA MOVDEV"  TO WS-MSG
              MOVE FS-MOVDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-SYS (1:6)          TO WS-ANO-MES-REF-DEV
           WRITE REG-MOVDEV                FROM WS-REG-MOVDEV-H
           IF NOT SUCESSO-X
              MOVE "ERRO GRAVACAO HEADER MOVDEV" TO WS-MSG
              MOVE FS-MOVDEV                     TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CREDDEV
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CREDDEV" TO WS-MSG
              MOVE FS-CREDDEV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-CREDDEV               FROM WS-REG-CREDDEV-H
           IF NOT SUCESSO-C
              MOVE "ERRO GRAVACAO HEADER CREDDEV" TO WS-MSG
              MOVE FS-CREDDEV                     TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT DEVCOM
           IF NOT SUCESSO-DC
              MOVE "ERRO ABERTURA DEVCOM"  TO WS-MSG
              MOVE FS-DEVCOM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELDEVOL
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELDEVOL" TO WS-MSG
              MOVE FS-RELDEVOL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV1
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV2
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-EXPEDIDOS - ITENS "I" DO EXTTALOC COM O        *
      *    CLIENTE DO PEDIDO "D" QUE OS PRECEDE (ULTIMAS 4 POSICOES     *
      *    DO COD-CLIENTE, COMO NO EX004P62)                            *
      *----------------------------------------------------------------*
       1100-CARREGAR-EXPEDIDOS.
           OPEN INPUT EXTTALOC
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTALOC" TO WS-MSG
              MOVE FS-EXTTALOC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-EXTTALOC
           IF TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTALOC SEM HEADER"   TO WS-MSG
              MOVE FS-EXTTALOC             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1120-TRATAR-EXPEDIDO UNTIL TRAILER-ALC-VISTO
           CLOSE EXTTALOC
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTALOC" TO WS-MSG
              MOVE FS-EXTTALOC                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1110-LER-EXTTALOC.
           READ EXTTALOC
           IF NOT SUCESSO-E
              IF FIM-ARQ-E
                 MOVE "EXTTALOC SEM TRAILER" TO WS-MSG
                 MOVE FS-EXTTALOC             TO WS-FS
                 GO TO 9000-ERRO
              ELSE
                 MOVE "ERRO LEITURA EXTTALOC" TO WS-MSG
                 MOVE FS-EXTTALOC              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           MOVE REG-EXTTORD                TO WS-REG-EXTTITN
           .
       1120-TRATAR-EXPEDIDO.
           PERFORM 1110-LER-EXTTALOC
           EVALUATE TIPO-REG-EXTTORD
              WHEN "T"
                 SET TRAILER-ALC-VISTO     TO TRUE
              WHEN "I"
                 PERFORM 1130-ARMAZENAR-ITEM
              WHEN OTHER
                 IF COD-CLIENTE IS NUMERIC
                    MOVE COD-CLIENTE       TO WS-CODCLI-BUSCA
                    MOVE WS-CODCLI-BUSCA (3:4) TO WS-CODCLI-PEDIDO
                 ELSE
                    MOVE SPACES            TO WS-CODCLI-PEDIDO
                 END-IF
                 MOVE COD-VENDEDOR         TO WS-CODVEND-PEDIDO
           END-EVALUATE
           .
       1130-ARMAZENAR-ITEM.
           IF WS-NUM-PEDIDO-IT IS NUMERIC
           AND WS-CODPROD-IT IS NUMERIC
           AND WS-QTD-IT IS NUMERIC
           AND WS-PRECO-UNIT-IT IS NUMERIC
              ADD 1                        TO WS-CTITEM
              MOVE WS-NUM-PEDIDO-IT        TO WS-DVA-NUM-PEDIDO
              MOVE WS-CODPROD-IT           TO WS-DVA-CODPROD
              PERFORM 2150-PROCURAR-ITEM
              IF WS-IDX-ITEM-ACHADO > ZERO
                 ADD WS-QTD-IT             TO
                     WS-TIT-QTD-EXPED (WS-IDX-ITEM-ACHADO)
              ELSE
                 IF WS-QTD-ITENS < 5000
                    ADD 1                  TO WS-QTD-ITENS
                    MOVE WS-NUM-PEDIDO-IT  TO
                         WS-TIT-PEDIDO (WS-QTD-ITENS)
                    MOVE WS-CODPROD-IT     TO
                         WS-TIT-CODPROD (WS-QTD-ITENS)
                    MOVE WS-CODCLI-PEDIDO  TO
                         WS-TIT-CODCLI (WS-QTD-ITENS)
                    MOVE WS-CODVEND-PEDIDO TO
                         WS-TIT-CODVEND (WS-QTD-ITENS)
                    MOVE WS-QTD-IT         TO
                         WS-TIT-QTD-EXPED (WS-QTD-ITENS)
                    MOVE ZEROS             TO
                         WS-TIT-QTD-DEVOL (WS-QTD-ITENS)
                    MOVE WS-PRECO-UNIT-IT  TO
                         WS-TIT-PRECO (WS-QTD-ITENS)
                 ELSE
                    MOVE "TABELA DE ITENS EXPEDIDOS ESTOURADA"
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-CONFERIR-DEVOLUCOES - CADA AUTORIZACAO E CONFERIDA E    *
      *    LIBERADA PARA O RELATORIO; AS ACEITAS GERAM A ENTRADA EM     *
      *    ESTOQUE E SOMAM NOS TOTAIS POR PRODUTO E CLIENTE             *
      *----------------------------------------------------------------*
       2000-CONFERIR-DEVOLUCOES.
           OPEN INPUT DEVAUT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA DEVAUT"  TO WS-MSG
              MOVE FS-DEVAUT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2010-LER-DEVAUT
           PERFORM 2100-TRATAR-DEVOLUCAO UNTIL FIM-ARQ-A
           CLOSE DEVAUT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO DEVAUT" TO WS-MSG
              MOVE FS-DEVAUT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2010-LER-DEVAUT.
           READ DEVAUT INTO WS-REG-DEVAUT
           IF SUCESSO-A
              ADD 1                        TO WS-CTDEVAUT
           ELSE
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA DEVAUT" TO WS-MSG
                 MOVE FS-DEVAUT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-DEVOLUCAO.
           MOVE SPACES                     TO WS-REG-DEV
           MOVE WS-DVA-MOTIVO              TO WS-DEV-MOTIVO
           MOVE WS-DVA-NUM-PEDIDO          TO WS-DEV-PEDIDO
           MOVE WS-DVA-CODPROD             TO WS-DEV-CODPROD
           MOVE WS-DVA-QTD                 TO WS-DEV-QTD
           MOVE ZEROS                      TO WS-DEV-VALOR
           MOVE ZEROS                      TO WS-IDX-ITEM-ACHADO
           SET DEV-RECUSADA                TO TRUE
           IF WS-DVA-NUM-PEDIDO IS NOT NUMERIC
           OR WS-DVA-CODPROD IS NOT NUMERIC
           OR WS-DVA-QTD IS NOT NUMERIC
              MOVE ZEROS                   TO WS-DEV-PEDIDO
                                              WS-DEV-CODPROD
                                              WS-DEV-QTD
              MOVE "CARTAO INVALIDO"       TO WS-DEV-OCORRENCIA
           ELSE
              IF WS-DVA-QTD = ZERO
              OR WS-DVA-MOTIVO = SPACES
                 MOVE "CARTAO INCOMPLETO"  TO WS-DEV-OCORRENCIA
              ELSE
                 PERFORM 2150-PROCURAR-ITEM
                 IF WS-IDX-ITEM-ACHADO = ZERO
                    MOVE "ITEM NAO EXPEDIDO" TO WS-DEV-OCORRENCIA
                 ELSE
                    PERFORM 2200-CONFERIR-QUANTIDADE
                 END-IF
              END-IF
           END-IF
           IF DEV-RECUSADA
              ADD 1                        TO WS-CTRECUSADA
           END-IF
           RELEASE REG-CLASS-DEV           FROM WS-REG-DEV
           PERFORM 2010-LER-DEVAUT
           .
       2150-PROCURAR-ITEM.
           MOVE ZEROS                      TO WS-IDX-ITEM-ACHADO
           PERFORM 2160-COMPARAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
               OR    WS-IDX-ITEM-ACHADO > ZERO
           .
       2160-COMPARAR-ITEM.
           IF WS-TIT-PEDIDO (WS-IDX-ITEM) = WS-DVA-NUM-PEDIDO
           AND WS-TIT-CODPROD (WS-IDX-ITEM) = WS-DVA-CODPROD
              MOVE WS-IDX-ITEM             TO WS-IDX-ITEM-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-CONFERIR-QUANTIDADE - O SALDO DEVOLVIVEL E O EXPEDIDO   *
      *    MENOS O QUE AS AUTORIZACOES ANTERIORES JA DEVOLVERAM         *
      *----------------------------------------------------------------*
       2200-CONFERIR-QUANTIDADE.
           MOVE WS-TIT-CODCLI (WS-IDX-ITEM-ACHADO) TO WS-DEV-CODCLI
           COMPUTE WS-QTD-DISPONIVEL =
                   WS-TIT-QTD-EXPED (WS-IDX-ITEM-ACHADO)
                 - WS-TIT-QTD-DEVOL (WS-IDX-ITEM-ACHADO)
           IF WS-DVA-QTD > WS-QTD-DISPONIVEL
              MOVE "QUANTIDADE ACIMA DA EXPEDIDA" TO WS-DEV-OCORRENCIA
           ELSE
              IF WS-TIT-CODCLI (WS-IDX-ITEM-ACHADO) = SPACES
                 MOVE "PEDIDO SEM CLIENTE" TO WS-DEV-OCORRENCIA
              ELSE
                 SET DEV-ACEITA            TO TRUE
                 ADD 1                     TO WS-CTACEITA
                 ADD WS-DVA-QTD            TO
                     WS-TIT-QTD-DEVOL (WS-IDX-ITEM-ACHADO)
                 COMPUTE WS-DEV-VALOR ROUNDED =
                         WS-DVA-QTD * WS-TIT-PRECO (WS-IDX-ITEM-ACHADO)
                 MOVE "DEVOLUCAO ACEITA"   TO WS-DEV-OCORRENCIA
                 PERFORM 2300-GERAR-ENTRADA
                 PERFORM 2350-GRAVAR-DEVCOM
                 PERFORM 2400-SOMAR-PRODUTO
                 PERFORM 2500-SOMAR-CLIENTE
              END-IF
           END-IF
           .
       2300-GERAR-ENTRADA.
           ADD 1                           TO WS-NUMMOVTO-DEV
           MOVE WS-NUMMOVTO-DEV            TO WS-NUMMOVTO-D
           MOVE WS-DATA-SYS                TO WS-DATAMOVTO-D
           MOVE WS-DVA-CODPROD             TO WS-CODPRODMOVTO-D
           MOVE WS-DVA-QTD                 TO WS-QTDMOVTO-D
           WRITE REG-MOVDEV                FROM WS-REG-MOVDEV-D
           IF NOT SUCESSO-X
              MOVE "ERRO GRAVACAO MOVDEV"  TO WS-MSG
              MOVE FS-MOVDEV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTMOVDEV
           .
       2350-GRAVAR-DEVCOM.
           MOVE WS-TIT-CODVEND (WS-IDX-ITEM-ACHADO) TO WS-DCO-CODVEND
           MOVE WS-DVA-NUM-PEDIDO          TO WS-DCO-NUM-PEDIDO
           MOVE WS-DVA-CODPROD             TO WS-DCO-CODPROD
           MOVE WS-DVA-QTD                 TO WS-DCO-QTD
           MOVE WS-DEV-VALOR               TO WS-DCO-VALOR
           MOVE WS-DVA-MOTIVO              TO WS-DCO-MOTIVO
           MOVE WS-DATA-SYS                TO WS-DCO-DATA
           WRITE REG-DEVCOM                FROM WS-REG-DEVCOM
           IF NOT SUCESSO-DC
              MOVE "ERRO GRAVACAO DEVCOM"  TO WS-MSG
              MOVE FS-DEVCOM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2400-SOMAR-PRODUTO.
           MOVE WS-DVA-CODPROD             TO WS-CODPROD-X
           MOVE ZEROS                      TO WS-IDX-TOT-ACHADO
           PERFORM 2410-PROCURAR-PRODUTO
               VARYING WS-IDX-TOTAL FROM 1 BY 1
               UNTIL WS-IDX-TOTAL > WS-QTD-PRODUTOS
               OR    WS-IDX-TOT-ACHADO > ZERO
           IF WS-IDX-TOT-ACHADO = ZERO
              IF WS-QTD-PRODUTOS < 2000
                 ADD 1                     TO WS-QTD-PRODUTOS
                 MOVE WS-QTD-PRODUTOS      TO WS-IDX-TOT-ACHADO
                 MOVE WS-CODPROD-X         TO
                      WS-TPR-CHAVE (WS-IDX-TOT-ACHADO)
                 MOVE ZEROS                TO
                      WS-TPR-QTD-DEV (WS-IDX-TOT-ACHADO)
                      WS-TPR-QTD (WS-IDX-TOT-ACHADO)
                      WS-TPR-VALOR (WS-IDX-TOT-ACHADO)
              ELSE
                 MOVE "TABELA DE PRODUTOS ESTOURADA" TO WS-MSG
                 MOVE SPACES                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           ADD 1                           TO
               WS-TPR-QTD-DEV (WS-IDX-TOT-ACHADO)
           ADD WS-DVA-QTD                  TO
               WS-TPR-QTD (WS-IDX-TOT-ACHADO)
           ADD WS-DEV-VALOR                TO
               WS-TPR-VALOR (WS-IDX-TOT-ACHADO)
           .
       2410-PROCURAR-PRODUTO.
           IF WS-TPR-CHAVE (WS-IDX-TOTAL) = WS-CODPROD-X
              MOVE WS-IDX-TOTAL            TO WS-IDX-TOT-ACHADO
           END-IF
           .
       2500-SOMAR-CLIENTE.
           MOVE ZEROS                      TO WS-IDX-TOT-ACHADO
           PERFORM 2510-PROCURAR-CLIENTE
               VARYING WS-IDX-TOTAL FROM 1 BY 1
               UNTIL WS-IDX-TOTAL > WS-QTD-CLIENTES
               OR    WS-IDX-TOT-ACHADO > ZERO
           IF WS-IDX-TOT-ACHADO = ZERO
              IF WS-QTD-CLIENTES < 2000
                 ADD 1                     TO WS-QTD-CLIENTES
                 MOVE WS-QTD-CLIENTES      TO WS-IDX-TOT-ACHADO
                 MOVE WS-DEV-CODCLI        TO
                      WS-TCL-CHAVE (WS-IDX-TOT-ACHADO)
                 MOVE ZEROS                TO
                      WS-TCL-QTD-DEV (WS-IDX-TOT-ACHADO)
                      WS-TCL-QTD (WS-IDX-TOT-ACHADO)
                      WS-TCL-VALOR (WS-IDX-TOT-ACHADO)
              ELSE
                 MOVE "TABELA DE CLIENTES ESTOURADA" TO WS-MSG
                 MOVE SPACES                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           ADD 1                           TO
               WS-TCL-QTD-DEV (WS-IDX-TOT-ACHADO)
           ADD WS-DVA-QTD                  TO
               WS-TCL-QTD (WS-IDX-TOT-ACHADO)
           ADD WS-DEV-VALOR                TO
               WS-TCL-VALOR (WS-IDX-TOT-ACHADO)
           .
       2510-PROCURAR-CLIENTE.
           IF WS-TCL-CHAVE (WS-IDX-TOTAL) = WS-DEV-CODCLI
              MOVE WS-IDX-TOTAL            TO WS-IDX-TOT-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-RELATAR-MOTIVOS - ACEITAS COM QUEBRA E TOTAL POR        *
      *    MOTIVO; EM SEGUIDA AS RECUSADAS COM A OCORRENCIA             *
      *----------------------------------------------------------------*
       3000-RELATAR-MOTIVOS.
           SET NAO-FIM-CLASS-DEV           TO TRUE
           PERFORM 3100-RETORNAR-DEV
           PERFORM 3200-TRATAR-MOTIVO
               UNTIL FIM-CLASS-DEV
               OR    NOT DEV-ACEITA
           MOVE "TOTAL GERAL DAS DEVOLUCOES ACEITAS" TO LT-DEV-TEXTO
           MOVE WS-QTD-GERAL               TO LT-DEV-QTD
           MOVE WS-VALOR-GERAL             TO LT-DEV-VALOR
           WRITE REG-RELDEVOL              FROM WS-LINTOT-DEV
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           WRITE REG-RELDEVOL              FROM WS-CABEC-REC
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV2
           WRITE REG-RELDEVOL              FROM WS-CABEC-DEV3
           PERFORM 3300-RELATAR-RECUSADA UNTIL FIM-CLASS-DEV
           .
       3100-RETORNAR-DEV.
           RETURN CLASS-DEV                INTO WS-REG-DEV
               AT END
                  SET FIM-CLASS-DEV        TO TRUE
           END-RETURN
           .
       3200-TRATAR-MOTIVO.
           MOVE WS-DEV-MOTIVO              TO WS-MOTIVO-CUR
           MOVE ZEROS                      TO WS-QTD-MOTIVO
                                              WS-VALOR-MOTIVO
           PERFORM 3250-RELATAR-ACEITA
               UNTIL FIM-CLASS-DEV
               OR    NOT DEV-ACEITA
               OR    WS-DEV-MOTIVO NOT = WS-MOTIVO-CUR
           MOVE SPACES                     TO LT-DEV-TEXTO
           STRING "TOTAL DO MOTIVO " WS-MOTIVO-CUR
               DELIMITED BY SIZE         INTO LT-DEV-TEXTO
           MOVE WS-QTD-MOTIVO              TO LT-DEV-QTD
           MOVE WS-VALOR-MOTIVO            TO LT-DEV-VALOR
           WRITE REG-RELDEVOL              FROM WS-LINTOT-DEV
           ADD WS-QTD-MOTIVO               TO WS-QTD-GERAL
           ADD WS-VALOR-MOTIVO             TO WS-VALOR-GERAL
           .
       3250-RELATAR-ACEITA.
           PERFORM 3400-MONTAR-LINHA
           ADD WS-DEV-QTD                  TO WS-QTD-MOTIVO
           ADD WS-DEV-VALOR                TO WS-VALOR-MOTIVO
           PERFORM 3100-RETORNAR-DEV
           .
       3300-RELATAR-RECUSADA.
           PERFORM 3400-MONTAR-LINHA
           PERFORM 3100-RETORNAR-DEV
           .
       3400-MONTAR-LINHA.
           MOVE WS-DEV-MOTIVO              TO LD-DEV-MOTIVO
           MOVE WS-DEV-PEDIDO              TO LD-DEV-PEDIDO
           MOVE WS-DEV-CODPROD             TO LD-DEV-PRODUTO
           MOVE WS-DEV-CODCLI              TO LD-DEV-CLIENTE
           MOVE WS-DEV-QTD                 TO LD-DEV-QTD
           MOVE WS-DEV-VALOR               TO LD-DEV-VALOR
           MOVE WS-DEV-OCORRENCIA          TO LD-DEV-OCORRENCIA
           WRITE REG-RELDEVOL              FROM WS-LINDET-DEV
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELDEVOL" TO WS-MSG
              MOVE FS-RELDEVOL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3500/3600 - LIBERAM OS TOTAIS POR PRODUTO E POR CLIENTE      *
      *    PARA A CLASSIFICACAO (VALOR DECRESCENTE NO RELATORIO,        *
      *    CODIGO CRESCENTE NO CREDDEV, COMO O EX004P11 EXIGE)          *
      *----------------------------------------------------------------*
       3500-LIBERAR-PRODUTOS.
           PERFORM 3510-LIBERAR-PRODUTO
               VARYING WS-IDX-TOTAL FROM 1 BY 1
               UNTIL WS-IDX-TOTAL > WS-QTD-PRODUTOS
           .
       3510-LIBERAR-PRODUTO.
           RELEASE REG-CLASS-RNK           FROM
                   WS-TPR-ENT (WS-IDX-TOTAL)
           .
       3600-LIBERAR-CLIENTES.
           PERFORM 3610-LIBERAR-CLIENTE
               VARYING WS-IDX-TOTAL FROM 1 BY 1
               UNTIL WS-IDX-TOTAL > WS-QTD-CLIENTES
           .
       3610-LIBERAR-CLIENTE.
           RELEASE REG-CLASS-RNK           FROM
                   WS-TCL-ENT (WS-IDX-TOTAL)
           .
       3700-RELATAR-CLASSIFICACAO.
           SET NAO-FIM-CLASS-RNK           TO TRUE
           PERFORM 3710-RETORNAR-RNK
           PERFORM 3720-RELATAR-RNK UNTIL FIM-CLASS-RNK
           .
       3710-RETORNAR-RNK.
           RETURN CLASS-RNK                INTO WS-REG-RNK
               AT END
                  SET FIM-CLASS-RNK        TO TRUE
           END-RETURN
           .
       3720-RELATAR-RNK.
           MOVE WS-RNK-CHAVE               TO LR-RNK-CHAVE
           MOVE WS-RNK-QTD-DEV             TO LR-RNK-QTD-DEV
           MOVE WS-RNK-QTD                 TO LR-RNK-QTD
           MOVE WS-RNK-VALOR               TO LR-RNK-VALOR
           WRITE REG-RELDEVOL              FROM WS-LINDET-RNK
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELDEVOL" TO WS-MSG
              MOVE FS-RELDEVOL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3710-RETORNAR-RNK
           .
      *----------------------------------------------------------------*
      *    3800-GERAR-CREDITOS - UM CREDITO "C" POR CLIENTE, EM ORDEM   *
      *    DE CODIGO (O EX004P11 RECUSA MOVIMENTO DUPLICADO)            *
      *----------------------------------------------------------------*
       3800-GERAR-CREDITOS.
           SET NAO-FIM-CLASS-RNK           TO TRUE
           PERFORM 3710-RETORNAR-RNK
           PERFORM 3810-GRAVAR-CREDITO UNTIL FIM-CLASS-RNK
           .
       3810-GRAVAR-CREDITO.
           IF WS-RNK-VALOR > 99999999,99
              MOVE "CREDITO ACIMA DA CAPACIDADE DO CLIMOV" TO WS-MSG
              MOVE SPACES                                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-RNK-CHAVE               TO WS-GER-CODCLI
           MOVE WS-RNK-VALOR               TO WS-GER-TOTALDIVIDA
           WRITE REG-CREDDEV               FROM WS-REG-CREDDEV-D
           IF NOT SUCESSO-C
              MOVE "ERRO GRAVACAO CREDDEV" TO WS-MSG
              MOVE FS-CREDDEV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTCREDITO
           PERFORM 3710-RETORNAR-RNK
           .
       3900-TERMINO.
           MOVE WS-CTMOVDEV                TO WS-QTDREG-MOVDEV
           WRITE REG-MOVDEV                FROM WS-REG-MOVDEV-T
           IF NOT SUCESSO-X
              MOVE "ERRO GRAVACAO TRAILER MOVDEV" TO WS-MSG
              MOVE FS-MOVDEV                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTCREDITO               TO WS-QTDREG-CRED
           WRITE REG-CREDDEV               FROM WS-REG-CREDDEV-T
           IF NOT SUCESSO-C
              MOVE "ERRO GRAVACAO TRAILER CREDDEV" TO WS-MSG
              MOVE FS-CREDDEV                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTDEVAUT                TO WS-CTDEVAUT-F
           MOVE WS-CTACEITA                TO WS-CTACEITA-F
           MOVE WS-CTRECUSADA              TO WS-CTRECUSADA-F
           MOVE WS-CTMOVDEV                TO WS-CTMOVDEV-F
           MOVE WS-CTCREDITO               TO WS-CTCREDITO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " ITENS EXPEDIDOS CARREGADOS...........: "
                                           WS-CTITEM-F
           DISPLAY " AUTORIZACOES DE DEVOLUCAO LIDAS......: "
                                           WS-CTDEVAUT-F
           DISPLAY " DEVOLUCOES ACEITAS...................: "
                                           WS-CTACEITA-F
           DISPLAY " DEVOLUCOES RECUSADAS.................: "
                                           WS-CTRECUSADA-F
           DISPLAY " ENTRADAS GERADAS EM MOVDEV...........: "
                                           WS-CTMOVDEV-F
           DISPLAY " CREDITOS GERADOS EM CREDDEV..........: "
                                           WS-CTCREDITO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE MOVDEV
           IF NOT SUCESSO-X
              MOVE "ERRO FECHAMENTO MOVDEV" TO WS-MSG
              MOVE FS-MOVDEV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CREDDEV
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO CREDDEV" TO WS-MSG
              MOVE FS-CREDDEV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE DEVCOM
           IF NOT SUCESSO-DC
              MOVE "ERRO FECHAMENTO DEVCOM" TO WS-MSG
              MOVE FS-DEVCOM                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELDEVOL
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELDEVOL" TO WS-MSG
              MOVE FS-RELDEVOL                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
