      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P97.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    PICKING DOS PEDIDOS ALOCADOS. LE O EXTTALOC DO EX004P44 E,   *
      *    PARA CADA ITEM, ESCOLHE O DEPOSITO DE SEPARACAO PELO SALDO   *
      *    POR LOCAL DO SALDONOV (EX004P28): O LOCAL COM MAIOR SALDO    *
      *    QUE ATENDE O ITEM INTEIRO, BAIXADO EM MEMORIA A CADA         *
      *    ESCOLHA; SEM LOCAL QUE ATENDA, VALE O LOCALPROD-V DO         *
      *    VCADPRD E, EM BRANCO, O DEPOSITO GERAL. EMITE A LISTA DE     *
      *    SEPARACAO POR ONDA (RELPICK, CLASSIFICADA POR DEPOSITO E     *
      *    PRODUTO, COM A QUANTIDADE SOMADA DOS PEDIDOS) E UM ROMANEIO  *
      *    DE EMBALAGEM POR PEDIDO (RELEMBAL). GRAVA O EXTTPICK, COPIA  *
      *    DO EXTTALOC COM O DEPOSITO EM LOCAL-SEP-IT, QUE O EX004P61   *
      *    LE PARA GERAR AS SAIDAS JA COM O LOCAL DE ORIGEM.            *
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
           SELECT OPTIONAL SALDONOV ASSIGN TO SALDONOV
           FILE STATUS IS FS-SALDONOV
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT EXTTPICK ASSIGN          TO UT-S-EXTTPICK
           FILE STATUS IS FS-EXTTPICK
           .
           SELECT RELPICK ASSIGN           TO UT-S-RELPICK
           FILE STATUS IS FS-RELPICK
           .
           SELECT RELEMBAL ASSIGN          TO UT-S-RELEMBAL
           FILE STATUS IS FS-RELEMBAL
           .
           SELECT CLASS-PICK ASSIGN        TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    EXTTALOC - PEDIDOS INTEGRALMENTE ALOCADOS (H/D/I/T)
       FD  EXTTALOC
           RECORDING MODE IS F
           .
       01  REG-EXTTALOC                    PIC X(45).

      *    SALDONOV - SALDO POR LOCAL/PRODUTO (EX004P28)
       FD  SALDONOV
           RECORDING MODE IS F
           .
       01  REG-SALDONOV                    PIC X(16).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    EXTTPICK - EXTTALOC COM O DEPOSITO DE SEPARACAO NOS ITENS
       FD  EXTTPICK
           RECORDING MODE IS F
           .
       01  REG-EXTTPICK                    PIC X(45).

      *    RELPICK - LISTA DE SEPARACAO POR ONDA
       FD  RELPICK
           RECORDING MODE IS F
           .
       01  REG-RELPICK                     PIC X(80).

      *    RELEMBAL - ROMANEIO DE EMBALAGEM POR PEDIDO
       FD  RELEMBAL
           RECORDING MODE IS F
           .
       01  REG-RELEMBAL                    PIC X(80).

      *    CLASS-PICK - ITENS SEPARADOS POR DEPOSITO+PRODUTO+PEDIDO
       SD  CLASS-PICK
           .
       01  REG-CLASS-PICK.
           05 PCK-LOCAL-CLASS              PIC X(05).
           05 PCK-CODPROD-CLASS            PIC 9(04).
           05 PCK-PEDIDO-CLASS             PIC 9(08).
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ==WS-==.
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
      *----------------------------------------------------------------*
      *    ITEM SEPARADO (REGISTRO DE CLASSIFICACAO)
      *----------------------------------------------------------------*
       01  WS-REG-PCK.
           05 WS-PCK-LOCAL                 PIC X(05).
           05 WS-PCK-CODPROD               PIC 9(04).
           05 WS-PCK-PEDIDO                PIC 9(08).
           05 WS-PCK-QTD                   PIC 9(06).
           05 WS-PCK-DESCRICAO             PIC X(20).
      *----------------------------------------------------------------*
      *    SALDO POR LOCAL EM TABELA (LOCAL + PRODUTO + SALDO)
      *----------------------------------------------------------------*
       01  WS-REG-SALDONOV.
           05 WS-NOV-LOCAL                 PIC X(05).
           05 WS-NOV-CODPROD               PIC 9(04).
           05 WS-NOV-SALDO                 PIC S9(07).
       01  WS-TAB-SALDO.
           05 WS-TSL-ENT OCCURS 5000 TIMES.
              10 WS-TSL-LOCAL              PIC X(05).
              10 WS-TSL-CODPROD            PIC 9(04).
              10 WS-TSL-SALDO              PIC S9(07).
       77  WS-QTD-SALDO                    PIC 9(04) COMP.
       77  WS-IDX-SALDO                    PIC 9(04) COMP.
       77  WS-IDX-ESCOLHIDO                PIC 9(04) COMP.
       77  WS-LOCAL-GERAL                  PIC X(05) VALUE "GERAL".
      *----------------------------------------------------------------*
      *    PEDIDO CORRENTE (ROMANEIO) E QUEBRAS DA ONDA
      *----------------------------------------------------------------*
       01  WS-SW-PEDIDO-ABERTO             PIC X(01).
           88 PEDIDO-ABERTO                        VALUE "S".
           88 PEDIDO-FECHADO                       VALUE "N".
       01  WS-SW-TRAILER-ALC               PIC X(01).
           88 TRAILER-ALC-VISTO                    VALUE "S".
           88 TRAILER-ALC-NAO-VISTO                VALUE "N".
       01  WS-SW-FIM-CLASS                 PIC X(01).
           88 FIM-CLASS-PICK                       VALUE "S".
           88 NAO-FIM-CLASS-PICK                   VALUE "N".
       77  WS-ITENS-PEDIDO                 PIC 9(03).
       77  WS-QTD-PEDIDO                   PIC 9(07).
       77  WS-LOCAL-CUR                    PIC X(05).
       77  WS-CODPROD-CUR                  PIC 9(04).
       77  WS-DESCRICAO-CUR                PIC X(20).
       77  WS-QTD-PROD-ONDA                PIC 9(07).
       77  WS-PEDIDOS-PROD-ONDA            PIC 9(04).
       77  WS-QTD-LOCAL-ONDA               PIC 9(07).
      *----------------------------------------------------------------*
      *    LINHAS DA LISTA DE SEPARACAO POR ONDA
      *----------------------------------------------------------------*
       01  WS-CABEC-PCK1                   PIC X(80)
                                                   VALUE
              "       LISTA DE SEPARACAO POR ONDA - DEPOSITO E PRODUTO".
       01  WS-CABEC-PCK2                   PIC X(80)
                                                   VALUE
           "DEPOSITO  PRODUTO  DESCRICAO           QUANTIDADE PEDIDOS".
       01  WS-CABEC-PCK3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-PCK.
           05 LD-PCK-LOCAL                 PIC X(05).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-PCK-CODPROD               PIC 9(04).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-PCK-DESCRICAO             PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-PCK-QTD                   PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PCK-PEDIDOS               PIC ZZZ9.
           05 FILLER                       PIC X(23) VALUE SPACES.
       01  WS-LINSUB-PCK.
           05 FILLER                       PIC X(18)
                                                   VALUE
              "TOTAL DO DEPOSITO ".
           05 LS-PCK-LOCAL                 PIC X(05).
           05 FILLER                       PIC X(17) VALUE SPACES.
           05 LS-PCK-QTD                   PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(31) VALUE SPACES.
      *----------------------------------------------------------------*
      *    LINHAS DO ROMANEIO DE EMBALAGEM
      *----------------------------------------------------------------*
       01  WS-CABEC-EMB1.
           05 FILLER                       PIC X(31)
                                                   VALUE
              "ROMANEIO DE EMBALAGEM - PEDIDO ".
           05 CE-EMB-PEDIDO                PIC 9(08).
           05 FILLER                       PIC X(10)
                                                   VALUE "  CLIENTE ".
           05 CE-EMB-CLIENTE               PIC 9(06).
           05 FILLER                       PIC X(07) VALUE "  DATA ".
           05 CE-EMB-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CE-EMB-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CE-EMB-ANO                   PIC 9(04).
           05 FILLER                       PIC X(08) VALUE SPACES.
       01  WS-CABEC-EMB2                   PIC X(80)
                                                   VALUE
              "PRODUTO  DESCRICAO           QUANTIDADE    DEPOSITO".
       01  WS-CABEC-EMB3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-CABEC-EMB4                   PIC X(80)
                                                   VALUE ALL "=".
       01  WS-LINDET-EMB.
           05 LD-EMB-CODPROD               PIC 9(04).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-EMB-DESCRICAO             PIC X(20).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-EMB-QTD                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-EMB-LOCAL                 PIC X(05).
           05 FILLER                       PIC X(32) VALUE SPACES.
       01  WS-RODAPE-EMB.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "ITENS NO PEDIDO....: ".
           05 RD-EMB-ITENS                 PIC ZZ9.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "   QUANTIDADE TOTAL: ".
           05 RD-EMB-QTD                   PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(26) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTALOC                     PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-SALDONOV                     PIC X(02).
           88 SUCESSO-S                    VALUE "00" "05".
           88 FIM-ARQ-S                    VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-EXTTPICK                     PIC X(02).
           88 SUCESSO-K                    VALUE "00".
       01  FS-RELPICK                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  FS-RELEMBAL                     PIC X(02).
           88 SUCESSO-B                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTDETALHE                    PIC 9(07).
       77  WS-CTITEM                       PIC 9(07).
       77  WS-CTORFAO                      PIC 9(07).
       77  WS-CTLOCSALDO                   PIC 9(07).
       77  WS-CTLOCCADASTRO                PIC 9(07).
       77  WS-CTLOCGERAL                   PIC 9(07).
       77  WS-CTSEMCAD                     PIC 9(07).
       77  WS-CTLINONDA                    PIC 9(07).
       77  WS-CTDEPOSITO                   PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTDETALHE-F                  PIC ZZZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZZZ9.
       77  WS-CTORFAO-F                    PIC ZZZZZZ9.
       77  WS-CTLOCSALDO-F                 PIC ZZZZZZ9.
       77  WS-CTLOCCADASTRO-F              PIC ZZZZZZ9.
       77  WS-CTLOCGERAL-F                 PIC ZZZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZZZ9.
       77  WS-CTLINONDA-F                  PIC ZZZZZZ9.
       77  WS-CTDEPOSITO-F                 PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P97.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-PICK
               ON ASCENDING KEY PCK-LOCAL-CLASS
                                PCK-CODPROD-CLASS
                                PCK-PEDIDO-CLASS
               INPUT PROCEDURE IS 2000-SEPARAR-PEDIDOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-ONDA
           PERFORM 3900-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTDETALHE
                                              WS-CTITEM
                                              WS-CTORFAO
                                              WS-CTLOCSALDO
                                              WS-CTLOCCADASTRO
                                              WS-CTLOCGERAL
                                              WS-CTSEMCAD
                                              WS-CTLINONDA
                                              WS-CTDEPOSITO
                                              WS-QTD-SALDO
           SET TRAILER-ALC-NAO-VISTO       TO TRUE
           SET PEDIDO-FECHADO              TO TRUE
           PERFORM 1200-CARREGAR-SALDOS
           OPEN INPUT EXTTALOC
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTALOC" TO WS-MSG
              MOVE FS-EXTTALOC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT EXTTPICK
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA EXTTPICK" TO WS-MSG
              MOVE FS-EXTTPICK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPICK
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPICK" TO WS-MSG
              MOVE FS-RELPICK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELEMBAL
           IF NOT SUCESSO-B
              MOVE "ERRO ABERTURA RELEMBAL" TO WS-MSG
              MOVE FS-RELEMBAL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPICK               FROM WS-CABEC-PCK1
           WRITE REG-RELPICK               FROM WS-CABEC-PCK2
           WRITE REG-RELPICK               FROM WS-CABEC-PCK3
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-SALDOS - SALDONOV INTEIRO EM TABELA; SEM O     *
      *    ARQUIVO TODO ITEM CAI NO LOCALPROD-V DO CADASTRO             *
      *----------------------------------------------------------------*
       1200-CARREGAR-SALDOS.
           OPEN INPUT SALDONOV
           IF NOT SUCESSO-S
              MOVE "ERRO ABERTURA SALDONOV" TO WS-MSG
              MOVE FS-SALDONOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-SALDONOV
           PERFORM 1220-ARMAZENAR-SALDO UNTIL FIM-ARQ-S
           CLOSE SALDONOV
           .
       1210-LER-SALDONOV.
           READ SALDONOV INTO WS-REG-SALDONOV
           IF NOT SUCESSO-S
              IF NOT FIM-ARQ-S
                 MOVE "ERRO LEITURA SALDONOV" TO WS-MSG
                 MOVE FS-SALDONOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-SALDO.
           IF WS-NOV-SALDO > ZERO
              IF WS-QTD-SALDO < 5000
                 ADD 1                     TO WS-QTD-SALDO
                 MOVE WS-NOV-LOCAL         TO
                      WS-TSL-LOCAL (WS-QTD-SALDO)
                 MOVE WS-NOV-CODPROD       TO
                      WS-TSL-CODPROD (WS-QTD-SALDO)
                 MOVE WS-NOV-SALDO         TO
                      WS-TSL-SALDO (WS-QTD-SALDO)
              ELSE
                 MOVE "TABELA DE SALDOS ESTOURADA" TO WS-MSG
                 MOVE SPACES                       TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 1210-LER-SALDONOV
           .
      *----------------------------------------------------------------*
      *    2000-SEPARAR-PEDIDOS - COPIA O EXTTALOC PARA O EXTTPICK,     *
      *    ESCOLHENDO O DEPOSITO DE CADA ITEM, EMITINDO O ROMANEIO DO   *
      *    PEDIDO E LIBERANDO O ITEM PARA A LISTA POR ONDA              *
      *----------------------------------------------------------------*
       2000-SEPARAR-PEDIDOS.
           PERFORM 2050-LER-EXTTALOC
           IF WS-TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTALOC SEM HEADER"   TO WS-MSG
              MOVE FS-EXTTALOC             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2900-GRAVA-EXTTPICK
           PERFORM 2100-TRATAR-EXTTALOC UNTIL TRAILER-ALC-VISTO
           .
       2050-LER-EXTTALOC.
           READ EXTTALOC                   INTO WS-REG-EXTTORD
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
           MOVE WS-REG-EXTTORD             TO WS-REG-EXTTITN
           .
       2100-TRATAR-EXTTALOC.
           PERFORM 2050-LER-EXTTALOC
           EVALUATE WS-TIPO-REG-EXTTORD
              WHEN "T"
                 SET TRAILER-ALC-VISTO     TO TRUE
                 IF WS-CTDETALHE NOT = WS-QTDREG-EXTTORD
                    MOVE "EXTTALOC TRAILER DIVERGENTE" TO WS-MSG
                    MOVE FS-EXTTALOC                   TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
                 PERFORM 2600-FECHAR-ROMANEIO
                 PERFORM 2900-GRAVA-EXTTPICK
              WHEN "I"
                 IF PEDIDO-ABERTO
                    ADD 1                  TO WS-CTITEM
                    PERFORM 2300-ESCOLHER-LOCAL
                    MOVE WS-REG-EXTTITN    TO WS-REG-EXTTORD
                    PERFORM 2900-GRAVA-EXTTPICK
                    PERFORM 2400-LIBERAR-ITEM
                    PERFORM 2550-GRAVA-ITEM-ROMANEIO
                 ELSE
                    ADD 1                  TO WS-CTORFAO
                    PERFORM 2900-GRAVA-EXTTPICK
                 END-IF
              WHEN OTHER
                 ADD 1                     TO WS-CTDETALHE
                 PERFORM 2600-FECHAR-ROMANEIO
                 PERFORM 2500-ABRIR-ROMANEIO
                 PERFORM 2900-GRAVA-EXTTPICK
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2300-ESCOLHER-LOCAL - LOCAL DO SALDONOV COM MAIOR SALDO QUE  *
      *    ATENDE O ITEM INTEIRO; SENAO O LOCALPROD-V; SENAO O GERAL    *
      *----------------------------------------------------------------*
       2300-ESCOLHER-LOCAL.
           MOVE WS-CODPROD-IT              TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 ADD 1                     TO WS-CTSEMCAD
                 MOVE "*** SEM CADASTRO ***" TO DESCPROD-V
                 MOVE SPACES               TO LOCALPROD-V
           END-READ
           MOVE ZEROS                      TO WS-IDX-ESCOLHIDO
           PERFORM 2310-AVALIAR-SALDO
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO > WS-QTD-SALDO
           EVALUATE TRUE
              WHEN WS-IDX-ESCOLHIDO > ZERO
                 ADD 1                     TO WS-CTLOCSALDO
                 MOVE WS-TSL-LOCAL (WS-IDX-ESCOLHIDO)
                                           TO WS-LOCAL-SEP-IT
                 SUBTRACT WS-QTD-IT FROM
                          WS-TSL-SALDO (WS-IDX-ESCOLHIDO)
              WHEN LOCALPROD-V NOT = SPACES
                 ADD 1                     TO WS-CTLOCCADASTRO
                 MOVE LOCALPROD-V          TO WS-LOCAL-SEP-IT
              WHEN OTHER
                 ADD 1                     TO WS-CTLOCGERAL
                 MOVE WS-LOCAL-GERAL       TO WS-LOCAL-SEP-IT
           END-EVALUATE
           .
       2310-AVALIAR-SALDO.
           IF WS-TSL-CODPROD (WS-IDX-SALDO) = WS-CODPROD-IT
           AND WS-TSL-SALDO (WS-IDX-SALDO) NOT < WS-QTD-IT
              IF WS-IDX-ESCOLHIDO = ZERO
                 MOVE WS-IDX-SALDO         TO WS-IDX-ESCOLHIDO
              ELSE
                 IF WS-TSL-SALDO (WS-IDX-SALDO) >
                    WS-TSL-SALDO (WS-IDX-ESCOLHIDO)
                    MOVE WS-IDX-SALDO      TO WS-IDX-ESCOLHIDO
                 END-IF
              END-IF
           END-IF
           .
       2400-LIBERAR-ITEM.
           MOVE WS-LOCAL-SEP-IT            TO WS-PCK-LOCAL
           MOVE WS-CODPROD-IT              TO WS-PCK-CODPROD
           MOVE WS-NUM-PEDIDO-IT           TO WS-PCK-PEDIDO
           MOVE WS-QTD-IT                  TO WS-PCK-QTD
           MOVE DESCPROD-V                 TO WS-PCK-DESCRICAO
           RELEASE REG-CLASS-PICK          FROM WS-REG-PCK
           .
       2500-ABRIR-ROMANEIO.
           SET PEDIDO-ABERTO               TO TRUE
           MOVE ZEROS                      TO WS-ITENS-PEDIDO
                                              WS-QTD-PEDIDO
           MOVE WS-NUM-PEDIDO              TO CE-EMB-PEDIDO
           MOVE WS-COD-CLIENTE             TO CE-EMB-CLIENTE
           MOVE WS-DIA-ORD                 TO CE-EMB-DIA
           MOVE WS-MES-ORD                 TO CE-EMB-MES
           MOVE WS-ANO-ORD                 TO CE-EMB-ANO
           WRITE REG-RELEMBAL              FROM WS-CABEC-EMB1
           WRITE REG-RELEMBAL              FROM WS-CABEC-EMB2
           WRITE REG-RELEMBAL              FROM WS-CABEC-EMB3
           IF NOT SUCESSO-B
              MOVE "ERRO GRAVACAO RELEMBAL" TO WS-MSG
              MOVE FS-RELEMBAL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2550-GRAVA-ITEM-ROMANEIO.
           ADD 1                           TO WS-ITENS-PEDIDO
           ADD WS-QTD-IT                   TO WS-QTD-PEDIDO
           MOVE WS-CODPROD-IT              TO LD-EMB-CODPROD
           MOVE DESCPROD-V                 TO LD-EMB-DESCRICAO
           MOVE WS-QTD-IT                  TO LD-EMB-QTD
           MOVE WS-LOCAL-SEP-IT            TO LD-EMB-LOCAL
           WRITE REG-RELEMBAL              FROM WS-LINDET-EMB
           IF NOT SUCESSO-B
              MOVE "ERRO GRAVACAO RELEMBAL" TO WS-MSG
              MOVE FS-RELEMBAL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2600-FECHAR-ROMANEIO.
           IF PEDIDO-ABERTO
              SET PEDIDO-FECHADO           TO TRUE
              MOVE WS-ITENS-PEDIDO         TO RD-EMB-ITENS
              MOVE WS-QTD-PEDIDO           TO RD-EMB-QTD
              WRITE REG-RELEMBAL           FROM WS-CABEC-EMB3
              WRITE REG-RELEMBAL           FROM WS-RODAPE-EMB
              WRITE REG-RELEMBAL           FROM WS-CABEC-EMB4
              IF NOT SUCESSO-B
                 MOVE "ERRO GRAVACAO RELEMBAL" TO WS-MSG
                 MOVE FS-RELEMBAL              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2900-GRAVA-EXTTPICK.
           WRITE REG-EXTTPICK              FROM WS-REG-EXTTORD
           IF NOT SUCESSO-K
              MOVE "ERRO GRAVACAO EXTTPICK" TO WS-MSG
              MOVE FS-EXTTPICK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-IMPRIMIR-ONDA - ITENS CLASSIFICADOS POR DEPOSITO E      *
      *    PRODUTO: UMA LINHA POR PRODUTO COM A QUANTIDADE SOMADA DOS   *
      *    PEDIDOS DA ONDA E TOTAL POR DEPOSITO                         *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-ONDA.
           MOVE LOW-VALUES                 TO WS-LOCAL-CUR
           MOVE ZEROS                      TO WS-PEDIDOS-PROD-ONDA
           SET NAO-FIM-CLASS-PICK          TO TRUE
           PERFORM 3050-RETORNAR-ITEM
           PERFORM 3100-ACUMULAR-ITEM UNTIL FIM-CLASS-PICK
           IF WS-PEDIDOS-PROD-ONDA > ZERO
              PERFORM 3200-IMPRIMIR-PRODUTO
              PERFORM 3300-IMPRIMIR-TOTAL-LOCAL
           END-IF
           .
       3050-RETORNAR-ITEM.
           RETURN CLASS-PICK               INTO WS-REG-PCK
               AT END
                  SET FIM-CLASS-PICK       TO TRUE
           END-RETURN
           .
       3100-ACUMULAR-ITEM.
           IF WS-PCK-LOCAL NOT = WS-LOCAL-CUR
           OR WS-PCK-CODPROD NOT = WS-CODPROD-CUR
              IF WS-PEDIDOS-PROD-ONDA > ZERO
                 PERFORM 3200-IMPRIMIR-PRODUTO
              END-IF
              IF WS-PCK-LOCAL NOT = WS-LOCAL-CUR
                 IF WS-CTDEPOSITO > ZERO
                    PERFORM 3300-IMPRIMIR-TOTAL-LOCAL
                 END-IF
                 ADD 1                     TO WS-CTDEPOSITO
                 MOVE WS-PCK-LOCAL         TO WS-LOCAL-CUR
                 MOVE ZEROS                TO WS-QTD-LOCAL-ONDA
              END-IF
              MOVE WS-PCK-CODPROD          TO WS-CODPROD-CUR
              MOVE WS-PCK-DESCRICAO        TO WS-DESCRICAO-CUR
              MOVE ZEROS                   TO WS-QTD-PROD-ONDA
                                              WS-PEDIDOS-PROD-ONDA
           END-IF
           ADD WS-PCK-QTD                  TO WS-QTD-PROD-ONDA
                                              WS-QTD-LOCAL-ONDA
           ADD 1                           TO WS-PEDIDOS-PROD-ONDA
           PERFORM 3050-RETORNAR-ITEM
           .
       3200-IMPRIMIR-PRODUTO.
           MOVE WS-LOCAL-CUR               TO LD-PCK-LOCAL
           MOVE WS-CODPROD-CUR             TO LD-PCK-CODPROD
           MOVE WS-DESCRICAO-CUR           TO LD-PCK-DESCRICAO
           MOVE WS-QTD-PROD-ONDA           TO LD-PCK-QTD
           MOVE WS-PEDIDOS-PROD-ONDA       TO LD-PCK-PEDIDOS
           WRITE REG-RELPICK               FROM WS-LINDET-PCK
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPICK" TO WS-MSG
              MOVE FS-RELPICK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLINONDA
           .
       3300-IMPRIMIR-TOTAL-LOCAL.
           MOVE WS-LOCAL-CUR               TO LS-PCK-LOCAL
           MOVE WS-QTD-LOCAL-ONDA          TO LS-PCK-QTD
           WRITE REG-RELPICK               FROM WS-LINSUB-PCK
           WRITE REG-RELPICK               FROM WS-CABEC-PCK3
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPICK" TO WS-MSG
              MOVE FS-RELPICK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3900-TERMINO.
           MOVE WS-CTDETALHE               TO WS-CTDETALHE-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTORFAO                 TO WS-CTORFAO-F
           MOVE WS-CTLOCSALDO              TO WS-CTLOCSALDO-F
           MOVE WS-CTLOCCADASTRO           TO WS-CTLOCCADASTRO-F
           MOVE WS-CTLOCGERAL              TO WS-CTLOCGERAL-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTLINONDA               TO WS-CTLINONDA-F
           MOVE WS-CTDEPOSITO              TO WS-CTDEPOSITO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PEDIDOS ALOCADOS LIDOS...............: "
                                           WS-CTDETALHE-F
           DISPLAY " ITENS SEPARADOS......................: "
                                           WS-CTITEM-F
           DISPLAY " ITENS SEM PEDIDO (ORFAOS)............: "
                                           WS-CTORFAO-F
           DISPLAY " ITENS PELO SALDO DO DEPOSITO.........: "
                                           WS-CTLOCSALDO-F
           DISPLAY " ITENS PELO LOCAL DO CADASTRO.........: "
                                           WS-CTLOCCADASTRO-F
           DISPLAY " ITENS NO DEPOSITO GERAL..............: "
                                           WS-CTLOCGERAL-F
           DISPLAY " ITENS SEM CADASTRO NO VCADPRD........: "
                                           WS-CTSEMCAD-F
           DISPLAY " DEPOSITOS NA ONDA....................: "
                                           WS-CTDEPOSITO-F
           DISPLAY " LINHAS DA LISTA DE SEPARACAO.........: "
                                           WS-CTLINONDA-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE EXTTALOC
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTALOC" TO WS-MSG
              MOVE FS-EXTTALOC                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE EXTTPICK
           IF NOT SUCESSO-K
              MOVE "ERRO FECHAMENTO EXTTPICK" TO WS-MSG
              MOVE FS-EXTTPICK                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPICK
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPICK" TO WS-MSG
              MOVE FS-RELPICK                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELEMBAL
           IF NOT SUCESSO-B
              MOVE "ERRO FECHAMENTO RELEMBAL" TO WS-MSG
              MOVE FS-RELEMBAL                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
