      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P72.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONFERENCIA DO RECEBIMENTO CONTRA OS PEDIDOS DE COMPRA.      *
      *    CARREGA AS LINHAS NAO ENCERRADAS DO MASTER DE PEDIDOS        *
      *    (PCOMANT, EMITIDO PELO EX004P71) E CASA CADA ENTRADA "E"     *
      *    DO MOVTOEST (PRODUTO, QUANTIDADE E WS-CUSTOUNIT-MOVTO) COM   *
      *    AS LINHAS ABERTAS DO MESMO PRODUTO, DO PEDIDO MAIS ANTIGO    *
      *    PARA O MAIS NOVO. CADA ALOCACAO SAI NO ARQUIVO DE            *
      *    RECEBIMENTOS CASADOS (RECPCOM) PARA O CONTAS A PAGAR. VAO    *
      *    PARA O RELATORIO DE EXCECOES (RELRECPC): ENTRADA SEM         *
      *    PEDIDO, ENTREGA ACIMA DO PEDIDO, CUSTO DIFERENTE DO PRECO    *
      *    DO PEDIDO E ENTREGA PARCIAL. O SALDO AINDA NAO ENTREGUE      *
      *    SEGUE NO MASTER NOVO (PCOMNOV) PARA A PROXIMA RODADA.        *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT MOVTOEST ASSIGN          TO MOVTOEST
           FILE STATUS IS FS-MOVTOEST
           .
           SELECT OPTIONAL PCOMANT ASSIGN  TO UT-S-PCOMANT
           FILE STATUS IS FS-PCOMANT
           .
           SELECT PCOMNOV ASSIGN           TO UT-S-PCOMNOV
           FILE STATUS IS FS-PCOMNOV
           .
           SELECT RECPCOM ASSIGN           TO UT-S-RECPCOM
           FILE STATUS IS FS-RECPCOM
           .
           SELECT RELRECPC ASSIGN          TO UT-S-RELRECPC
           FILE STATUS IS FS-RELRECPC
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  MOVTOEST
           RECORDING MODE IS F
           .
       01  REG-MOVTOEST                    PIC X(69).

      *    PCOMANT - MASTER DE PEDIDOS DE COMPRA DO CICLO ANTERIOR
       FD  PCOMANT
           RECORDING MODE IS F
           .
       01  REG-PCOMANT                     PIC X(80).

      *    PCOMNOV - MASTER DE PEDIDOS COM OS RECEBIMENTOS APLICADOS
       FD  PCOMNOV
           RECORDING MODE IS F
           .
       01  REG-PCOMNOV                     PIC X(80).

      *    RECPCOM - RECEBIMENTOS CASADOS COM PEDIDO (CONTAS A PAGAR)
       FD  RECPCOM
           RECORDING MODE IS F
           .
       01  REG-RECPCOM                     PIC X(70).

       FD  RELRECPC
           RECORDING MODE IS F
           .
       01  REG-RELRECPC                    PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY BMOVTOES.
           COPY CPPEDCOM.
           COPY CPRECCOM.
      *----------------------------------------------------------------*
      *    LINHAS DE PEDIDO NAO ENCERRADAS, NA ORDEM DO MASTER
      *    (NUMERO DE PEDIDO CRESCENTE = MAIS ANTIGO PRIMEIRO)
      *----------------------------------------------------------------*
       01  WS-TAB-PEDIDOS.
           05 WS-TPC-ENT OCCURS 2000 TIMES.
              10 WS-TPC-NUM-PEDIDO         PIC 9(08).
              10 WS-TPC-FORNECEDOR         PIC X(10).
              10 WS-TPC-CODPROD            PIC 9(04).
              10 WS-TPC-DATA-EMISSAO       PIC 9(08).
              10 WS-TPC-QTD-PEDIDA         PIC 9(06).
              10 WS-TPC-QTD-RECEBIDA       PIC 9(06).
              10 WS-TPC-PRECO-UNIT         PIC 9(06)V99.
              10 WS-TPC-DATA-ULT-RECEB     PIC 9(08).
              10 WS-TPC-SITUACAO           PIC X(01).
              10 WS-TPC-COMPRADOR          PIC X(08).
              10 WS-TPC-QTD-RODADA         PIC 9(06).
       77  WS-QTD-PCO                      PIC 9(04) COMP.
       77  WS-IDX-PCO                      PIC 9(04) COMP.
       77  WS-IDX-PRIMEIRO                 PIC 9(04) COMP.
       77  WS-IDX-ULTIMO                   PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    ALOCACAO DA ENTRADA CORRENTE
      *----------------------------------------------------------------*
       77  WS-QTD-RESTANTE                 PIC 9(06).
       77  WS-QTD-SALDO                    PIC 9(06).
       77  WS-QTD-ALOCADA                  PIC 9(06).
       01  WS-SW-CUSTO                     PIC X(01).
           88 CUSTO-CONFERE                        VALUE "S".
           88 CUSTO-DIVERGENTE                     VALUE "N".
       01  WS-SW-TRAILER-MOVTO             PIC X(01).
           88 TRAILER-MOVTO-VISTO                  VALUE "S".
           88 TRAILER-MOVTO-NAO-VISTO              VALUE "N".
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE EXCECOES
      *----------------------------------------------------------------*
       01  WS-CABEC-REC1                   PIC X(100)
                                                   VALUE
              "       EXCECOES DO RECEBIMENTO CONTRA PEDIDOS DE COMPRA".
       01  WS-CABEC-REC2                   PIC X(100)
                                                   VALUE
              "  MOVTO    PEDIDO  FORNECEDOR  PROD    QTDE CUSTO MOVTO P
      -       "RECO PEDIDO  OCORRENCIA".
       01  WS-CABEC-REC3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-REC.
           05 LD-REC-NUMMOVTO              PIC Z(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-FORNECEDOR            PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-CODPROD               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-CUSTO                 PIC ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-PRECO                 PIC ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-REC-OCORRENCIA            PIC X(30).
       01  WS-RODAPE-REC.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE EXCECOES................:".
           05 RD-REC-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(61) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-MOVTOEST                     PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-PCOMANT                      PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-PCOMNOV                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RECPCOM                      PIC X(02).
           88 SUCESSO-RC                   VALUE "00".
       01  FS-RELRECPC                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO                       PIC 9(05) COMP.
       77  WS-CTDETALHE                    PIC 9(05) COMP.
       77  WS-CTENTRADA                    PIC 9(05) COMP.
       77  WS-CTLINHA-ANT                  PIC 9(05) COMP.
       77  WS-CTCASADO                     PIC 9(05) COMP.
       77  WS-CTSEMPEDIDO                  PIC 9(05) COMP.
       77  WS-CTACIMA                      PIC 9(05) COMP.
       77  WS-CTCUSTODIF                   PIC 9(05) COMP.
       77  WS-CTPARCIAL                    PIC 9(05) COMP.
       77  WS-CTENCERRADA                  PIC 9(05) COMP.
       77  WS-CTEMABERTO                   PIC 9(05) COMP.
       77  WS-CTEXCECAO                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-F                     PIC ZZZZ9.
       77  WS-CTDETALHE-F                  PIC ZZZZ9.
       77  WS-CTENTRADA-F                  PIC ZZZZ9.
       77  WS-CTLINHA-ANT-F                PIC ZZZZ9.
       77  WS-CTCASADO-F                   PIC ZZZZ9.
       77  WS-CTSEMPEDIDO-F                PIC ZZZZ9.
       77  WS-CTACIMA-F                    PIC ZZZZ9.
       77  WS-CTCUSTODIF-F                 PIC ZZZZ9.
       77  WS-CTPARCIAL-F                  PIC ZZZZ9.
       77  WS-CTENCERRADA-F                PIC ZZZZ9.
       77  WS-CTEMABERTO-F                 PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P72.
           PERFORM 1000-INICIALIZAR
           PERFORM 1200-CARREGAR-PCOMANT UNTIL FIM-ARQ-A
           PERFORM 1100-LER-MOVTOEST
           PERFORM 2000-TRATAR-MOVIMENTO
               UNTIL TRAILER-MOVTO-VISTO
               OR    FIM-ARQ-M
           PERFORM 2700-RELATAR-PARCIAL
               VARYING WS-IDX-PCO FROM 1 BY 1
               UNTIL WS-IDX-PCO > WS-QTD-PCO
           PERFORM 2800-GRAVAR-LINHA-TABELA
               VARYING WS-IDX-PCO FROM 1 BY 1
               UNTIL WS-IDX-PCO > WS-QTD-PCO
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTDETALHE
                                              WS-CTENTRADA
                                              WS-CTLINHA-ANT
                                              WS-CTCASADO
                                              WS-CTSEMPEDIDO
                                              WS-CTACIMA
                                              WS-CTCUSTODIF
                                              WS-CTPARCIAL
                                              WS-CTENCERRADA
                                              WS-CTEMABERTO
                                              WS-CTEXCECAO
                                              WS-QTD-PCO
           SET TRAILER-MOVTO-NAO-VISTO     TO TRUE
           OPEN INPUT MOVTOEST
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA MOVTOEST" TO WS-MSG
              MOVE FS-MOVTOEST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT PCOMANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA PCOMANT" TO WS-MSG
              MOVE FS-PCOMANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT PCOMNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA PCOMNOV" TO WS-MSG
              MOVE FS-PCOMNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RECPCOM
           IF NOT SUCESSO-RC
              MOVE "ERRO ABERTURA RECPCOM" TO WS-MSG
              MOVE FS-RECPCOM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELRECPC
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELRECPC" TO WS-MSG
              MOVE FS-RELRECPC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELRECPC              FROM WS-CABEC-REC1
           WRITE REG-RELRECPC              FROM WS-CABEC-REC2
           WRITE REG-RELRECPC              FROM WS-CABEC-REC3
           PERFORM 1100-LER-MOVTOEST
           IF WS-TIPO-REG-MOVTO NOT = "H"
              MOVE "ARQUIVO SEM HEADER"    TO WS-MSG
              MOVE FS-MOVTOEST             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1250-LER-PCOMANT
           .
       1100-LER-MOVTOEST.
           READ MOVTOEST                   INTO WS-REG-MOVTOEST
           IF SUCESSO-M
              ADD 1                        TO WS-CTLIDO
           ELSE
              IF FIM-ARQ-M
                 IF TRAILER-MOVTO-NAO-VISTO
                    MOVE "ARQUIVO SEM TRAILER" TO WS-MSG
                    MOVE FS-MOVTOEST           TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
              ELSE
                 MOVE "ERRO LEITURA MOVTOEST" TO WS-MSG
                 MOVE FS-MOVTOEST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-PCOMANT - LINHA ENCERRADA PASSA DIRETO PARA O  *
      *    MASTER NOVO; AS DEMAIS FICAM NA TABELA PARA O CASAMENTO      *
      *----------------------------------------------------------------*
       1200-CARREGAR-PCOMANT.
           IF PCO-ENCERRADO
              PERFORM 2850-GRAVA-PCOMNOV
           ELSE
              IF WS-QTD-PCO < 2000
                 ADD 1                     TO WS-QTD-PCO
                 MOVE WS-PCO-NUM-PEDIDO    TO
                      WS-TPC-NUM-PEDIDO (WS-QTD-PCO)
                 MOVE WS-PCO-FORNECEDOR    TO
                      WS-TPC-FORNECEDOR (WS-QTD-PCO)
                 MOVE WS-PCO-CODPROD       TO
                      WS-TPC-CODPROD (WS-QTD-PCO)
                 MOVE WS-PCO-DATA-EMISSAO  TO
                      WS-TPC-DATA-EMISSAO (WS-QTD-PCO)
                 MOVE WS-PCO-QTD-PEDIDA    TO
                      WS-TPC-QTD-PEDIDA (WS-QTD-PCO)
                 MOVE WS-PCO-QTD-RECEBIDA  TO
                      WS-TPC-QTD-RECEBIDA (WS-QTD-PCO)
                 MOVE WS-PCO-PRECO-UNIT    TO
                      WS-TPC-PRECO-UNIT (WS-QTD-PCO)
                 MOVE WS-PCO-DATA-ULT-RECEB TO
                      WS-TPC-DATA-ULT-RECEB (WS-QTD-PCO)
                 MOVE WS-PCO-SITUACAO      TO
                      WS-TPC-SITUACAO (WS-QTD-PCO)
                 MOVE WS-PCO-COMPRADOR     TO
                      WS-TPC-COMPRADOR (WS-QTD-PCO)
                 MOVE ZEROS                TO
                      WS-TPC-QTD-RODADA (WS-QTD-PCO)
              ELSE
                 MOVE "TABELA DE PEDIDOS EM ABERTO ESTOURADA" TO WS-MSG
                 MOVE SPACES                                  TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 1250-LER-PCOMANT
           .
       1250-LER-PCOMANT.
           READ PCOMANT INTO WS-REG-PEDCOM
           IF SUCESSO-A
              ADD 1                        TO WS-CTLINHA-ANT
           ELSE
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA PCOMANT" TO WS-MSG
                 MOVE FS-PCOMANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-TRATAR-MOVIMENTO - SO AS ENTRADAS "E" SAO CONFERIDAS;   *
      *    DEVOLUCAO DE CLIENTE (ORIGEM "DEVOL", DO EX004P75) NAO E     *
      *    RECEBIMENTO DE COMPRA. VALIDA O TRAILER NO FINAL             *
      *----------------------------------------------------------------*
       2000-TRATAR-MOVIMENTO.
           IF WS-TIPO-REG-MOVTO = "T"
              SET TRAILER-MOVTO-VISTO      TO TRUE
              IF WS-CTDETALHE NOT = WS-QTDREG-MOVTOEST
                 MOVE "TRAILER DIVERGENTE DO MOVTOEST" TO WS-MSG
                 MOVE FS-MOVTOEST                      TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           ELSE
              ADD 1                        TO WS-CTDETALHE
              IF MOVTO-ENTRADA
              AND WS-LOCORIGEM-MOVTO NOT = "DEVOL"
                 PERFORM 2100-CASAR-ENTRADA
              END-IF
              PERFORM 1100-LER-MOVTOEST
           END-IF
           .
      *----------------------------------------------------------------*
      *    2100-CASAR-ENTRADA - ALOCA A QUANTIDADE RECEBIDA NAS LINHAS  *
      *    ABERTAS DO PRODUTO, DO PEDIDO MAIS ANTIGO AO MAIS NOVO       *
      *----------------------------------------------------------------*
       2100-CASAR-ENTRADA.
           ADD 1                           TO WS-CTENTRADA
           MOVE WS-QTDMOVTO                TO WS-QTD-RESTANTE
           MOVE ZEROS                      TO WS-IDX-PRIMEIRO
                                              WS-IDX-ULTIMO
           SET CUSTO-CONFERE               TO TRUE
           PERFORM 2150-ALOCAR-LINHA
               VARYING WS-IDX-PCO FROM 1 BY 1
               UNTIL WS-IDX-PCO > WS-QTD-PCO
               OR    WS-QTD-RESTANTE = ZERO
           IF WS-IDX-PRIMEIRO = ZERO
              ADD 1                        TO WS-CTSEMPEDIDO
              MOVE ZEROS                   TO LD-REC-PEDIDO
                                              LD-REC-PRECO
              MOVE SPACES                  TO LD-REC-FORNECEDOR
              MOVE WS-QTDMOVTO             TO LD-REC-QTD
              MOVE "RECEBIMENTO SEM PEDIDO" TO LD-REC-OCORRENCIA
              PERFORM 2900-RELATAR-ENTRADA
           ELSE
              ADD 1                        TO WS-CTCASADO
              IF WS-QTD-RESTANTE > ZERO
                 ADD 1                     TO WS-CTACIMA
                 MOVE WS-IDX-ULTIMO        TO WS-IDX-PCO
                 PERFORM 2950-DADOS-DA-LINHA
                 MOVE WS-QTD-RESTANTE      TO LD-REC-QTD
                 MOVE "ENTREGA ACIMA DO PEDIDO" TO LD-REC-OCORRENCIA
                 PERFORM 2900-RELATAR-ENTRADA
              END-IF
              IF CUSTO-DIVERGENTE
                 ADD 1                     TO WS-CTCUSTODIF
                 MOVE WS-IDX-PRIMEIRO      TO WS-IDX-PCO
                 PERFORM 2950-DADOS-DA-LINHA
                 MOVE WS-QTDMOVTO          TO LD-REC-QTD
                 MOVE "CUSTO DIFERENTE DO PEDIDO" TO LD-REC-OCORRENCIA
                 PERFORM 2900-RELATAR-ENTRADA
              END-IF
           END-IF
           .
       2150-ALOCAR-LINHA.
           IF WS-TPC-CODPROD (WS-IDX-PCO) = WS-CODPRODMOVTO
           AND WS-TPC-QTD-PEDIDA (WS-IDX-PCO) >
               WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
              COMPUTE WS-QTD-SALDO = WS-TPC-QTD-PEDIDA (WS-IDX-PCO)
                                   - WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
              IF WS-QTD-SALDO > WS-QTD-RESTANTE
                 MOVE WS-QTD-RESTANTE      TO WS-QTD-ALOCADA
              ELSE
                 MOVE WS-QTD-SALDO         TO WS-QTD-ALOCADA
              END-IF
              ADD WS-QTD-ALOCADA           TO
                  WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
                  WS-TPC-QTD-RODADA (WS-IDX-PCO)
              SUBTRACT WS-QTD-ALOCADA      FROM WS-QTD-RESTANTE
              MOVE WS-DATAMOVTO            TO
                   WS-TPC-DATA-ULT-RECEB (WS-IDX-PCO)
              IF WS-TPC-QTD-RECEBIDA (WS-IDX-PCO) =
                 WS-TPC-QTD-PEDIDA (WS-IDX-PCO)
                 MOVE "E"                  TO
                      WS-TPC-SITUACAO (WS-IDX-PCO)
              ELSE
                 MOVE "P"                  TO
                      WS-TPC-SITUACAO (WS-IDX-PCO)
              END-IF
              IF WS-IDX-PRIMEIRO = ZERO
                 MOVE WS-IDX-PCO           TO WS-IDX-PRIMEIRO
              END-IF
              MOVE WS-IDX-PCO              TO WS-IDX-ULTIMO
              IF WS-CUSTOUNIT-MOVTO > ZERO
              AND WS-CUSTOUNIT-MOVTO NOT =
                  WS-TPC-PRECO-UNIT (WS-IDX-PCO)
                 SET CUSTO-DIVERGENTE      TO TRUE
              END-IF
              PERFORM 2200-GRAVAR-RECPCOM
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-GRAVAR-RECPCOM - SEM CUSTO NO MOVIMENTO VALE O PRECO    *
      *    DO PEDIDO                                                    *
      *----------------------------------------------------------------*
       2200-GRAVAR-RECPCOM.
           MOVE SPACES                     TO WS-REG-RECCOM
           MOVE WS-TPC-FORNECEDOR (WS-IDX-PCO) TO WS-RCO-FORNECEDOR
           MOVE WS-TPC-NUM-PEDIDO (WS-IDX-PCO) TO WS-RCO-NUM-PEDIDO
           MOVE WS-CODPRODMOVTO            TO WS-RCO-CODPROD
           MOVE WS-NUMMOVTO                TO WS-RCO-NUMMOVTO
           MOVE WS-DATAMOVTO               TO WS-RCO-DATAMOVTO
           MOVE WS-QTD-ALOCADA             TO WS-RCO-QTD
           IF WS-CUSTOUNIT-MOVTO > ZERO
              MOVE WS-CUSTOUNIT-MOVTO      TO WS-RCO-CUSTO-UNIT
           ELSE
              MOVE WS-TPC-PRECO-UNIT (WS-IDX-PCO) TO WS-RCO-CUSTO-UNIT
           END-IF
           COMPUTE WS-RCO-VALOR = WS-RCO-QTD * WS-RCO-CUSTO-UNIT
           WRITE REG-RECPCOM               FROM WS-REG-RECCOM
           IF NOT SUCESSO-RC
              MOVE "ERRO GRAVACAO RECPCOM" TO WS-MSG
              MOVE FS-RECPCOM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2700-RELATAR-PARCIAL - LINHA QUE RECEBEU NESTA RODADA MAS    *
      *    FICOU COM SALDO: ENTREGA A MENOR, SALDO SEGUE EM ABERTO      *
      *----------------------------------------------------------------*
       2700-RELATAR-PARCIAL.
           IF WS-TPC-QTD-RODADA (WS-IDX-PCO) > ZERO
           AND WS-TPC-QTD-PEDIDA (WS-IDX-PCO) >
               WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
              ADD 1                        TO WS-CTPARCIAL
              MOVE ZEROS                   TO LD-REC-NUMMOVTO
                                              LD-REC-CUSTO
              PERFORM 2950-DADOS-DA-LINHA
              COMPUTE WS-QTD-SALDO = WS-TPC-QTD-PEDIDA (WS-IDX-PCO)
                                   - WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
              MOVE WS-QTD-SALDO            TO LD-REC-QTD
              MOVE "ENTREGA PARCIAL - SALDO ABERTO"
                                           TO LD-REC-OCORRENCIA
              PERFORM 2960-GRAVA-RELRECPC
           END-IF
           .
      *----------------------------------------------------------------*
      *    2800-GRAVAR-LINHA-TABELA - DEVOLVE AO MASTER NOVO AS LINHAS  *
      *    DA TABELA, JA COM O RECEBIDO E A SITUACAO ATUALIZADOS        *
      *----------------------------------------------------------------*
       2800-GRAVAR-LINHA-TABELA.
           MOVE SPACES                     TO WS-REG-PEDCOM
           MOVE WS-TPC-NUM-PEDIDO (WS-IDX-PCO)  TO WS-PCO-NUM-PEDIDO
           MOVE WS-TPC-FORNECEDOR (WS-IDX-PCO)  TO WS-PCO-FORNECEDOR
           MOVE WS-TPC-CODPROD (WS-IDX-PCO)     TO WS-PCO-CODPROD
           MOVE WS-TPC-DATA-EMISSAO (WS-IDX-PCO)
                                           TO WS-PCO-DATA-EMISSAO
           MOVE WS-TPC-QTD-PEDIDA (WS-IDX-PCO)  TO WS-PCO-QTD-PEDIDA
           MOVE WS-TPC-QTD-RECEBIDA (WS-IDX-PCO)
                                           TO WS-PCO-QTD-RECEBIDA
           MOVE WS-TPC-PRECO-UNIT (WS-IDX-PCO)  TO WS-PCO-PRECO-UNIT
           MOVE WS-TPC-DATA-ULT-RECEB (WS-IDX-PCO)
                                           TO WS-PCO-DATA-ULT-RECEB
           MOVE WS-TPC-SITUACAO (WS-IDX-PCO)    TO WS-PCO-SITUACAO
           MOVE WS-TPC-COMPRADOR (WS-IDX-PCO)   TO WS-PCO-COMPRADOR
           IF PCO-ENCERRADO
              ADD 1                        TO WS-CTENCERRADA
           ELSE
              ADD 1                        TO WS-CTEMABERTO
           END-IF
           PERFORM 2850-GRAVA-PCOMNOV
           .
       2850-GRAVA-PCOMNOV.
           WRITE REG-PCOMNOV               FROM WS-REG-PEDCOM
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO PCOMNOV" TO WS-MSG
              MOVE FS-PCOMNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2900-RELATAR-ENTRADA.
           MOVE WS-NUMMOVTO                TO LD-REC-NUMMOVTO
           MOVE WS-CODPRODMOVTO            TO LD-REC-CODPROD
           MOVE WS-CUSTOUNIT-MOVTO         TO LD-REC-CUSTO
           PERFORM 2960-GRAVA-RELRECPC
           .
       2950-DADOS-DA-LINHA.
           MOVE WS-TPC-NUM-PEDIDO (WS-IDX-PCO) TO LD-REC-PEDIDO
           MOVE WS-TPC-FORNECEDOR (WS-IDX-PCO) TO LD-REC-FORNECEDOR
           MOVE WS-TPC-CODPROD (WS-IDX-PCO)    TO LD-REC-CODPROD
           MOVE WS-TPC-PRECO-UNIT (WS-IDX-PCO) TO LD-REC-PRECO
           .
       2960-GRAVA-RELRECPC.
           WRITE REG-RELRECPC              FROM WS-LINDET-REC
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELRECPC" TO WS-MSG
              MOVE FS-RELRECPC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTEXCECAO
           .
       3000-TERMINO.
           WRITE REG-RELRECPC              FROM WS-CABEC-REC3
           MOVE WS-CTEXCECAO               TO RD-REC-QTD
           WRITE REG-RELRECPC              FROM WS-RODAPE-REC
           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTDETALHE               TO WS-CTDETALHE-F
           MOVE WS-CTENTRADA               TO WS-CTENTRADA-F
           MOVE WS-CTLINHA-ANT             TO WS-CTLINHA-ANT-F
           MOVE WS-CTCASADO                TO WS-CTCASADO-F
           MOVE WS-CTSEMPEDIDO             TO WS-CTSEMPEDIDO-F
           MOVE WS-CTACIMA                 TO WS-CTACIMA-F
           MOVE WS-CTCUSTODIF              TO WS-CTCUSTODIF-F
           MOVE WS-CTPARCIAL               TO WS-CTPARCIAL-F
           MOVE WS-CTENCERRADA             TO WS-CTENCERRADA-F
           MOVE WS-CTEMABERTO              TO WS-CTEMABERTO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " REGISTROS LIDOS DO MOVTOEST..........: "
                                           WS-CTLIDO-F
           DISPLAY " DETALHES DO MOVTOEST.................: "
                                           WS-CTDETALHE-F
           DISPLAY " ENTRADAS CONFERIDAS..................: "
                                           WS-CTENTRADA-F
           DISPLAY " LINHAS DE PEDIDO NO MASTER ANTERIOR..: "
                                           WS-CTLINHA-ANT-F
           DISPLAY " ENTRADAS CASADAS COM PEDIDO..........: "
                                           WS-CTCASADO-F
           DISPLAY " ENTRADAS SEM PEDIDO..................: "
                                           WS-CTSEMPEDIDO-F
           DISPLAY " ENTREGAS ACIMA DO PEDIDO.............: "
                                           WS-CTACIMA-F
           DISPLAY " CUSTOS DIFERENTES DO PEDIDO..........: "
                                           WS-CTCUSTODIF-F
           DISPLAY " ENTREGAS PARCIAIS....................: "
                                           WS-CTPARCIAL-F
           DISPLAY " LINHAS ENCERRADAS NESTA RODADA.......: "
                                           WS-CTENCERRADA-F
           DISPLAY " LINHAS COM SALDO EM ABERTO...........: "
                                           WS-CTEMABERTO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE MOVTOEST
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO MOVTOEST" TO WS-MSG
              MOVE FS-MOVTOEST                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PCOMANT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO PCOMANT" TO WS-MSG
              MOVE FS-PCOMANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PCOMNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO PCOMNOV" TO WS-MSG
              MOVE FS-PCOMNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RECPCOM
           IF NOT SUCESSO-RC
              MOVE "ERRO FECHAMENTO RECPCOM" TO WS-MSG
              MOVE FS-RECPCOM                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELRECPC
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELRECPC" TO WS-MSG
              MOVE FS-RELRECPC                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
