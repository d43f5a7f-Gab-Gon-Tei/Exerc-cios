      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P71.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    EMISSAO DOS PEDIDOS DE COMPRA A PARTIR DAS SUGESTOES DE      *
      *    RESSUPRIMENTO. AS SUGESTOES VEM DO SUGCOMPRA (EX004P17,      *
      *    AGRUPADO POR FORNECEDOR-V) E DO PROPMM (EX004P46: PRODUTO    *
      *    COM QTDEST-V NO OU ABAIXO DO MINIMO PROPOSTO COMPRA ATE O    *
      *    MAXIMO PROPOSTO); PRODUTO NAS DUAS FONTES FICA COM A MAIOR   *
      *    QUANTIDADE. O SALDO AINDA EM ABERTO NOS PEDIDOS ANTERIORES   *
      *    (PCOMANT) E DESCONTADO DA SUGESTAO. OS CARTOES DO COMPRADOR  *
      *    (COMPAPRV: FORNECEDOR + PRODUTO + A/N, COM QUANTIDADE E      *
      *    PRECO OPCIONAIS) DECIDEM CADA SUGESTAO; AS APROVADAS SAO     *
      *    CLASSIFICADAS POR FORNECEDOR E VIRAM UM PEDIDO NUMERADO POR  *
      *    FORNECEDOR, A PARTIR DO CONTADOR PCOMCTL, ACRESCENTADO AO    *
      *    MASTER NOVO (PCOMNOV). O RELPCOM RELACIONA OS PEDIDOS        *
      *    EMITIDOS E TODA SUGESTAO OU CARTAO QUE NAO VIROU PEDIDO.     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT SUGCOMPRA ASSIGN         TO SUGCOMPRA
           FILE STATUS IS FS-SUGCOMPRA
           .
           SELECT OPTIONAL PROPMM ASSIGN   TO UT-S-PROPMM
           FILE STATUS IS FS-PROPMM
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT COMPAPRV ASSIGN          TO UT-S-COMPAPRV
           FILE STATUS IS FS-COMPAPRV
           .
           SELECT OPTIONAL PCOMCTL ASSIGN  TO UT-S-PCOMCTL
           FILE STATUS IS FS-PCOMCTL
           .
           SELECT OPTIONAL PCOMANT ASSIGN  TO UT-S-PCOMANT
           FILE STATUS IS FS-PCOMANT
           .
           SELECT PCOMNOV ASSIGN           TO UT-S-PCOMNOV
           FILE STATUS IS FS-PCOMNOV
           .
           SELECT RELPCOM ASSIGN           TO UT-S-RELPCOM
           FILE STATUS IS FS-RELPCOM
           .
           SELECT CLASS-PCO ASSIGN         TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    SUGCOMPRA - RELATORIO DE SUGESTAO DE COMPRA DO EX004P17
       FD  SUGCOMPRA
           RECORDING MODE IS F
           .
       01  REG-SUGCOMPRA                   PIC X(80).

      *    PROPMM - PROPOSTAS DE MINIMO/MAXIMO DO EX004P46
       FD  PROPMM
           RECORDING MODE IS F
           .
       01  REG-PROPMM                      PIC X(38).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    COMPAPRV - UMA DECISAO DO COMPRADOR POR SUGESTAO (A/N)
       FD  COMPAPRV
           RECORDING MODE IS F
           .
       01  REG-COMPAPRV                    PIC X(80).

      *    PCOMCTL - ULTIMO NUMERO DE PEDIDO DE COMPRA EMITIDO
       FD  PCOMCTL
           RECORDING MODE IS F
           .
       01  REG-PCOMCTL                     PIC X(20).

      *    PCOMANT - MASTER DE PEDIDOS DE COMPRA DO CICLO ANTERIOR
       FD  PCOMANT
           RECORDING MODE IS F
           .
       01  REG-PCOMANT                     PIC X(80).

      *    PCOMNOV - MASTER DE PEDIDOS COM OS PEDIDOS EMITIDOS HOJE
       FD  PCOMNOV
           RECORDING MODE IS F
           .
       01  REG-PCOMNOV                     PIC X(80).

       FD  RELPCOM
           RECORDING MODE IS F
           .
       01  REG-RELPCOM                     PIC X(100).

      *    CLASS-PCO - SUGESTOES APROVADAS POR FORNECEDOR+PRODUTO
       SD  CLASS-PCO
           .
       01  REG-CLASS-PCO.
           05 PCO-FORNECEDOR-CLASS         PIC X(10).
           05 PCO-CODPROD-CLASS            PIC 9(04).
           05 FILLER                       PIC X(23).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPEDCOM.
      *----------------------------------------------------------------*
      *    LINHA DE DETALHE DO SUGCOMPRA (LAYOUT WS-LIN-SUGESTAO DO
      *    EX004P17); CABECALHOS E TOTAIS NAO TEM CODIGO NUMERICO
      *----------------------------------------------------------------*
       01  WS-LIN-SUGCOMPRA.
           05 WS-SUG-FORNECEDOR            PIC X(10).
           05 FILLER                       PIC X(02).
           05 WS-SUG-CODPROD               PIC X(04).
           05 WS-SUG-CODPROD-N REDEFINES WS-SUG-CODPROD
                                           PIC 9(04).
           05 FILLER                       PIC X(04).
           05 WS-SUG-DESCPROD              PIC X(20).
           05 FILLER                       PIC X(01).
           05 WS-SUG-QTDSUG                PIC ZZZZ9.
           05 FILLER                       PIC X(34).
      *----------------------------------------------------------------*
       01  WS-REG-PROPMM.
           05 WS-PRP-CODPROD               PIC 9(04).
           05 WS-PRP-QTMIN-ATUAL           PIC 9(05).
           05 WS-PRP-QTMAX-ATUAL           PIC 9(05).
           05 WS-PRP-QTMIN-SUG             PIC 9(05).
           05 WS-PRP-QTMAX-SUG             PIC 9(05).
           05 WS-PRP-MEDIA-MES             PIC 9(07).
           05 WS-PRP-PICO-MES              PIC 9(07).
      *----------------------------------------------------------------*
      *    CARTAO DO COMPRADOR: QUANTIDADE ZERADA MANTEM A SUGERIDA E
      *    PRECO ZERADO MANTEM O PRECOCOMPRA-V DO CADASTRO
      *----------------------------------------------------------------*
       01  WS-REG-COMPAPRV.
           05 WS-APR-FORNECEDOR            PIC X(10).
           05 WS-APR-CODPROD               PIC X(04).
           05 WS-APR-CODPROD-N REDEFINES WS-APR-CODPROD
                                           PIC 9(04).
           05 WS-APR-DECISAO               PIC X(01).
              88 DECISAO-APROVADA                  VALUE "A".
              88 DECISAO-NEGADA                    VALUE "N".
           05 WS-APR-QTD                   PIC 9(06).
           05 WS-APR-PRECO                 PIC 9(06)V99.
           05 WS-APR-COMPRADOR             PIC X(08).
           05 FILLER                       PIC X(43).
      *----------------------------------------------------------------*
       01  WS-REG-PCOMCTL.
           05 WS-CTL-ULT-PEDIDO            PIC 9(08).
           05 WS-CTL-DATA                  PIC 9(08).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
      *    SUGESTOES CONSOLIDADAS (SUGCOMPRA + PROPMM)
      *    DECISAO: A = APROVADA, N = NEGADA, J = JA ENCOMENDADA,
      *    ESPACO = SEM DECISAO DO COMPRADOR
      *----------------------------------------------------------------*
       01  WS-TAB-SUGESTOES.
           05 WS-TSG-ENT OCCURS 500 TIMES.
              10 WS-TSG-FORNECEDOR         PIC X(10).
              10 WS-TSG-CODPROD            PIC 9(04).
              10 WS-TSG-QTD                PIC 9(06).
              10 WS-TSG-PRECO              PIC 9(06)V99.
              10 WS-TSG-ORIGEM             PIC X(01).
              10 WS-TSG-DECISAO            PIC X(01).
              10 WS-TSG-COMPRADOR          PIC X(08).
       77  WS-QTD-SUGESTOES                PIC 9(04) COMP.
       77  WS-IDX-SUG                      PIC 9(04) COMP.
       77  WS-IDX-ACHADO                   PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    SUGESTAO CANDIDATA A ENTRAR NA TABELA
      *----------------------------------------------------------------*
       01  WS-NOVA-SUGESTAO.
           05 WS-NSG-FORNECEDOR            PIC X(10).
           05 WS-NSG-CODPROD               PIC 9(04).
           05 WS-NSG-QTD                   PIC 9(06).
           05 WS-NSG-PRECO                 PIC 9(06)V99.
           05 WS-NSG-ORIGEM                PIC X(01).
      *----------------------------------------------------------------*
      *    SALDO EM ABERTO POR PRODUTO NOS PEDIDOS ANTERIORES
      *----------------------------------------------------------------*
       01  WS-TAB-ENCOMENDA.
           05 WS-ENC-ENT OCCURS 1000 TIMES.
              10 WS-ENC-CODPROD            PIC 9(04).
              10 WS-ENC-QTD-ABERTA         PIC 9(07).
       77  WS-QTD-ENCOMENDA                PIC 9(04) COMP.
       77  WS-IDX-ENC                      PIC 9(04) COMP.
       77  WS-IDX-ENC-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    SUGESTAO APROVADA (REGISTRO DE CLASSIFICACAO)
      *----------------------------------------------------------------*
       01  WS-REG-CLASS.
           05 WS-CLS-FORNECEDOR            PIC X(10).
           05 WS-CLS-CODPROD               PIC 9(04).
           05 WS-CLS-QTD                   PIC 9(06).
           05 WS-CLS-PRECO                 PIC 9(06)V99.
           05 WS-CLS-COMPRADOR             PIC X(08).
           05 WS-CLS-ORIGEM                PIC X(01).
       01  WS-SW-FIM-PCO                   PIC X(01).
           88 FIM-CLASS-PCO                        VALUE "S".
           88 NAO-FIM-CLASS-PCO                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTROLE DA NUMERACAO
      *----------------------------------------------------------------*
       77  WS-ULT-PEDIDO                   PIC 9(08).
       77  WS-FORN-QUEBRA                  PIC X(10).
       77  WS-DATA-HOJE                    PIC 9(08).
       77  WS-QTD-AUX                      PIC 9(07).
       77  WS-VALOR-LINHA                  PIC 9(11)V99.
       77  WS-VALOR-TOTAL                  PIC 9(11)V99.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE PEDIDOS EMITIDOS
      *----------------------------------------------------------------*
       01  WS-CABEC-PCO1                   PIC X(100)
                                                   VALUE
              "      PEDIDOS DE COMPRA EMITIDOS A PARTIR DAS SUGESTOES".
       01  WS-CABEC-PCO2                   PIC X(100)
                                                   VALUE
              "  PEDIDO  FORNECEDOR  PROD      QTDE  PRECO UNIT     VALO
      -       "R TOTAL  O   SITUACAO".
       01  WS-CABEC-PCO3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-PCO.
           05 LD-PCO-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PCO-FORNECEDOR            PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PCO-CODPROD               PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PCO-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PCO-PRECO                 PIC ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PCO-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PCO-ORIGEM                PIC X(01).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PCO-SITUACAO              PIC X(24).
           05 FILLER                       PIC X(06) VALUE SPACES.
       01  WS-RODAPE-PCO.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE PEDIDOS EMITIDOS........:".
           05 RD-PCO-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(14)
                                                   VALUE
              "VALOR TOTAL..:".
           05 RD-PCO-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(27) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-SUGCOMPRA                    PIC X(02).
           88 SUCESSO-S                    VALUE "00".
           88 FIM-ARQ-S                    VALUE "10".
       01  FS-PROPMM                       PIC X(02).
           88 SUCESSO-P                    VALUE "00".
           88 AUSENTE-P                    VALUE "05" "35".
           88 FIM-ARQ-P                    VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-COMPAPRV                     PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-PCOMCTL                      PIC X(02).
           88 SUCESSO-K                    VALUE "00".
       01  FS-PCOMANT                      PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-PCOMNOV                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELPCOM                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLINHA-ANT                  PIC 9(05) COMP.
       77  WS-CTSUGCOMPRA                  PIC 9(05) COMP.
       77  WS-CTPROPMM                     PIC 9(05) COMP.
       77  WS-CTSEMCAD                     PIC 9(05) COMP.
       77  WS-CTCARTAO                     PIC 9(05) COMP.
       77  WS-CTCARTAOREJ                  PIC 9(05) COMP.
       77  WS-CTAPROVADA                   PIC 9(05) COMP.
       77  WS-CTNEGADA                     PIC 9(05) COMP.
       77  WS-CTSEMDECISAO                 PIC 9(05) COMP.
       77  WS-CTENCOMENDADA                PIC 9(05) COMP.
       77  WS-CTPEDIDO                     PIC 9(05) COMP.
       77  WS-CTLINHA-NOV                  PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLINHA-ANT-F                PIC ZZZZ9.
       77  WS-CTSUGCOMPRA-F                PIC ZZZZ9.
       77  WS-CTPROPMM-F                   PIC ZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZ9.
       77  WS-CTCARTAO-F                   PIC ZZZZ9.
       77  WS-CTCARTAOREJ-F                PIC ZZZZ9.
       77  WS-CTAPROVADA-F                 PIC ZZZZ9.
       77  WS-CTNEGADA-F                   PIC ZZZZ9.
       77  WS-CTSEMDECISAO-F               PIC ZZZZ9.
       77  WS-CTENCOMENDADA-F              PIC ZZZZ9.
       77  WS-CTPEDIDO-F                   PIC ZZZZ9.
       77  WS-CTLINHA-NOV-F                PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P71.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-COPIAR-PCOMANT UNTIL FIM-ARQ-A
           PERFORM 1200-CARREGAR-SUGCOMPRA
           PERFORM 1300-CARREGAR-PROPMM
           PERFORM 1400-DESCONTAR-ENCOMENDA
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > WS-QTD-SUGESTOES
           PERFORM 1500-CARREGAR-APROVACOES
           SORT CLASS-PCO
               ON ASCENDING KEY PCO-FORNECEDOR-CLASS
                                PCO-CODPROD-CLASS
               INPUT PROCEDURE IS 2000-LIBERAR-APROVADAS
               OUTPUT PROCEDURE IS 2500-EMITIR-PEDIDOS
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLINHA-ANT
                                              WS-CTSUGCOMPRA
                                              WS-CTPROPMM
                                              WS-CTSEMCAD
                                              WS-CTCARTAO
                                              WS-CTCARTAOREJ
                                              WS-CTAPROVADA
                                              WS-CTNEGADA
                                              WS-CTSEMDECISAO
                                              WS-CTENCOMENDADA
                                              WS-CTPEDIDO
                                              WS-CTLINHA-NOV
                                              WS-QTD-SUGESTOES
                                              WS-QTD-ENCOMENDA
                                              WS-ULT-PEDIDO
                                              WS-VALOR-TOTAL
           ACCEPT WS-DATA-HOJE             FROM DATE YYYYMMDD
           PERFORM 1050-LER-PCOMCTL
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
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPCOM
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPCOM" TO WS-MSG
              MOVE FS-RELPCOM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPCOM               FROM WS-CABEC-PCO1
           WRITE REG-RELPCOM               FROM WS-CABEC-PCO2
           WRITE REG-RELPCOM               FROM WS-CABEC-PCO3
           PERFORM 1150-LER-PCOMANT
           .
      *----------------------------------------------------------------*
      *    1050-LER-PCOMCTL - SEM CONTADOR NO JOB A NUMERACAO PARTE DO  *
      *    MAIOR PEDIDO JA EXISTENTE NO MASTER ANTERIOR                 *
      *----------------------------------------------------------------*
       1050-LER-PCOMCTL.
           OPEN INPUT PCOMCTL
           IF SUCESSO-K
              READ PCOMCTL INTO WS-REG-PCOMCTL
              IF SUCESSO-K
              AND WS-CTL-ULT-PEDIDO IS NUMERIC
                 MOVE WS-CTL-ULT-PEDIDO    TO WS-ULT-PEDIDO
              END-IF
              CLOSE PCOMCTL
           END-IF
           .
      *----------------------------------------------------------------*
      *    1100-COPIAR-PCOMANT - O MASTER ANTERIOR SEGUE INTEGRO PARA   *
      *    O NOVO; O SALDO DAS LINHAS NAO ENCERRADAS E ACUMULADO POR    *
      *    PRODUTO PARA NAO PEDIR DE NOVO O QUE JA ESTA A CAMINHO       *
      *----------------------------------------------------------------*
       1100-COPIAR-PCOMANT.
           PERFORM 2800-GRAVA-PCOMNOV
           IF WS-PCO-NUM-PEDIDO > WS-ULT-PEDIDO
              MOVE WS-PCO-NUM-PEDIDO       TO WS-ULT-PEDIDO
           END-IF
           IF NOT PCO-ENCERRADO
           AND WS-PCO-QTD-PEDIDA > WS-PCO-QTD-RECEBIDA
              PERFORM 1120-ACUMULAR-ENCOMENDA
           END-IF
           PERFORM 1150-LER-PCOMANT
           .
       1120-ACUMULAR-ENCOMENDA.
           MOVE ZEROS                      TO WS-IDX-ENC-ACHADO
           PERFORM 1125-PROCURAR-ENCOMENDA
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC > WS-QTD-ENCOMENDA
           IF WS-IDX-ENC-ACHADO = ZERO
              IF WS-QTD-ENCOMENDA < 1000
                 ADD 1                     TO WS-QTD-ENCOMENDA
                 MOVE WS-QTD-ENCOMENDA     TO WS-IDX-ENC-ACHADO
                 MOVE WS-PCO-CODPROD       TO
                      WS-ENC-CODPROD (WS-IDX-ENC-ACHADO)
                 MOVE ZEROS                TO
                      WS-ENC-QTD-ABERTA (WS-IDX-ENC-ACHADO)
              ELSE
                 MOVE "TABELA DE SALDO EM PEDIDO ESTOURADA" TO WS-MSG
                 MOVE SPACES                                TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           COMPUTE WS-ENC-QTD-ABERTA (WS-IDX-ENC-ACHADO) =
                   WS-ENC-QTD-ABERTA (WS-IDX-ENC-ACHADO)
                 + WS-PCO-QTD-PEDIDA - WS-PCO-QTD-RECEBIDA
           .
       1125-PROCURAR-ENCOMENDA.
           IF WS-IDX-ENC-ACHADO = ZERO
           AND WS-ENC-CODPROD (WS-IDX-ENC) = WS-PCO-CODPROD
              MOVE WS-IDX-ENC              TO WS-IDX-ENC-ACHADO
           END-IF
           .
       1150-LER-PCOMANT.
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
      *    1200-CARREGAR-SUGCOMPRA - SO AS LINHAS DE DETALHE (CODIGO    *
      *    NUMERICO NA COLUNA DO PRODUTO); O PRECO VEM DO CADASTRO      *
      *----------------------------------------------------------------*
       1200-CARREGAR-SUGCOMPRA.
           OPEN INPUT SUGCOMPRA
           IF NOT SUCESSO-S
              MOVE "ERRO ABERTURA SUGCOMPRA" TO WS-MSG
              MOVE FS-SUGCOMPRA              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-SUGCOMPRA
           PERFORM 1220-TRATAR-LINHA-SUG UNTIL FIM-ARQ-S
           CLOSE SUGCOMPRA
           IF NOT SUCESSO-S
              MOVE "ERRO FECHAMENTO SUGCOMPRA" TO WS-MSG
              MOVE FS-SUGCOMPRA                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1210-LER-SUGCOMPRA.
           READ SUGCOMPRA INTO WS-LIN-SUGCOMPRA
           IF NOT SUCESSO-S
              IF NOT FIM-ARQ-S
                 MOVE "ERRO LEITURA SUGCOMPRA" TO WS-MSG
                 MOVE FS-SUGCOMPRA             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-TRATAR-LINHA-SUG.
           IF WS-SUG-FORNECEDOR NOT = SPACES
           AND WS-SUG-CODPROD IS NUMERIC
              ADD 1                        TO WS-CTSUGCOMPRA
              MOVE WS-SUG-CODPROD          TO CODPROD-V
              READ VCADPRD
                 INVALID KEY
                    ADD 1                  TO WS-CTSEMCAD
                    MOVE SPACES            TO WS-NOVA-SUGESTAO
                    MOVE WS-SUG-FORNECEDOR TO WS-NSG-FORNECEDOR
                    MOVE WS-SUG-CODPROD-N  TO WS-NSG-CODPROD
                    MOVE WS-SUG-QTDSUG     TO WS-NSG-QTD
                    MOVE ZEROS             TO WS-NSG-PRECO
                    MOVE "S"               TO WS-NSG-ORIGEM
                    MOVE "PRODUTO SEM CADASTRO" TO LD-PCO-SITUACAO
                    PERFORM 2900-RELATAR-SUGESTAO
                 NOT INVALID KEY
                    MOVE WS-SUG-FORNECEDOR TO WS-NSG-FORNECEDOR
                    MOVE WS-SUG-CODPROD-N  TO WS-NSG-CODPROD
                    MOVE WS-SUG-QTDSUG     TO WS-NSG-QTD
                    MOVE PRECOCOMPRA-V     TO WS-NSG-PRECO
                    MOVE "S"               TO WS-NSG-ORIGEM
                    PERFORM 1800-INCLUIR-SUGESTAO
              END-READ
           END-IF
           PERFORM 1210-LER-SUGCOMPRA
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-PROPMM - PROPOSTA COM ESTOQUE NO OU ABAIXO DO  *
      *    MINIMO SUGERIDO COMPRA ATE O MAXIMO SUGERIDO (ARQUIVO        *
      *    OPCIONAL: SEM RODADA DO EX004P46 VALE SO O SUGCOMPRA)        *
      *----------------------------------------------------------------*
       1300-CARREGAR-PROPMM.
           OPEN INPUT PROPMM
           IF AUSENTE-P
              CLOSE PROPMM
           ELSE
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PROPMM" TO WS-MSG
                 MOVE FS-PROPMM              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              PERFORM 1310-LER-PROPMM
              PERFORM 1320-TRATAR-PROPOSTA UNTIL FIM-ARQ-P
              CLOSE PROPMM
              IF NOT SUCESSO-P
                 MOVE "ERRO FECHAMENTO PROPMM" TO WS-MSG
                 MOVE FS-PROPMM                TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1310-LER-PROPMM.
           READ PROPMM INTO WS-REG-PROPMM
           IF NOT SUCESSO-P
              IF NOT FIM-ARQ-P
                 MOVE "ERRO LEITURA PROPMM" TO WS-MSG
                 MOVE FS-PROPMM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-TRATAR-PROPOSTA.
           MOVE WS-PRP-CODPROD             TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 ADD 1                     TO WS-CTSEMCAD
              NOT INVALID KEY
                 IF QTDEST-V NOT > WS-PRP-QTMIN-SUG
                 AND WS-PRP-QTMAX-SUG > QTDEST-V
                    ADD 1                  TO WS-CTPROPMM
                    MOVE FORNECEDOR-V      TO WS-NSG-FORNECEDOR
                    MOVE WS-PRP-CODPROD    TO WS-NSG-CODPROD
                    COMPUTE WS-NSG-QTD = WS-PRP-QTMAX-SUG - QTDEST-V
                    MOVE PRECOCOMPRA-V     TO WS-NSG-PRECO
                    MOVE "P"               TO WS-NSG-ORIGEM
                    PERFORM 1800-INCLUIR-SUGESTAO
                 END-IF
           END-READ
           PERFORM 1310-LER-PROPMM
           .
      *----------------------------------------------------------------*
      *    1400-DESCONTAR-ENCOMENDA - TIRA DA SUGESTAO O SALDO AINDA    *
      *    NAO ENTREGUE DOS PEDIDOS ANTERIORES DO MESMO PRODUTO         *
      *----------------------------------------------------------------*
       1400-DESCONTAR-ENCOMENDA.
           MOVE ZEROS                      TO WS-IDX-ENC-ACHADO
           PERFORM 1410-PROCURAR-ENC-SUG
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC > WS-QTD-ENCOMENDA
           IF WS-IDX-ENC-ACHADO NOT = ZERO
              IF WS-ENC-QTD-ABERTA (WS-IDX-ENC-ACHADO) NOT <
                 WS-TSG-QTD (WS-IDX-SUG)
                 MOVE ZEROS                TO WS-TSG-QTD (WS-IDX-SUG)
                 MOVE "J"                  TO
                      WS-TSG-DECISAO (WS-IDX-SUG)
              ELSE
                 SUBTRACT WS-ENC-QTD-ABERTA (WS-IDX-ENC-ACHADO)
                                           FROM WS-TSG-QTD (WS-IDX-SUG)
              END-IF
           END-IF
           .
       1410-PROCURAR-ENC-SUG.
           IF WS-IDX-ENC-ACHADO = ZERO
           AND WS-ENC-CODPROD (WS-IDX-ENC) = WS-TSG-CODPROD (WS-IDX-SUG)
              MOVE WS-IDX-ENC              TO WS-IDX-ENC-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1500-CARREGAR-APROVACOES - APLICA CADA CARTAO DO COMPRADOR   *
      *    SOBRE A SUGESTAO DO MESMO FORNECEDOR + PRODUTO               *
      *----------------------------------------------------------------*
       1500-CARREGAR-APROVACOES.
           OPEN INPUT COMPAPRV
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA COMPAPRV" TO WS-MSG
              MOVE FS-COMPAPRV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1510-LER-COMPAPRV
           PERFORM 1520-TRATAR-APROVACAO UNTIL FIM-ARQ-C
           CLOSE COMPAPRV
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO COMPAPRV" TO WS-MSG
              MOVE FS-COMPAPRV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1510-LER-COMPAPRV.
           READ COMPAPRV INTO WS-REG-COMPAPRV
           IF SUCESSO-C
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA COMPAPRV" TO WS-MSG
                 MOVE FS-COMPAPRV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1520-TRATAR-APROVACAO.
           MOVE SPACES                     TO LD-PCO-SITUACAO
           MOVE ZEROS                      TO WS-IDX-ACHADO
           IF (NOT DECISAO-APROVADA AND NOT DECISAO-NEGADA)
           OR WS-APR-CODPROD IS NOT NUMERIC
           OR WS-APR-QTD IS NOT NUMERIC
           OR WS-APR-PRECO IS NOT NUMERIC
              MOVE "CARTAO INVALIDO"       TO LD-PCO-SITUACAO
           ELSE
              PERFORM 1530-PROCURAR-APROVADA
                  VARYING WS-IDX-SUG FROM 1 BY 1
                  UNTIL WS-IDX-SUG > WS-QTD-SUGESTOES
              EVALUATE TRUE
                 WHEN WS-IDX-ACHADO = ZERO
                    MOVE "SEM SUGESTAO DE COMPRA" TO LD-PCO-SITUACAO
                 WHEN WS-TSG-DECISAO (WS-IDX-ACHADO) = "A"
                 OR   WS-TSG-DECISAO (WS-IDX-ACHADO) = "N"
                    MOVE "CARTAO DUPLICADO"   TO LD-PCO-SITUACAO
                 WHEN DECISAO-APROVADA
                  AND WS-APR-QTD = ZERO
                  AND WS-TSG-QTD (WS-IDX-ACHADO) = ZERO
                    MOVE "JA ENCOMENDADO"     TO LD-PCO-SITUACAO
              END-EVALUATE
           END-IF
           IF LD-PCO-SITUACAO = SPACES
              MOVE WS-APR-DECISAO          TO
                   WS-TSG-DECISAO (WS-IDX-ACHADO)
              MOVE WS-APR-COMPRADOR        TO
                   WS-TSG-COMPRADOR (WS-IDX-ACHADO)
              IF WS-APR-QTD > ZERO
                 MOVE WS-APR-QTD           TO
                      WS-TSG-QTD (WS-IDX-ACHADO)
              END-IF
              IF WS-APR-PRECO > ZERO
                 MOVE WS-APR-PRECO         TO
                      WS-TSG-PRECO (WS-IDX-ACHADO)
              END-IF
           ELSE
              ADD 1                        TO WS-CTCARTAOREJ
              MOVE ZEROS                   TO LD-PCO-PEDIDO
                                              LD-PCO-QTD
                                              LD-PCO-PRECO
                                              LD-PCO-VALOR
              MOVE WS-APR-FORNECEDOR       TO LD-PCO-FORNECEDOR
              MOVE WS-APR-CODPROD          TO LD-PCO-CODPROD
              MOVE "C"                     TO LD-PCO-ORIGEM
              PERFORM 2950-GRAVA-RELPCOM
           END-IF
           PERFORM 1510-LER-COMPAPRV
           .
       1530-PROCURAR-APROVADA.
           IF WS-IDX-ACHADO = ZERO
           AND WS-TSG-FORNECEDOR (WS-IDX-SUG) = WS-APR-FORNECEDOR
           AND WS-TSG-CODPROD (WS-IDX-SUG) = WS-APR-CODPROD-N
              MOVE WS-IDX-SUG              TO WS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1800-INCLUIR-SUGESTAO - PRODUTO JA SUGERIDO PELA OUTRA       *
      *    FONTE FICA COM A MAIOR QUANTIDADE                            *
      *----------------------------------------------------------------*
       1800-INCLUIR-SUGESTAO.
           MOVE ZEROS                      TO WS-IDX-ACHADO
           PERFORM 1850-PROCURAR-SUGESTAO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > WS-QTD-SUGESTOES
           IF WS-IDX-ACHADO = ZERO
              IF WS-QTD-SUGESTOES < 500
                 ADD 1                     TO WS-QTD-SUGESTOES
                 MOVE WS-NSG-FORNECEDOR    TO
                      WS-TSG-FORNECEDOR (WS-QTD-SUGESTOES)
                 MOVE WS-NSG-CODPROD       TO
                      WS-TSG-CODPROD (WS-QTD-SUGESTOES)
                 MOVE WS-NSG-QTD           TO
                      WS-TSG-QTD (WS-QTD-SUGESTOES)
                 MOVE WS-NSG-PRECO         TO
                      WS-TSG-PRECO (WS-QTD-SUGESTOES)
                 MOVE WS-NSG-ORIGEM        TO
                      WS-TSG-ORIGEM (WS-QTD-SUGESTOES)
                 MOVE SPACES               TO
                      WS-TSG-DECISAO (WS-QTD-SUGESTOES)
                      WS-TSG-COMPRADOR (WS-QTD-SUGESTOES)
              ELSE
                 MOVE "TABELA DE SUGESTOES ESTOURADA" TO WS-MSG
                 MOVE SPACES                          TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           ELSE
              IF WS-NSG-QTD > WS-TSG-QTD (WS-IDX-ACHADO)
                 MOVE WS-NSG-QTD           TO
                      WS-TSG-QTD (WS-IDX-ACHADO)
                 MOVE WS-NSG-ORIGEM        TO
                      WS-TSG-ORIGEM (WS-IDX-ACHADO)
              END-IF
           END-IF
           .
       1850-PROCURAR-SUGESTAO.
           IF WS-IDX-ACHADO = ZERO
           AND WS-TSG-CODPROD (WS-IDX-SUG) = WS-NSG-CODPROD
              MOVE WS-IDX-SUG              TO WS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-LIBERAR-APROVADAS - SUGESTAO APROVADA VAI PARA A        *
      *    CLASSIFICACAO; AS DEMAIS SAO RELACIONADAS COM O MOTIVO       *
      *----------------------------------------------------------------*
       2000-LIBERAR-APROVADAS.
           PERFORM 2050-LIBERAR-SUGESTAO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > WS-QTD-SUGESTOES
           .
       2050-LIBERAR-SUGESTAO.
           EVALUATE WS-TSG-DECISAO (WS-IDX-SUG)
              WHEN "A"
                 ADD 1                     TO WS-CTAPROVADA
                 MOVE WS-TSG-FORNECEDOR (WS-IDX-SUG)
                                           TO WS-CLS-FORNECEDOR
                 MOVE WS-TSG-CODPROD (WS-IDX-SUG)
                                           TO WS-CLS-CODPROD
                 MOVE WS-TSG-QTD (WS-IDX-SUG)
                                           TO WS-CLS-QTD
                 MOVE WS-TSG-PRECO (WS-IDX-SUG)
                                           TO WS-CLS-PRECO
                 MOVE WS-TSG-COMPRADOR (WS-IDX-SUG)
                                           TO WS-CLS-COMPRADOR
                 MOVE WS-TSG-ORIGEM (WS-IDX-SUG)
                                           TO WS-CLS-ORIGEM
                 RELEASE REG-CLASS-PCO     FROM WS-REG-CLASS
              WHEN "N"
                 ADD 1                     TO WS-CTNEGADA
                 MOVE "NEGADA PELO COMPRADOR" TO LD-PCO-SITUACAO
                 PERFORM 2060-RELATAR-TABELA
              WHEN "J"
                 ADD 1                     TO WS-CTENCOMENDADA
                 MOVE "JA ENCOMENDADO"     TO LD-PCO-SITUACAO
                 PERFORM 2060-RELATAR-TABELA
              WHEN OTHER
                 ADD 1                     TO WS-CTSEMDECISAO
                 MOVE "SEM DECISAO - NAO GERADA" TO LD-PCO-SITUACAO
                 PERFORM 2060-RELATAR-TABELA
           END-EVALUATE
           .
       2060-RELATAR-TABELA.
           MOVE WS-TSG-FORNECEDOR (WS-IDX-SUG) TO WS-NSG-FORNECEDOR
           MOVE WS-TSG-CODPROD (WS-IDX-SUG)    TO WS-NSG-CODPROD
           MOVE WS-TSG-QTD (WS-IDX-SUG)        TO WS-NSG-QTD
           MOVE WS-TSG-PRECO (WS-IDX-SUG)      TO WS-NSG-PRECO
           MOVE WS-TSG-ORIGEM (WS-IDX-SUG)     TO WS-NSG-ORIGEM
           PERFORM 2900-RELATAR-SUGESTAO
           .
      *----------------------------------------------------------------*
      *    2500-EMITIR-PEDIDOS - UM NUMERO DE PEDIDO NOVO A CADA        *
      *    QUEBRA DE FORNECEDOR; CADA PRODUTO E UMA LINHA DO PEDIDO     *
      *----------------------------------------------------------------*
       2500-EMITIR-PEDIDOS.
           MOVE SPACES                     TO WS-FORN-QUEBRA
           SET NAO-FIM-CLASS-PCO           TO TRUE
           PERFORM 2600-RETORNAR-PCO
           PERFORM 2700-GERAR-LINHA UNTIL FIM-CLASS-PCO
           .
       2600-RETORNAR-PCO.
           RETURN CLASS-PCO                INTO WS-REG-CLASS
               AT END
                  SET FIM-CLASS-PCO        TO TRUE
           END-RETURN
           .
       2700-GERAR-LINHA.
           IF WS-CLS-FORNECEDOR NOT = WS-FORN-QUEBRA
              ADD 1                        TO WS-ULT-PEDIDO
              ADD 1                        TO WS-CTPEDIDO
              MOVE WS-CLS-FORNECEDOR       TO WS-FORN-QUEBRA
           END-IF
           MOVE SPACES                     TO WS-REG-PEDCOM
           MOVE WS-ULT-PEDIDO              TO WS-PCO-NUM-PEDIDO
           MOVE WS-CLS-FORNECEDOR          TO WS-PCO-FORNECEDOR
           MOVE WS-CLS-CODPROD             TO WS-PCO-CODPROD
           MOVE WS-DATA-HOJE               TO WS-PCO-DATA-EMISSAO
           MOVE WS-CLS-QTD                 TO WS-PCO-QTD-PEDIDA
           MOVE ZEROS                      TO WS-PCO-QTD-RECEBIDA
                                              WS-PCO-DATA-ULT-RECEB
           MOVE WS-CLS-PRECO               TO WS-PCO-PRECO-UNIT
           MOVE WS-CLS-COMPRADOR           TO WS-PCO-COMPRADOR
           SET PCO-ABERTO                  TO TRUE
           PERFORM 2800-GRAVA-PCOMNOV
           COMPUTE WS-VALOR-LINHA = WS-CLS-QTD * WS-CLS-PRECO
           ADD WS-VALOR-LINHA              TO WS-VALOR-TOTAL
           MOVE WS-ULT-PEDIDO              TO LD-PCO-PEDIDO
           MOVE WS-CLS-FORNECEDOR          TO LD-PCO-FORNECEDOR
           MOVE WS-CLS-CODPROD             TO LD-PCO-CODPROD
           MOVE WS-CLS-QTD                 TO LD-PCO-QTD
           MOVE WS-CLS-PRECO               TO LD-PCO-PRECO
           MOVE WS-VALOR-LINHA             TO LD-PCO-VALOR
           MOVE WS-CLS-ORIGEM              TO LD-PCO-ORIGEM
           MOVE "PEDIDO EMITIDO"           TO LD-PCO-SITUACAO
           PERFORM 2950-GRAVA-RELPCOM
           PERFORM 2600-RETORNAR-PCO
           .
       2800-GRAVA-PCOMNOV.
           WRITE REG-PCOMNOV               FROM WS-REG-PEDCOM
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO PCOMNOV" TO WS-MSG
              MOVE FS-PCOMNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTLINHA-NOV
           .
       2900-RELATAR-SUGESTAO.
           MOVE ZEROS                      TO LD-PCO-PEDIDO
           MOVE WS-NSG-FORNECEDOR          TO LD-PCO-FORNECEDOR
           MOVE WS-NSG-CODPROD             TO LD-PCO-CODPROD
           MOVE WS-NSG-QTD                 TO LD-PCO-QTD
           MOVE WS-NSG-PRECO               TO LD-PCO-PRECO
           COMPUTE WS-VALOR-LINHA = WS-NSG-QTD * WS-NSG-PRECO
           MOVE WS-VALOR-LINHA             TO LD-PCO-VALOR
           MOVE WS-NSG-ORIGEM              TO LD-PCO-ORIGEM
           PERFORM 2950-GRAVA-RELPCOM
           .
       2950-GRAVA-RELPCOM.
           WRITE REG-RELPCOM               FROM WS-LINDET-PCO
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPCOM" TO WS-MSG
              MOVE FS-RELPCOM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-TERMINO - O CONTADOR SO E REGRAVADO NO FINAL NORMAL:    *
      *    RODADA ABORTADA REPETE A MESMA NUMERACAO                     *
      *----------------------------------------------------------------*
       3000-TERMINO.
           WRITE REG-RELPCOM               FROM WS-CABEC-PCO3
           MOVE WS-CTPEDIDO                TO RD-PCO-QTD
           MOVE WS-VALOR-TOTAL             TO RD-PCO-VALOR
           WRITE REG-RELPCOM               FROM WS-RODAPE-PCO
           MOVE WS-ULT-PEDIDO              TO WS-CTL-ULT-PEDIDO
           MOVE WS-DATA-HOJE               TO WS-CTL-DATA
           OPEN OUTPUT PCOMCTL
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA PCOMCTL" TO WS-MSG
              MOVE FS-PCOMCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-PCOMCTL               FROM WS-REG-PCOMCTL
           IF NOT SUCESSO-K
              MOVE "ERRO GRAVACAO PCOMCTL" TO WS-MSG
              MOVE FS-PCOMCTL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PCOMCTL
           MOVE WS-CTLINHA-ANT             TO WS-CTLINHA-ANT-F
           MOVE WS-CTSUGCOMPRA             TO WS-CTSUGCOMPRA-F
           MOVE WS-CTPROPMM                TO WS-CTPROPMM-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTCARTAOREJ             TO WS-CTCARTAOREJ-F
           MOVE WS-CTAPROVADA              TO WS-CTAPROVADA-F
           MOVE WS-CTNEGADA                TO WS-CTNEGADA-F
           MOVE WS-CTSEMDECISAO            TO WS-CTSEMDECISAO-F
           MOVE WS-CTENCOMENDADA           TO WS-CTENCOMENDADA-F
           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTLINHA-NOV             TO WS-CTLINHA-NOV-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " LINHAS NO MASTER ANTERIOR............: "
                                           WS-CTLINHA-ANT-F
           DISPLAY " SUGESTOES LIDAS DO SUGCOMPRA.........: "
                                           WS-CTSUGCOMPRA-F
           DISPLAY " SUGESTOES TIRADAS DO PROPMM..........: "
                                           WS-CTPROPMM-F
           DISPLAY " PRODUTOS SEM CADASTRO................: "
                                           WS-CTSEMCAD-F
           DISPLAY " CARTOES DO COMPRADOR LIDOS...........: "
                                           WS-CTCARTAO-F
           DISPLAY " CARTOES RECUSADOS....................: "
                                           WS-CTCARTAOREJ-F
           DISPLAY " SUGESTOES APROVADAS..................: "
                                           WS-CTAPROVADA-F
           DISPLAY " SUGESTOES NEGADAS....................: "
                                           WS-CTNEGADA-F
           DISPLAY " SUGESTOES SEM DECISAO................: "
                                           WS-CTSEMDECISAO-F
           DISPLAY " SUGESTOES JA ENCOMENDADAS............: "
                                           WS-CTENCOMENDADA-F
           DISPLAY " PEDIDOS DE COMPRA EMITIDOS...........: "
                                           WS-CTPEDIDO-F
           DISPLAY " LINHAS NO MASTER NOVO................: "
                                           WS-CTLINHA-NOV-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
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
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPCOM
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPCOM" TO WS-MSG
              MOVE FS-RELPCOM                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
