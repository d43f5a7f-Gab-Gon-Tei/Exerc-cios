      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA0.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    RENTABILIDADE MENSAL POR CLIENTE. PARA OS PEDIDOS LIBERADOS  *
      *    DO EXTTLIB (OS MESMOS QUE O EX004P62 FATURA NO FATMOV) COM   *
      *    DATA NO MES DE REFERENCIA (PARMREF), CADA ITEM "I" E         *
      *    VALORIZADO PELA RECEITA (QTD-IT X PRECO-UNIT-IT) E CUSTEADO  *
      *    PELO CUSTO MEDIO EM VIGOR NA DATA DO PEDIDO, TIRADO DA       *
      *    TRAJETORIA DO CUSTHIST (EX004P16) COMO NO EX004P43; SEM      *
      *    COBERTURA, VALE O PRECOCOMPRA-V ATUAL DO VCADPRD. AS         *
      *    DEVOLUCOES ACEITAS PELO EX004P75 (DEVCOM) ESTORNAM RECEITA   *
      *    E CUSTO DO ITEM DO MESMO PEDIDO/PRODUTO E A COMISSAO         *
      *    (PERCOMIS-V) INCIDE SOBRE A RECEITA LIQUIDA DA DEVOLUCAO.    *
      *    MARGEM BRUTA = RECEITA - DEVOLUCOES - CUSTO LIQUIDO -        *
      *    COMISSAO. OS DOCUMENTOS EM ABERTO E VENCIDOS DO RAZAO A      *
      *    RECEBER (TITREC, DO EX004P78) DAO O SALDO VENCIDO DO         *
      *    CLIENTE E O CUSTO DE CARREGAR ESSE ATRASO (SALDO X TAXA      *
      *    MENSAL X DIAS / 30, CALENDARIO COMERCIAL 30/360 ATE O FIM    *
      *    DO MES DE REFERENCIA); O RESULTADO DO CLIENTE E A MARGEM     *
      *    MENOS ESSE CUSTO E O CLIENTE COM RESULTADO NEGATIVO E        *
      *    MARCADO. A TAXA (TAXACAR) PODE VIR DO PARMMST. O CLIENTE E   *
      *    AS 4 POSICOES FINAIS DO COD-CLIENTE, COMO NO EX004P62.       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EXTTLIB ASSIGN           TO UT-S-EXTTLIB
           FILE STATUS IS FS-EXTTLIB
           .
           SELECT PARMREF ASSIGN           TO UT-S-PARMREF
           FILE STATUS IS FS-PARMREF
           .
           SELECT OPTIONAL CUSTHIST ASSIGN TO CUSTHIST
           FILE STATUS IS FS-CUSTHIST
           .
           SELECT OPTIONAL DEVCOM ASSIGN   TO UT-S-DEVCOM
           FILE STATUS IS FS-DEVCOM
           .
           SELECT OPTIONAL TITREC ASSIGN   TO UT-S-TITREC
           FILE STATUS IS FS-TITREC
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT RELRENT ASSIGN           TO UT-S-RELRENT
           FILE STATUS IS FS-RELRENT
           .
           SELECT CLASS-RNT ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    EXTTLIB - PEDIDOS LIBERADOS NO CREDITO (H/D/I/T)
       FD  EXTTLIB
           RECORDING MODE IS F
           .
       01  REG-EXTTLIB                     PIC X(45).

      *    PARMREF - CARTAO COM O ANO/MES DE REFERENCIA
       FD  PARMREF
           RECORDING MODE IS F
           .
       01  REG-PARMREF                     PIC X(80).

      *    CUSTHIST - TRAJETORIA DE CUSTO MEDIO (DO EX004P16)
       FD  CUSTHIST
           RECORDING MODE IS F
           .
       01  REG-CUSTHIST                    PIC X(20).

      *    DEVCOM - DEVOLUCOES ACEITAS PELO EX004P75 (CPDEVCOM)
       FD  DEVCOM
           RECORDING MODE IS F
           .
       01  REG-DEVCOM                      PIC X(50).

      *    TITREC - RAZAO A RECEBER POR DOCUMENTO (CPTITREC)
       FD  TITREC
           RECORDING MODE IS F
           .
       01  REG-TITREC                      PIC X(80).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

       FD  VCADCLI
           .
           COPY CPVCADCLI.

       FD  RELRENT
           RECORDING MODE IS F
           .
       01  REG-RELRENT                     PIC X(132).

      *    CLASS-RNT - VALORES DE VENDA E DE ATRASO POR CLIENTE
       SD  CLASS-RNT
           .
       01  REG-CLASS-RNT.
           05 RNT-CODCLI-CLASS             PIC X(04).
           05 FILLER                       PIC X(95).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ==WS-==.
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
           COPY CPDEVCOM.
           COPY CPTITREC.
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  WS-REG-PARMREF.
           05 WS-REF-ANOMES                PIC 9(06).
           05 WS-REF-ANOMES-R REDEFINES WS-REF-ANOMES.
              10 WS-REF-ANO                PIC 9(04).
              10 WS-REF-MES                PIC 9(02).
           05 FILLER                       PIC X(74).
      *    TAXA MENSAL DE CARREGAMENTO DO ATRASO (% A.M.)
       77  WS-TAXA-PADRAO                  PIC 9(02)V99 VALUE 1,00.
       77  WS-TAXA-CARREG                  PIC 9(02)V99.
      *----------------------------------------------------------------*
      *    PEDIDO CORRENTE, CUJO CLIENTE E DATA VALEM PARA OS ITENS
      *----------------------------------------------------------------*
       77  WS-CODCLI-BUSCA                 PIC X(06).
       77  WS-CODCLI-PED                   PIC X(04).
       77  WS-DATA-PED                     PIC 9(08).
       01  WS-SW-PEDIDO                    PIC X(01).
           88 PEDIDO-SELECIONADO                   VALUE "S".
           88 PEDIDO-FORA-DO-MES                   VALUE "F".
           88 PEDIDO-NAO-LIDO                      VALUE "N".
       01  WS-SW-TRAILER-LIB               PIC X(01).
           88 TRAILER-LIB-VISTO                    VALUE "S".
           88 TRAILER-LIB-NAO-VISTO                VALUE "N".
      *----------------------------------------------------------------*
      *    TRAJETORIA DE CUSTO: VALE O CUSTO DE MAIOR DATA ATE A DATA
      *    DO PEDIDO; SEM COBERTURA, O CUSTO ATUAL DO CADASTRO
      *----------------------------------------------------------------*
       01  WS-REG-CUSTO.
           05 WS-CUS-CODPROD               PIC 9(04).
           05 WS-CUS-DATA                  PIC 9(08).
           05 WS-CUS-CUSTO                 PIC 9(06)V99.
       01  WS-TAB-CUSTOS.
           05 WS-CUSTO-ENT OCCURS 5000 TIMES.
              10 WS-CUSTO-CODPROD-T        PIC 9(04).
              10 WS-CUSTO-DATA-T           PIC 9(08).
              10 WS-CUSTO-VALOR-T          PIC 9(06)V99.
       77  WS-QTD-CUSTOS                   PIC 9(04) COMP.
       77  WS-IDX-CUSTO                    PIC 9(04) COMP.
       77  WS-CUSTO-UNIT                   PIC 9(06)V99.
       77  WS-DATA-CUSTO                   PIC 9(08).
       77  WS-PERCOMIS                     PIC 9(02)V99.
      *----------------------------------------------------------------*
      *    DEVOLUCOES DO PERIODO, CASADAS COM O ITEM DO PEDIDO
      *----------------------------------------------------------------*
       01  WS-TAB-DEVOLUCOES.
           05 WS-DEV-ENT OCCURS 3000 TIMES.
              10 WS-DEV-PEDIDO-T           PIC 9(08).
              10 WS-DEV-CODPROD-T          PIC 9(04).
              10 WS-DEV-QTD-T              PIC 9(06).
              10 WS-DEV-VALOR-T            PIC 9(11)V99.
              10 WS-DEV-SIT-T              PIC X(01).
                 88 DEV-PENDENTE                   VALUE "N".
                 88 DEV-APLICADA                   VALUE "S".
       77  WS-QTD-DEVOL                    PIC 9(04) COMP.
       77  WS-IDX-DEV                      PIC 9(04) COMP.
       77  WS-IDX-DEV-ITEM                 PIC 9(04) COMP.
       77  WS-QTD-DEVOLVIDA                PIC 9(06).
       77  WS-BASE-COMISSAO                PIC S9(11)V99.
      *----------------------------------------------------------------*
      *    VALORES LIBERADOS PARA A CLASSIFICACAO POR CLIENTE: "V" =
      *    ITEM VENDIDO, "A" = DOCUMENTO VENCIDO DO RAZAO A RECEBER
      *----------------------------------------------------------------*
       01  WS-REG-RNT.
           05 WS-RNT-CODCLI                PIC X(04).
           05 WS-RNT-TIPO                  PIC X(01).
              88 RNT-VENDA                         VALUE "V".
              88 RNT-ATRASO                        VALUE "A".
           05 WS-RNT-RECEITA               PIC 9(11)V99.
           05 WS-RNT-DEVOL                 PIC 9(11)V99.
           05 WS-RNT-CUSTO                 PIC 9(11)V99.
           05 WS-RNT-CUSTO-DEV             PIC 9(11)V99.
           05 WS-RNT-COMISSAO              PIC 9(11)V99.
           05 WS-RNT-VENCIDO               PIC 9(11)V99.
           05 WS-RNT-CARREG                PIC 9(11)V99.
           05 WS-RNT-DIAS                  PIC 9(03).
       01  WS-DATA-REF.
           05 WS-ANO-REF                   PIC 9(04).
           05 WS-MES-REF                   PIC 9(02).
           05 WS-DIA-REF                   PIC 9(02).
       01  WS-VENC-PARTES.
           05 WS-VENC-ANO                  PIC 9(04).
           05 WS-VENC-MES                  PIC 9(02).
           05 WS-VENC-DIA                  PIC 9(02).
       77  WS-DIAS-CALC                    PIC S9(07).
       77  WS-SALDO-DOC                    PIC S9(09)V99.
      *----------------------------------------------------------------*
      *    ACUMULADOS DO CLIENTE E DO MES
      *----------------------------------------------------------------*
       77  WS-CODCLI-CUR                   PIC X(04).
       01  WS-ACUM-CLIENTE.
           05 WS-CLI-RECEITA               PIC 9(11)V99.
           05 WS-CLI-DEVOL                 PIC 9(11)V99.
           05 WS-CLI-CUSTO                 PIC 9(11)V99.
           05 WS-CLI-CUSTO-DEV             PIC 9(11)V99.
           05 WS-CLI-COMISSAO              PIC 9(11)V99.
           05 WS-CLI-VENCIDO               PIC 9(11)V99.
           05 WS-CLI-CARREG                PIC 9(11)V99.
           05 WS-CLI-DIAS                  PIC 9(03).
       01  WS-ACUM-GERAL.
           05 WS-GER-RECEITA               PIC 9(11)V99.
           05 WS-GER-DEVOL                 PIC 9(11)V99.
           05 WS-GER-CUSTO                 PIC 9(11)V99.
           05 WS-GER-CUSTO-DEV             PIC 9(11)V99.
           05 WS-GER-COMISSAO              PIC 9(11)V99.
           05 WS-GER-VENCIDO               PIC 9(11)V99.
           05 WS-GER-CARREG                PIC 9(11)V99.
           05 WS-GER-DIAS                  PIC 9(03).
       77  WS-RECEITA-LIQ                  PIC S9(11)V99.
       77  WS-MARGEM                       PIC S9(11)V99.
       77  WS-RESULTADO                    PIC S9(11)V99.
       77  WS-PERC-MARGEM                  PIC S9(07)V9.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE RENTABILIDADE
      *----------------------------------------------------------------*
       01  WS-CABEC-RNT1.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "RENTABILIDADE POR CLIENTE  -  REFERENCIA    ".
           05 CB-RNT-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CB-RNT-ANO                   PIC 9(04).
           05 FILLER                       PIC X(36)
                                                   VALUE
              "     TAXA DE CARREGAMENTO DO ATRASO:".
           05 CB-RNT-TAXA                  PIC ZZ9,99.
           05 FILLER                       PIC X(39)
                                                   VALUE
              "% A.M.".
       01  WS-CABEC-RNT2.
           05 FILLER                       PIC X(33)
                                                   VALUE
              "CLI   NOME".
           05 FILLER                       PIC X(14)
                                                   VALUE
              " RECEITA BRUTA".
           05 FILLER                       PIC X(16)
                                                   VALUE
              "      DEVOLUCOES".
           05 FILLER                       PIC X(16)
                                                   VALUE
              "     CUSTO MEDIO".
           05 FILLER                       PIC X(16)
                                                   VALUE
              "        COMISSAO".
           05 FILLER                       PIC X(17)
                                                   VALUE
              "    MARGEM BRUTA ".
           05 FILLER                       PIC X(09)
                                                   VALUE
              "  MARGEM%".
           05 FILLER                       PIC X(11) VALUE SPACES.
       01  WS-CABEC-RNT3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-RNT1.
           05 LD-RNT-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-NOME                  PIC X(25).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-RECEITA               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-DEVOL                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-CUSTO                 PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-RNT-COMISSAO              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-MARGEM                PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-PERC                  PIC -ZZZ9,9.
           05 LD-RNT-PERC-X REDEFINES LD-RNT-PERC
                                           PIC X(07).
           05 FILLER                       PIC X(11) VALUE SPACES.
       01  WS-LINDET-RNT2.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                                                   VALUE
              "SALDO VENCIDO: ".
           05 LD-RNT-VENCIDO               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(16)
                                                   VALUE
              "  MAIOR ATRASO: ".
           05 LD-RNT-DIAS                  PIC ZZ9.
           05 FILLER                       PIC X(05) VALUE " DIAS".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "   CUSTO DO ATRASO: ".
           05 LD-RNT-CARREG                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   RESULTADO: ".
           05 LD-RNT-RESULTADO             PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-RNT-ALERTA                PIC X(12) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-RODAPE-RNT1.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "CLIENTES ANALISADOS..................:".
           05 RD-RNT-CLIENTES              PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
       01  WS-RODAPE-RNT2.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "CLIENTES COM RESULTADO NEGATIVO......:".
           05 RD-RNT-PREJUIZO              PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
       01  WS-RODAPE-RNT3.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "DEVOLUCOES SEM ITEM NO MES...........:".
           05 RD-RNT-DEVSEM                PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-PARMREF                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-CUSTHIST                     PIC X(02).
           88 SUCESSO-CH                   VALUE "00".
           88 FIM-ARQ-CH                   VALUE "10".
       01  FS-DEVCOM                       PIC X(02).
           88 SUCESSO-D                    VALUE "00".
           88 FIM-ARQ-D                    VALUE "10".
       01  FS-TITREC                       PIC X(02).
           88 SUCESSO-T                    VALUE "00".
           88 FIM-ARQ-T                    VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-C                    VALUE "00".
       01  FS-RELRENT                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-RNT                   PIC X(01).
           88 FIM-CLASS-RNT                        VALUE "S".
           88 NAO-FIM-CLASS-RNT                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO                     PIC 9(07).
       77  WS-CTPEDMES                     PIC 9(07).
       77  WS-CTITEM                       PIC 9(07).
       77  WS-CTITEMSEL                    PIC 9(07).
       77  WS-CTITEMFORA                   PIC 9(07).
       77  WS-CTSEMCAD                     PIC 9(07).
       77  WS-CTCUSTOHIST                  PIC 9(07).
       77  WS-CTDEVLIDA                    PIC 9(05).
       77  WS-CTDEVAPLIC                   PIC 9(05).
       77  WS-CTDEVSEM                     PIC 9(05).
       77  WS-CTDOCVENC                    PIC 9(07).
       77  WS-CTCLIENTE                    PIC 9(05).
       77  WS-CTPREJUIZO                   PIC 9(05).
       77  WS-QTDREG-TRAILER               PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO-F                   PIC ZZZZZZ9.
       77  WS-CTPEDMES-F                   PIC ZZZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZZZ9.
       77  WS-CTITEMSEL-F                  PIC ZZZZZZ9.
       77  WS-CTITEMFORA-F                 PIC ZZZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZZZ9.
       77  WS-CTCUSTOHIST-F                PIC ZZZZZZ9.
       77  WS-CTDEVLIDA-F                  PIC ZZZZ9.
       77  WS-CTDEVAPLIC-F                 PIC ZZZZ9.
       77  WS-CTDEVSEM-F                   PIC ZZZZ9.
       77  WS-CTDOCVENC-F                  PIC ZZZZZZ9.
       77  WS-CTCLIENTE-F                  PIC ZZZZ9.
       77  WS-CTPREJUIZO-F                 PIC ZZZZ9.
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): PARMREF TRAZ O ANO/MES DE REFERENCIA (HAVENDO
      *    VALOR VIGENTE O CARTAO AVULSO NEM E LIDO) E TAXACAR A TAXA
      *    MENSAL DE CARREGAMENTO DO ATRASO
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-REF          PIC 9(06).
              10 FILLER                    PIC X(09).
           05 WS-PRM-VALOR-T REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-TAXA         PIC 9(02)V99.
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
       0000-EX004PA0.
           PERFORM 1000-INICIALIZAR
           PERFORM 1200-CARREGAR-CUSTOS
           PERFORM 1300-CARREGAR-DEVOLUCOES
           SORT CLASS-RNT
               ON ASCENDING KEY RNT-CODCLI-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-VALORES
               OUTPUT PROCEDURE IS 3000-APURAR-CLIENTES
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPEDIDO
                                              WS-CTPEDMES
                                              WS-CTITEM
                                              WS-CTITEMSEL
                                              WS-CTITEMFORA
                                              WS-CTSEMCAD
                                              WS-CTCUSTOHIST
                                              WS-CTDEVLIDA
                                              WS-CTDEVAPLIC
                                              WS-CTDEVSEM
                                              WS-CTDOCVENC
                                              WS-CTCLIENTE
                                              WS-CTPREJUIZO
                                              WS-QTDREG-TRAILER
                                              WS-QTD-CUSTOS
                                              WS-QTD-DEVOL
           MOVE ZEROS                      TO WS-ACUM-GERAL
           SET TRAILER-LIB-NAO-VISTO       TO TRUE
           SET PEDIDO-NAO-LIDO             TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE "EX004PA0"                 TO WS-PRM-PROGRAMA
           MOVE "PARMREF"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-REF        TO WS-REF-ANOMES
              DISPLAY "EX004PA0: REFERENCIA DO PARMMST"
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
              CLOSE PARMREF
           END-IF
           IF WS-REF-ANOMES IS NOT NUMERIC
           OR WS-REF-MES = ZERO
           OR WS-REF-MES > 12
              MOVE "REFERENCIA INVALIDA"   TO WS-MSG
              MOVE FS-PARMREF              TO WS-FS
              GO TO 9000-ERRO
           END-IF
      *    O ATRASO E MEDIDO ATE O FIM DO MES DE REFERENCIA (DIA 30
      *    NO CALENDARIO COMERCIAL)
           MOVE WS-REF-ANO                 TO WS-ANO-REF
           MOVE WS-REF-MES                 TO WS-MES-REF
           MOVE 30                         TO WS-DIA-REF

           MOVE WS-TAXA-PADRAO             TO WS-TAXA-CARREG
           MOVE "EX004PA0"                 TO WS-PRM-PROGRAMA
           MOVE "TAXACAR"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              IF WS-PRM-VALOR-TAXA IS NUMERIC
                 MOVE WS-PRM-VALOR-TAXA    TO WS-TAXA-CARREG
                 DISPLAY "EX004PA0: TAXA DE CARREGAMENTO DO PARMMST"
              ELSE
                 DISPLAY "EX004PA0: TAXACAR INVALIDA NO PARMMST"
              END-IF
           END-IF

           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADCLI
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELRENT
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELRENT" TO WS-MSG
              MOVE FS-RELRENT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-REF-MES                 TO CB-RNT-MES
           MOVE WS-REF-ANO                 TO CB-RNT-ANO
           MOVE WS-TAXA-CARREG             TO CB-RNT-TAXA
           WRITE REG-RELRENT               FROM WS-CABEC-RNT1
           WRITE REG-RELRENT               FROM WS-CABEC-RNT2
           WRITE REG-RELRENT               FROM WS-CABEC-RNT3
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-CUSTOS - TRAJETORIA DE CUSTO MEDIO EM TABELA   *
      *    (ARQUIVO OPCIONAL: AUSENTE, TODO ITEM SAI PELO CUSTO ATUAL   *
      *    DO CADASTRO)                                                 *
      *----------------------------------------------------------------*
       1200-CARREGAR-CUSTOS.
           OPEN INPUT CUSTHIST
           IF NOT SUCESSO-CH
              CLOSE CUSTHIST
           ELSE
              PERFORM 1210-LER-CUSTHIST
              PERFORM 1220-ARMAZENAR-CUSTO UNTIL FIM-ARQ-CH
              CLOSE CUSTHIST
           END-IF
           .
       1210-LER-CUSTHIST.
           READ CUSTHIST INTO WS-REG-CUSTO
           IF NOT SUCESSO-CH
              IF NOT FIM-ARQ-CH
                 MOVE "ERRO LEITURA CUSTHIST" TO WS-MSG
                 MOVE FS-CUSTHIST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-CUSTO.
           IF WS-CUS-CODPROD IS NUMERIC
           AND WS-CUS-DATA IS NUMERIC
           AND WS-CUS-CUSTO IS NUMERIC
              IF WS-QTD-CUSTOS NOT < 5000
                 MOVE "TABELA DE CUSTOS ESTOURADA" TO WS-MSG
                 MOVE SPACES                       TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-QTD-CUSTOS
              MOVE WS-CUS-CODPROD          TO
                   WS-CUSTO-CODPROD-T (WS-QTD-CUSTOS)
              MOVE WS-CUS-DATA             TO
                   WS-CUSTO-DATA-T (WS-QTD-CUSTOS)
              MOVE WS-CUS-CUSTO            TO
                   WS-CUSTO-VALOR-T (WS-QTD-CUSTOS)
           END-IF
           PERFORM 1210-LER-CUSTHIST
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-DEVOLUCOES - DEVOLUCOES ACEITAS DO PERIODO     *
      *    (ARQUIVO OPCIONAL), PARA CASAR COM O ITEM PEDIDO/PRODUTO     *
      *----------------------------------------------------------------*
       1300-CARREGAR-DEVOLUCOES.
           OPEN INPUT DEVCOM
           IF NOT SUCESSO-D
              CLOSE DEVCOM
           ELSE
              PERFORM 1310-LER-DEVCOM
              PERFORM 1320-ARMAZENAR-DEVOLUCAO UNTIL FIM-ARQ-D
              CLOSE DEVCOM
           END-IF
           .
       1310-LER-DEVCOM.
           READ DEVCOM INTO WS-REG-DEVCOM
           IF NOT SUCESSO-D
              IF NOT FIM-ARQ-D
                 MOVE "ERRO LEITURA DEVCOM" TO WS-MSG
                 MOVE FS-DEVCOM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-DEVOLUCAO.
           ADD 1                           TO WS-CTDEVLIDA
           IF WS-DCO-NUM-PEDIDO IS NUMERIC
           AND WS-DCO-CODPROD IS NUMERIC
           AND WS-DCO-QTD IS NUMERIC
           AND WS-DCO-VALOR IS NUMERIC
              IF WS-QTD-DEVOL NOT < 3000
                 MOVE "TABELA DE DEVOLUCOES ESTOURADA" TO WS-MSG
                 MOVE SPACES                           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-QTD-DEVOL
              MOVE WS-DCO-NUM-PEDIDO       TO
                   WS-DEV-PEDIDO-T (WS-QTD-DEVOL)
              MOVE WS-DCO-CODPROD          TO
                   WS-DEV-CODPROD-T (WS-QTD-DEVOL)
              MOVE WS-DCO-QTD              TO
                   WS-DEV-QTD-T (WS-QTD-DEVOL)
              MOVE WS-DCO-VALOR            TO
                   WS-DEV-VALOR-T (WS-QTD-DEVOL)
              SET DEV-PENDENTE (WS-QTD-DEVOL) TO TRUE
           END-IF
           PERFORM 1310-LER-DEVCOM
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-VALORES - LIBERA OS ITENS DOS PEDIDOS DO     *
      *    MES (EXTTLIB, COM HEADER E TRAILER CONFERIDOS) E OS          *
      *    DOCUMENTOS VENCIDOS DO RAZAO A RECEBER                       *
      *----------------------------------------------------------------*
       2000-SELECIONAR-VALORES.
           OPEN INPUT EXTTLIB
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-EXTTLIB
           IF WS-TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTLIB SEM HEADER"    TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2200-TRATAR-REGISTRO UNTIL TRAILER-LIB-VISTO
           CLOSE EXTTLIB
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-CTPEDIDO NOT = WS-QTDREG-TRAILER
              MOVE "EXTTLIB TRAILER DIVERGENTE" TO WS-MSG
              MOVE FS-EXTTLIB                   TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2600-SELECIONAR-ATRASOS
           .
       2100-LER-EXTTLIB.
           READ EXTTLIB                    INTO WS-REG-EXTTORD
           IF NOT SUCESSO-E
              IF FIM-ARQ-E
                 MOVE "EXTTLIB SEM TRAILER" TO WS-MSG
                 MOVE FS-EXTTLIB            TO WS-FS
                 GO TO 9000-ERRO
              ELSE
                 MOVE "ERRO LEITURA EXTTLIB" TO WS-MSG
                 MOVE FS-EXTTLIB             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           MOVE WS-REG-EXTTORD             TO WS-REG-EXTTITN
           .
       2200-TRATAR-REGISTRO.
           PERFORM 2100-LER-EXTTLIB
           EVALUATE WS-TIPO-REG-EXTTORD
              WHEN "T"
                 SET TRAILER-LIB-VISTO     TO TRUE
                 MOVE WS-QTDREG-EXTTORD    TO WS-QTDREG-TRAILER
              WHEN "I"
                 ADD 1                     TO WS-CTITEM
                 IF PEDIDO-SELECIONADO
                    PERFORM 2300-VALORIZAR-ITEM
                 ELSE
                    ADD 1                  TO WS-CTITEMFORA
                 END-IF
              WHEN OTHER
                 ADD 1                     TO WS-CTPEDIDO
                 IF WS-COD-CLIENTE IS NUMERIC
                 AND WS-ANO-ORD = WS-REF-ANO
                 AND WS-MES-ORD = WS-REF-MES
                    SET PEDIDO-SELECIONADO TO TRUE
                    ADD 1                  TO WS-CTPEDMES
                    MOVE WS-COD-CLIENTE    TO WS-CODCLI-BUSCA
                    MOVE WS-CODCLI-BUSCA (3:4) TO WS-CODCLI-PED
                    MOVE WS-ANO-ORD        TO WS-DATA-PED (1:4)
                    MOVE WS-MES-ORD        TO WS-DATA-PED (5:2)
                    MOVE WS-DIA-ORD        TO WS-DATA-PED (7:2)
                 ELSE
                    SET PEDIDO-FORA-DO-MES TO TRUE
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2300-VALORIZAR-ITEM - RECEITA, CUSTO NA DATA DO PEDIDO,      *
      *    DEVOLUCAO DO ITEM E COMISSAO SOBRE A RECEITA LIQUIDA         *
      *----------------------------------------------------------------*
       2300-VALORIZAR-ITEM.
           IF WS-CODPROD-IT IS NOT NUMERIC
           OR WS-QTD-IT IS NOT NUMERIC
           OR WS-PRECO-UNIT-IT IS NOT NUMERIC
              ADD 1                        TO WS-CTITEMFORA
           ELSE
              ADD 1                        TO WS-CTITEMSEL
              MOVE WS-CODPROD-IT           TO CODPROD-V
              READ VCADPRD
                 INVALID KEY
                    ADD 1                  TO WS-CTSEMCAD
                    MOVE ZEROS             TO WS-CUSTO-UNIT
                                              WS-PERCOMIS
                 NOT INVALID KEY
                    MOVE PRECOCOMPRA-V     TO WS-CUSTO-UNIT
                    MOVE PERCOMIS-V        TO WS-PERCOMIS
              END-READ
              PERFORM 2400-CUSTO-NA-DATA
              MOVE WS-CODCLI-PED           TO WS-RNT-CODCLI
              SET RNT-VENDA                TO TRUE
              COMPUTE WS-RNT-RECEITA =
                      WS-QTD-IT * WS-PRECO-UNIT-IT
              COMPUTE WS-RNT-CUSTO =
                      WS-QTD-IT * WS-CUSTO-UNIT
              MOVE ZEROS                   TO WS-RNT-DEVOL
                                              WS-RNT-CUSTO-DEV
                                              WS-RNT-VENCIDO
                                              WS-RNT-CARREG
                                              WS-RNT-DIAS
              PERFORM 2500-APLICAR-DEVOLUCAO
                  VARYING WS-IDX-DEV FROM 1 BY 1
                  UNTIL WS-IDX-DEV > WS-QTD-DEVOL
              COMPUTE WS-BASE-COMISSAO =
                      WS-RNT-RECEITA - WS-RNT-DEVOL
              IF WS-BASE-COMISSAO > ZERO
                 COMPUTE WS-RNT-COMISSAO ROUNDED =
                         WS-BASE-COMISSAO * WS-PERCOMIS / 100
              ELSE
                 MOVE ZEROS                TO WS-RNT-COMISSAO
              END-IF
              RELEASE REG-CLASS-RNT        FROM WS-REG-RNT
           END-IF
           .
      *----------------------------------------------------------------*
      *    2400-CUSTO-NA-DATA - CUSTO DA TRAJETORIA DE MAIOR DATA ATE   *
      *    A DATA DO PEDIDO; SEM COBERTURA, FICA O CUSTO DO CADASTRO    *
      *----------------------------------------------------------------*
       2400-CUSTO-NA-DATA.
           MOVE ZEROS                      TO WS-DATA-CUSTO
           PERFORM 2410-COMPARAR-CUSTO
               VARYING WS-IDX-CUSTO FROM 1 BY 1
               UNTIL WS-IDX-CUSTO > WS-QTD-CUSTOS
           IF WS-DATA-CUSTO > ZERO
              ADD 1                        TO WS-CTCUSTOHIST
           END-IF
           .
       2410-COMPARAR-CUSTO.
           IF WS-CUSTO-CODPROD-T (WS-IDX-CUSTO) = WS-CODPROD-IT
           AND WS-CUSTO-DATA-T (WS-IDX-CUSTO) <= WS-DATA-PED
           AND WS-CUSTO-DATA-T (WS-IDX-CUSTO) >= WS-DATA-CUSTO
              MOVE WS-CUSTO-DATA-T (WS-IDX-CUSTO)
                                           TO WS-DATA-CUSTO
              MOVE WS-CUSTO-VALOR-T (WS-IDX-CUSTO)
                                           TO WS-CUSTO-UNIT
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-APLICAR-DEVOLUCAO - CADA DEVOLUCAO DO PEDIDO/PRODUTO    *
      *    ESTORNA O SEU VALOR DA RECEITA E A QUANTIDADE AO CUSTO DO    *
      *    ITEM (NO MAXIMO A QUANTIDADE VENDIDA), UMA UNICA VEZ         *
      *----------------------------------------------------------------*
       2500-APLICAR-DEVOLUCAO.
           IF DEV-PENDENTE (WS-IDX-DEV)
           AND WS-DEV-PEDIDO-T (WS-IDX-DEV) = WS-NUM-PEDIDO-IT
           AND WS-DEV-CODPROD-T (WS-IDX-DEV) = WS-CODPROD-IT
              SET DEV-APLICADA (WS-IDX-DEV) TO TRUE
              ADD 1                        TO WS-CTDEVAPLIC
              ADD WS-DEV-VALOR-T (WS-IDX-DEV) TO WS-RNT-DEVOL
              IF WS-DEV-QTD-T (WS-IDX-DEV) > WS-QTD-IT
                 MOVE WS-QTD-IT            TO WS-QTD-DEVOLVIDA
              ELSE
                 MOVE WS-DEV-QTD-T (WS-IDX-DEV)
                                           TO WS-QTD-DEVOLVIDA
              END-IF
              COMPUTE WS-RNT-CUSTO-DEV =
                      WS-RNT-CUSTO-DEV
                    + WS-QTD-DEVOLVIDA * WS-CUSTO-UNIT
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-SELECIONAR-ATRASOS - DOCUMENTOS EM ABERTO DO RAZAO A    *
      *    RECEBER VENCIDOS ATE O FIM DO MES DE REFERENCIA (ARQUIVO     *
      *    OPCIONAL: AUSENTE, NENHUM CLIENTE TEM CUSTO DE ATRASO)       *
      *----------------------------------------------------------------*
       2600-SELECIONAR-ATRASOS.
           OPEN INPUT TITREC
           IF NOT SUCESSO-T
              CLOSE TITREC
           ELSE
              PERFORM 2610-LER-TITREC
              PERFORM 2700-TRATAR-DOCUMENTO UNTIL FIM-ARQ-T
              CLOSE TITREC
           END-IF
           PERFORM 2800-CONTAR-DEVOLUCAO-SEM-ITEM
               VARYING WS-IDX-DEV FROM 1 BY 1
               UNTIL WS-IDX-DEV > WS-QTD-DEVOL
           .
       2610-LER-TITREC.
           READ TITREC INTO WS-REG-TITREC
           IF NOT SUCESSO-T
              IF NOT FIM-ARQ-T
                 MOVE "ERRO LEITURA TITREC" TO WS-MSG
                 MOVE FS-TITREC             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2700-TRATAR-DOCUMENTO.
           IF TRC-ABERTO
           AND WS-TRC-DATA-VENCTO IS NUMERIC
           AND WS-TRC-VALOR IS NUMERIC
           AND WS-TRC-VALOR-BAIXADO IS NUMERIC
              MOVE WS-TRC-DATA-VENCTO      TO WS-VENC-PARTES
              COMPUTE WS-DIAS-CALC =
                      (WS-ANO-REF - WS-VENC-ANO) * 360
                    + (WS-MES-REF - WS-VENC-MES) * 30
                    + (WS-DIA-REF - WS-VENC-DIA)
              COMPUTE WS-SALDO-DOC =
                      WS-TRC-VALOR - WS-TRC-VALOR-BAIXADO
              IF WS-DIAS-CALC > ZERO
              AND WS-SALDO-DOC > ZERO
                 IF WS-DIAS-CALC > 999
                    MOVE 999               TO WS-DIAS-CALC
                 END-IF
                 ADD 1                     TO WS-CTDOCVENC
                 MOVE ZEROS                TO WS-REG-RNT
                 MOVE WS-TRC-CODCLI        TO WS-RNT-CODCLI
                 SET RNT-ATRASO            TO TRUE
                 MOVE WS-SALDO-DOC         TO WS-RNT-VENCIDO
                 MOVE WS-DIAS-CALC         TO WS-RNT-DIAS
                 COMPUTE WS-RNT-CARREG ROUNDED =
                         WS-SALDO-DOC * WS-TAXA-CARREG / 100
                       * WS-DIAS-CALC / 30
                 RELEASE REG-CLASS-RNT     FROM WS-REG-RNT
              END-IF
           END-IF
           PERFORM 2610-LER-TITREC
           .
       2800-CONTAR-DEVOLUCAO-SEM-ITEM.
           IF DEV-PENDENTE (WS-IDX-DEV)
              ADD 1                        TO WS-CTDEVSEM
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-APURAR-CLIENTES - QUEBRA POR CLIENTE: SOMA VENDAS E     *
      *    ATRASOS E IMPRIME AS DUAS LINHAS DO CLIENTE                  *
      *----------------------------------------------------------------*
       3000-APURAR-CLIENTES.
           SET NAO-FIM-CLASS-RNT           TO TRUE
           PERFORM 3100-RETORNAR-RNT
           PERFORM 3200-TRATAR-CLIENTE UNTIL FIM-CLASS-RNT
           .
       3100-RETORNAR-RNT.
           RETURN CLASS-RNT                INTO WS-REG-RNT
               AT END
                  SET FIM-CLASS-RNT        TO TRUE
           END-RETURN
           .
       3200-TRATAR-CLIENTE.
           MOVE WS-RNT-CODCLI              TO WS-CODCLI-CUR
           MOVE ZEROS                      TO WS-ACUM-CLIENTE
           PERFORM 3250-SOMAR-VALORES
               UNTIL FIM-CLASS-RNT
               OR    WS-RNT-CODCLI NOT = WS-CODCLI-CUR
           MOVE WS-CODCLI-CUR              TO CODCLI-VC
           READ VCADCLI
              INVALID KEY
                 MOVE "(SEM CADASTRO)"     TO LD-RNT-NOME
              NOT INVALID KEY
                 MOVE NOMECLI-VC           TO LD-RNT-NOME
           END-READ
           MOVE WS-CODCLI-CUR              TO LD-RNT-CODCLI
           PERFORM 3500-IMPRIMIR-CLIENTE
           ADD 1                           TO WS-CTCLIENTE
           IF WS-RESULTADO < ZERO
              ADD 1                        TO WS-CTPREJUIZO
           END-IF
           ADD WS-CLI-RECEITA              TO WS-GER-RECEITA
           ADD WS-CLI-DEVOL                TO WS-GER-DEVOL
           ADD WS-CLI-CUSTO                TO WS-GER-CUSTO
           ADD WS-CLI-CUSTO-DEV            TO WS-GER-CUSTO-DEV
           ADD WS-CLI-COMISSAO             TO WS-GER-COMISSAO
           ADD WS-CLI-VENCIDO              TO WS-GER-VENCIDO
           ADD WS-CLI-CARREG               TO WS-GER-CARREG
           IF WS-CLI-DIAS > WS-GER-DIAS
              MOVE WS-CLI-DIAS             TO WS-GER-DIAS
           END-IF
           .
       3250-SOMAR-VALORES.
           ADD WS-RNT-RECEITA              TO WS-CLI-RECEITA
           ADD WS-RNT-DEVOL                TO WS-CLI-DEVOL
           ADD WS-RNT-CUSTO                TO WS-CLI-CUSTO
           ADD WS-RNT-CUSTO-DEV            TO WS-CLI-CUSTO-DEV
           ADD WS-RNT-COMISSAO             TO WS-CLI-COMISSAO
           ADD WS-RNT-VENCIDO              TO WS-CLI-VENCIDO
           ADD WS-RNT-CARREG               TO WS-CLI-CARREG
           IF WS-RNT-DIAS > WS-CLI-DIAS
              MOVE WS-RNT-DIAS             TO WS-CLI-DIAS
           END-IF
           PERFORM 3100-RETORNAR-RNT
           .
      *----------------------------------------------------------------*
      *    3500-IMPRIMIR-CLIENTE - MARGEM BRUTA, MARGEM % SOBRE A       *
      *    RECEITA LIQUIDA E RESULTADO APOS O CUSTO DO ATRASO           *
      *    (ACUMULADOS EM WS-ACUM-CLIENTE; CODIGO E NOME JA MOVIDOS)    *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-CLIENTE.
           COMPUTE WS-RECEITA-LIQ =
                   WS-CLI-RECEITA - WS-CLI-DEVOL
           COMPUTE WS-MARGEM =
                   WS-RECEITA-LIQ
                 - (WS-CLI-CUSTO - WS-CLI-CUSTO-DEV)
                 - WS-CLI-COMISSAO
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-CLI-CARREG
           MOVE WS-CLI-RECEITA             TO LD-RNT-RECEITA
           MOVE WS-CLI-DEVOL               TO LD-RNT-DEVOL
           COMPUTE LD-RNT-CUSTO =
                   WS-CLI-CUSTO - WS-CLI-CUSTO-DEV
           MOVE WS-CLI-COMISSAO            TO LD-RNT-COMISSAO
           MOVE WS-MARGEM                  TO LD-RNT-MARGEM
           IF WS-RECEITA-LIQ > ZERO
              COMPUTE WS-PERC-MARGEM ROUNDED =
                      WS-MARGEM * 100 / WS-RECEITA-LIQ
              IF WS-PERC-MARGEM > 9999,9
                 MOVE 9999,9               TO WS-PERC-MARGEM
              END-IF
              IF WS-PERC-MARGEM < -9999,9
                 MOVE -9999,9              TO WS-PERC-MARGEM
              END-IF
              MOVE WS-PERC-MARGEM          TO LD-RNT-PERC
           ELSE
              MOVE "    -  "               TO LD-RNT-PERC-X
           END-IF
           WRITE REG-RELRENT               FROM WS-LINDET-RNT1
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELRENT" TO WS-MSG
              MOVE FS-RELRENT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CLI-VENCIDO             TO LD-RNT-VENCIDO
           MOVE WS-CLI-DIAS                TO LD-RNT-DIAS
           MOVE WS-CLI-CARREG              TO LD-RNT-CARREG
           MOVE WS-RESULTADO               TO LD-RNT-RESULTADO
           IF WS-RESULTADO < ZERO
              MOVE "** PREJUIZO"           TO LD-RNT-ALERTA
           ELSE
              MOVE SPACES                  TO LD-RNT-ALERTA
           END-IF
           WRITE REG-RELRENT               FROM WS-LINDET-RNT2
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELRENT" TO WS-MSG
              MOVE FS-RELRENT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELRENT               FROM WS-LIN-BRANCO
           .
       3800-TERMINO.
           WRITE REG-RELRENT               FROM WS-CABEC-RNT3
           MOVE WS-ACUM-GERAL              TO WS-ACUM-CLIENTE
           MOVE "TOT."                     TO LD-RNT-CODCLI
           MOVE "TOTAL DO MES"             TO LD-RNT-NOME
           PERFORM 3500-IMPRIMIR-CLIENTE
           WRITE REG-RELRENT               FROM WS-CABEC-RNT3
           MOVE WS-CTCLIENTE               TO RD-RNT-CLIENTES
           WRITE REG-RELRENT               FROM WS-RODAPE-RNT1
           MOVE WS-CTPREJUIZO              TO RD-RNT-PREJUIZO
           WRITE REG-RELRENT               FROM WS-RODAPE-RNT2
           MOVE WS-CTDEVSEM                TO RD-RNT-DEVSEM
           WRITE REG-RELRENT               FROM WS-RODAPE-RNT3

           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTPEDMES                TO WS-CTPEDMES-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTITEMSEL               TO WS-CTITEMSEL-F
           MOVE WS-CTITEMFORA              TO WS-CTITEMFORA-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTCUSTOHIST             TO WS-CTCUSTOHIST-F
           MOVE WS-CTDEVLIDA               TO WS-CTDEVLIDA-F
           MOVE WS-CTDEVAPLIC              TO WS-CTDEVAPLIC-F
           MOVE WS-CTDEVSEM                TO WS-CTDEVSEM-F
           MOVE WS-CTDOCVENC               TO WS-CTDOCVENC-F
           MOVE WS-CTCLIENTE               TO WS-CTCLIENTE-F
           MOVE WS-CTPREJUIZO              TO WS-CTPREJUIZO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PEDIDOS LIDOS EM EXTTLIB.............: "
                                           WS-CTPEDIDO-F
           DISPLAY " PEDIDOS DO MES DE REFERENCIA.........: "
                                           WS-CTPEDMES-F
           DISPLAY " ITENS LIDOS..........................: "
                                           WS-CTITEM-F
           DISPLAY " ITENS VALORIZADOS....................: "
                                           WS-CTITEMSEL-F
           DISPLAY " ITENS FORA DO MES OU INVALIDOS.......: "
                                           WS-CTITEMFORA-F
           DISPLAY " ITENS SEM CADASTRO NO VCADPRD........: "
                                           WS-CTSEMCAD-F
           DISPLAY " ITENS CUSTEADOS PELA TRAJETORIA......: "
                                           WS-CTCUSTOHIST-F
           DISPLAY " DEVOLUCOES LIDAS.....................: "
                                           WS-CTDEVLIDA-F
           DISPLAY " DEVOLUCOES APLICADAS.................: "
                                           WS-CTDEVAPLIC-F
           DISPLAY " DEVOLUCOES SEM ITEM NO MES...........: "
                                           WS-CTDEVSEM-F
           DISPLAY " DOCUMENTOS VENCIDOS NO RAZAO.........: "
                                           WS-CTDOCVENC-F
           DISPLAY " CLIENTES ANALISADOS..................: "
                                           WS-CTCLIENTE-F
           DISPLAY " CLIENTES COM RESULTADO NEGATIVO......: "
                                           WS-CTPREJUIZO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADCLI
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELRENT
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELRENT" TO WS-MSG
              MOVE FS-RELRENT               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
