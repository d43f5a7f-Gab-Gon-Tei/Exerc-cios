      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P77.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    EMISSAO DAS NOTAS FISCAIS DE SAIDA DOS PEDIDOS FATURADOS     *
      *    PELO EX004P62 (EXTTLIB: PEDIDO "D" SEGUIDO DOS ITENS "I").   *
      *    CADA PEDIDO VIRA UMA NOTA, NUMERADA EM SEQUENCIA A PARTIR    *
      *    DO CONTADOR NFCTL (REGRAVADO AO FINAL), COM UMA LINHA POR    *
      *    ITEM. ICMS, IPI, PIS E COFINS SAO CALCULADOS POR ITEM COM    *
      *    AS ALIQUOTAS DA TABELA ALIQTRIB, PELA CLASSE FISCAL DO       *
      *    PRODUTO (CLASFIS) E PELA UF DO CLIENTE (UFCLI-N DO CLINEW).  *
      *    PEDIDO COM CLIENTE, CLASSE OU ALIQUOTA AUSENTE NAO E         *
      *    EMITIDO E SAI NA RELACAO DE NAO FATURADOS DO RELNFIS. AS     *
      *    NOTAS SAEM EM NFISCAL (H/N/I/T) E NO REGISTRO RELNFIS; OS    *
      *    TOTAIS DE CADA IMPOSTO SAO LANCADOS EM LANCGL4 (H/D/T),      *
      *    QUARTA FONTE DO CONSOLIDADOR EX004P50, COM AS CONTAS DA      *
      *    TABELA CONTASNF.                                             *
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
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT CLASFIS ASSIGN           TO UT-S-CLASFIS
           FILE STATUS IS FS-CLASFIS
           .
           SELECT ALIQTRIB ASSIGN          TO UT-S-ALIQTRIB
           FILE STATUS IS FS-ALIQTRIB
           .
           SELECT CONTASNF ASSIGN          TO CONTASNF
           FILE STATUS IS FS-CONTASNF
           .
           SELECT NFCTL ASSIGN             TO UT-S-NFCTL
           FILE STATUS IS FS-NFCTL
           .
           SELECT NFISCAL ASSIGN           TO UT-S-NFISCAL
           FILE STATUS IS FS-NFISCAL
           .
           SELECT LANCGL4 ASSIGN           TO LANCGL4
           FILE STATUS IS FS-LANCGL4
           .
           SELECT RELNFIS ASSIGN           TO UT-S-RELNFIS
           FILE STATUS IS FS-RELNFIS
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  EXTTLIB
           RECORDING MODE IS F
           .
           COPY CPEXTTOR REPLACING ==::== BY ====.

       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.

      *    CLASFIS - CLASSE FISCAL POR PRODUTO (CPCLAFIS)
       FD  CLASFIS
           RECORDING MODE IS F
           .
       01  REG-CLASFIS                     PIC X(20).

      *    ALIQTRIB - ALIQUOTAS POR CLASSE FISCAL E UF (CPALIQ)
       FD  ALIQTRIB
           RECORDING MODE IS F
           .
       01  REG-ALIQTRIB                    PIC X(40).

      *    CONTASNF - CONTA DEBITO/CREDITO POR IMPOSTO
       FD  CONTASNF
           RECORDING MODE IS F
           .
       01  REG-CONTASNF                    PIC X(17).

      *    NFCTL - ULTIMO NUMERO DE NOTA FISCAL EMITIDO E SERIE
       FD  NFCTL
           RECORDING MODE IS F
           .
       01  REG-NFCTL                       PIC X(20).

      *    NFISCAL - NOTAS EMITIDAS E SEUS ITENS (CPNFISC)
       FD  NFISCAL
           RECORDING MODE IS F
           .
       01  REG-NFISCAL                     PIC X(120).

      *    LANCGL4 - INTERFACE CONTABIL DOS IMPOSTOS SOBRE VENDAS
       FD  LANCGL4
           RECORDING MODE IS F
           .
       01  REG-LANCGL4                     PIC X(45).

       FD  RELNFIS
           RECORDING MODE IS F
           .
       01  REG-RELNFIS                     PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
           COPY CPCLAFIS.
           COPY CPALIQ.
           COPY CPNFISC.
      *----------------------------------------------------------------*
      *    CONTADOR DE NOTAS FISCAIS
      *----------------------------------------------------------------*
       01  WS-REG-NFCTL.
           05 WS-NFC-ULT-NF                PIC 9(08).
           05 WS-NFC-SERIE                 PIC X(03).
           05 WS-NFC-DATA                  PIC 9(08).
           05 FILLER                       PIC X(01).
       77  WS-ULT-NF                       PIC 9(08).
       77  WS-SERIE-NF                     PIC X(03).
      *----------------------------------------------------------------*
      *    CLIENTES (CODIGO E UF) CARREGADOS DO CLINEW
      *----------------------------------------------------------------*
       01  WS-TAB-CLIENTES.
           05 WS-TCL-ENT OCCURS 9999 TIMES.
              10 WS-TCL-CODCLI             PIC X(04).
              10 WS-TCL-UF                 PIC X(02).
       77  WS-QTD-CLIENTES                 PIC 9(04) COMP.
       77  WS-IDX-CLIENTE                  PIC 9(04) COMP.
       77  WS-IDX-CLI-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CLASSE FISCAL POR PRODUTO
      *----------------------------------------------------------------*
       01  WS-TAB-CLASFIS.
           05 WS-TCF-ENT OCCURS 9999 TIMES.
              10 WS-TCF-CODPROD            PIC 9(04).
              10 WS-TCF-CLASSE             PIC X(02).
       77  WS-QTD-CLASFIS                  PIC 9(04) COMP.
       77  WS-IDX-CLASFIS                  PIC 9(04) COMP.
       77  WS-IDX-CLF-ACHADA               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    ALIQUOTAS POR CLASSE FISCAL E UF
      *----------------------------------------------------------------*
       01  WS-TAB-ALIQ.
           05 WS-TAQ-ENT OCCURS 500 TIMES.
              10 WS-TAQ-CLASSE             PIC X(02).
              10 WS-TAQ-UF                 PIC X(02).
              10 WS-TAQ-ICMS               PIC 9(02)V99.
              10 WS-TAQ-IPI                PIC 9(02)V99.
              10 WS-TAQ-PIS                PIC 9(02)V99.
              10 WS-TAQ-COFINS             PIC 9(02)V99.
       77  WS-QTD-ALIQ                     PIC 9(04) COMP.
       77  WS-IDX-ALIQ                     PIC 9(04) COMP.
       77  WS-IDX-ALQ-ACHADA               PIC 9(04) COMP.
       77  WS-IDX-ALQ-GERAL                PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    PEDIDO CORRENTE E SEUS ITENS
      *----------------------------------------------------------------*
       01  WS-SW-PEDIDO                    PIC X(01).
           88 PEDIDO-ABERTO                        VALUE "S".
           88 SEM-PEDIDO-ABERTO                    VALUE "N".
       77  WS-CODCLI-BUSCA                 PIC X(06).
       77  WS-PED-NUM                      PIC 9(08).
       77  WS-PED-CODCLI                   PIC X(04).
       77  WS-PED-UF                       PIC X(02).
       77  WS-PED-VALOR                    PIC 9(09)V99.
       77  WS-MOTIVO-REJ                   PIC X(30).
       01  WS-TAB-ITENS.
           05 WS-TIT-ENT OCCURS 200 TIMES.
              10 WS-TIT-CODPROD            PIC 9(04).
              10 WS-TIT-QTD                PIC 9(06).
              10 WS-TIT-PRECO              PIC 9(07)V99.
              10 WS-TIT-CLASSE             PIC X(02).
              10 WS-TIT-VALOR              PIC 9(11)V99.
              10 WS-TIT-ALQ-ICMS           PIC 9(02)V99.
              10 WS-TIT-ICMS               PIC 9(09)V99.
              10 WS-TIT-ALQ-IPI            PIC 9(02)V99.
              10 WS-TIT-IPI                PIC 9(09)V99.
              10 WS-TIT-ALQ-PIS            PIC 9(02)V99.
              10 WS-TIT-PIS                PIC 9(09)V99.
              10 WS-TIT-ALQ-COFINS         PIC 9(02)V99.
              10 WS-TIT-COFINS             PIC 9(09)V99.
       77  WS-QTD-ITENS                    PIC 9(03) COMP.
       77  WS-IDX-ITEM                     PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    TOTAIS DA NOTA E DO PROCESSAMENTO
      *----------------------------------------------------------------*
       77  WS-NF-PRODUTOS                  PIC 9(11)V99.
       77  WS-NF-ICMS                      PIC 9(09)V99.
       77  WS-NF-IPI                       PIC 9(09)V99.
       77  WS-NF-PIS                       PIC 9(09)V99.
       77  WS-NF-COFINS                    PIC 9(09)V99.
       77  WS-NF-TOTAL                     PIC 9(11)V99.
       77  WS-TOT-PRODUTOS                 PIC 9(13)V99.
       77  WS-TOT-ICMS                     PIC 9(11)V99.
       77  WS-TOT-IPI                      PIC 9(11)V99.
       77  WS-TOT-PIS                      PIC 9(11)V99.
       77  WS-TOT-COFINS                   PIC 9(11)V99.
       77  WS-TOT-NOTAS                    PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    PEDIDOS NAO FATURADOS (IMPRESSOS AO FINAL DO REGISTRO)
      *----------------------------------------------------------------*
       01  WS-TAB-REJEITADOS.
           05 WS-TRJ-ENT OCCURS 500 TIMES.
              10 WS-TRJ-PEDIDO             PIC 9(08).
              10 WS-TRJ-CODCLI             PIC X(04).
              10 WS-TRJ-MOTIVO             PIC X(30).
       77  WS-QTD-REJEITADOS               PIC 9(04) COMP.
       77  WS-IDX-REJEITADO                PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    INTERFACE CONTABIL: CONTAS POR IMPOSTO (I=ICMS, P=IPI,
      *    S=PIS, C=COFINS)
      *----------------------------------------------------------------*
       01  WS-REG-CONTASNF.
           05 WS-CTN-TIPO                  PIC X(01).
           05 WS-CTN-DEBITO                PIC X(08).
           05 WS-CTN-CREDITO               PIC X(08).
       01  WS-TAB-CONTASNF.
           05 WS-CTN-ENT OCCURS 5 TIMES.
              10 WS-CTN-TIPO-T             PIC X(01).
              10 WS-CTN-DEB-T              PIC X(08).
              10 WS-CTN-CRED-T             PIC X(08).
       77  WS-QTD-CONTASNF                 PIC 9(02) COMP.
       77  WS-IDX-CONTASNF                 PIC 9(02) COMP.
       77  WS-IDX-CTN-ACHADA               PIC 9(02) COMP.
       77  WS-TIPO-LANC-NF                 PIC X(01).
       77  WS-VAL-LANC-NF                  PIC 9(11)V99.
       01  WS-REG-LANCGL4-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLN-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGL4-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-GLN-DATA                  PIC 9(08).
           05 WS-GLN-ORIGEM                PIC X(04) VALUE "NFIS".
           05 WS-GLN-CONTA-DEB             PIC X(08).
           05 WS-GLN-CONTA-CRED            PIC X(08).
           05 WS-GLN-VALOR                 PIC 9(11)V99.
           05 WS-GLN-FILIAL                PIC X(03) VALUE SPACES.
       01  WS-REG-LANCGL4-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLN-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLN-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
       77  WS-TOT-DEBITO-GLN               PIC 9(13)V99.
       77  WS-TOT-CREDITO-GLN              PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    LINHAS DO REGISTRO DE NOTAS FISCAIS
      *----------------------------------------------------------------*
       01  WS-CABEC-NF1.
           05 FILLER                       PIC X(50)
                                                   VALUE
              "          REGISTRO DE NOTAS FISCAIS DE SAIDA - ".
           05 LC-NF-DIA                    PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-NF-MES                    PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-NF-ANO                    PIC 9(04).
           05 FILLER                       PIC X(72) VALUE SPACES.
       01  WS-CABEC-NF2.
           05 FILLER                       PIC X(08) VALUE "  NUMERO".
           05 FILLER                       PIC X(05) VALUE "  SER".
           05 FILLER                       PIC X(10)
                                                   VALUE "    PEDIDO".
           05 FILLER                       PIC X(06) VALUE "   CLI".
           05 FILLER                       PIC X(04) VALUE "  UF".
           05 FILLER                       PIC X(16)
                                           VALUE "        PRODUTOS".
           05 FILLER                       PIC X(15)
                                           VALUE "           ICMS".
           05 FILLER                       PIC X(15)
                                           VALUE "            IPI".
           05 FILLER                       PIC X(15)
                                           VALUE "            PIS".
           05 FILLER                       PIC X(15)
                                           VALUE "         COFINS".
           05 FILLER                       PIC X(16)
                                           VALUE "        TOTAL NF".
           05 FILLER                       PIC X(07) VALUE SPACES.
       01  WS-CABEC-NF3                    PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-NF.
           05 LD-NF-NUMERO                 PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-SERIE                  PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-PEDIDO                 PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-CODCLI                 PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-UF                     PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-PRODUTOS               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-ICMS                   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-IPI                    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-PIS                    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-COFINS                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-TOTAL                  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-NF-OBS                    PIC X(01).
           05 FILLER                       PIC X(04) VALUE SPACES.
       01  WS-LINTOT-NF.
           05 LT-NF-TEXTO                  PIC X(34).
           05 LT-NF-VALOR                  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(77) VALUE SPACES.
       01  WS-LINOBS-NF                    PIC X(132)
                                                   VALUE
              "* SOMA DOS ITENS DIVERGE DO VALOR DO PEDIDO FATURADO".
       01  WS-CABEC-REJ1                   PIC X(132)
                                                   VALUE
              "          PEDIDOS NAO FATURADOS".
       01  WS-LINDET-REJ.
           05 FILLER                       PIC X(07) VALUE "PEDIDO ".
           05 LD-REJ-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(10)
                                                   VALUE "  CLIENTE ".
           05 LD-REJ-CODCLI                PIC X(04).
           05 FILLER                       PIC X(10)
                                                   VALUE "  MOTIVO: ".
           05 LD-REJ-MOTIVO                PIC X(30).
           05 FILLER                       PIC X(63) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-CLASFIS                      PIC X(02).
           88 SUCESSO-CF                   VALUE "00".
           88 FIM-ARQ-CF                   VALUE "10".
       01  FS-ALIQTRIB                     PIC X(02).
           88 SUCESSO-AQ                   VALUE "00".
           88 FIM-ARQ-AQ                   VALUE "10".
       01  FS-CONTASNF                     PIC X(02).
           88 SUCESSO-CTN                  VALUE "00".
           88 FIM-CONTASNF                 VALUE "10".
       01  FS-NFCTL                        PIC X(02).
           88 SUCESSO-K                    VALUE "00".
       01  FS-NFISCAL                      PIC X(02).
           88 SUCESSO-NF                   VALUE "00".
       01  FS-LANCGL4                      PIC X(02).
           88 SUCESSO-GLN                  VALUE "00".
       01  FS-RELNFIS                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-TRAILER-LIB               PIC X(01).
           88 TRAILER-LIB-VISTO                    VALUE "S".
           88 TRAILER-LIB-NAO-VISTO                VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO                     PIC 9(05) COMP.
       77  WS-CTITEM                       PIC 9(05) COMP.
       77  WS-CTNOTA                       PIC 9(05) COMP.
       77  WS-CTREJEITADO                  PIC 9(05) COMP.
       77  WS-CTDIVERG                     PIC 9(05) COMP.
       77  WS-CTALIQINV                    PIC 9(05) COMP.
       77  WS-CTLANCGL                     PIC 9(05) COMP.
       77  WS-CTSEMCONTA                   PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO-F                   PIC ZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZ9.
       77  WS-CTNOTA-F                     PIC ZZZZ9.
       77  WS-CTREJEITADO-F                PIC ZZZZ9.
       77  WS-CTDIVERG-F                   PIC ZZZZ9.
       77  WS-CTALIQINV-F                  PIC ZZZZ9.
       77  WS-CTLANCGL-F                   PIC ZZZZ9.
       77  WS-CTSEMCONTA-F                 PIC ZZZZ9.
       77  WS-ULT-NF-F                     PIC ZZZZZZZ9.
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
       0000-EX004P77.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-EMITIR-NOTAS
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPEDIDO
                                              WS-CTITEM
                                              WS-CTNOTA
                                              WS-CTREJEITADO
                                              WS-CTDIVERG
                                              WS-CTALIQINV
                                              WS-CTLANCGL
                                              WS-CTSEMCONTA
                                              WS-QTD-CLIENTES
                                              WS-QTD-CLASFIS
                                              WS-QTD-ALIQ
                                              WS-QTD-CONTASNF
                                              WS-QTD-REJEITADOS
                                              WS-TOT-PRODUTOS
                                              WS-TOT-ICMS
                                              WS-TOT-IPI
                                              WS-TOT-PIS
                                              WS-TOT-COFINS
                                              WS-TOT-NOTAS
                                              WS-TOT-DEBITO-GLN
                                              WS-TOT-CREDITO-GLN
           SET SEM-PEDIDO-ABERTO           TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1050-LER-NFCTL
           PERFORM 1100-CARREGAR-CLIENTES
           PERFORM 1200-CARREGAR-CLASFIS
           PERFORM 1300-CARREGAR-ALIQUOTAS
           PERFORM 1400-CARREGAR-CONTASNF
           OPEN OUTPUT NFISCAL
           IF NOT SUCESSO-NF
              MOVE "ERRO ABERTURA NFISCAL" TO WS-MSG
              MOVE FS-NFISCAL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE SPACES                     TO WS-REG-NFISC
           MOVE "H"                        TO WS-NFI-TIPO-REG
           MOVE WS-DATA-SYS                TO WS-NFI-DATA-H
           MOVE WS-SERIE-NF                TO WS-NFI-SERIE-H
           WRITE REG-NFISCAL               FROM WS-REG-NFISC
           IF NOT SUCESSO-NF
              MOVE "ERRO AO GRAVAR HEADER NFISCAL" TO WS-MSG
              MOVE FS-NFISCAL                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT LANCGL4
           IF NOT SUCESSO-GLN
              MOVE "ERRO ABERTURA LANCGL4" TO WS-MSG
              MOVE FS-LANCGL4              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-SYS                TO WS-GLN-DATA-H
           WRITE REG-LANCGL4               FROM WS-REG-LANCGL4-H
           IF NOT SUCESSO-GLN
              MOVE "ERRO AO GRAVAR HEADER LANCGL4" TO WS-MSG
              MOVE FS-LANCGL4                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELNFIS
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELNFIS" TO WS-MSG
              MOVE FS-RELNFIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIA                     TO LC-NF-DIA
           MOVE WS-MES                     TO LC-NF-MES
           MOVE WS-ANO                     TO LC-NF-ANO
           WRITE REG-RELNFIS               FROM WS-CABEC-NF1
           WRITE REG-RELNFIS               FROM WS-CABEC-NF2
           WRITE REG-RELNFIS               FROM WS-CABEC-NF3
           .
      *----------------------------------------------------------------*
      *    1050-LER-NFCTL - A NUMERACAO FISCAL NAO PODE RECOMECAR: SEM  *
      *    CONTADOR VALIDO O PROCESSAMENTO E INTERROMPIDO               *
      *----------------------------------------------------------------*
       1050-LER-NFCTL.
           OPEN INPUT NFCTL
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA NFCTL"   TO WS-MSG
              MOVE FS-NFCTL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ NFCTL INTO WS-REG-NFCTL
           IF NOT SUCESSO-K
              MOVE "NFCTL SEM CONTADOR DE NOTAS" TO WS-MSG
              MOVE FS-NFCTL                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-NFC-ULT-NF IS NOT NUMERIC
              MOVE "CONTADOR DE NOTAS NFCTL INVALIDO" TO WS-MSG
              MOVE FS-NFCTL                           TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE NFCTL
           MOVE WS-NFC-ULT-NF              TO WS-ULT-NF
           IF WS-NFC-SERIE = SPACES
              MOVE "1"                     TO WS-SERIE-NF
           ELSE
              MOVE WS-NFC-SERIE            TO WS-SERIE-NF
           END-IF
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-CLIENTES - CODIGO E UF DO CADASTRO CLINEW      *
      *----------------------------------------------------------------*
       1100-CARREGAR-CLIENTES.
           OPEN INPUT CLINEW
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-CLINEW
           PERFORM 1120-ARMAZENAR-CLIENTE UNTIL FIM-ARQ-C
           CLOSE CLINEW
           .
       1110-LER-CLINEW.
           READ CLINEW
           IF NOT SUCESSO-C
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-CLIENTE.
           IF WS-QTD-CLIENTES < 9999
              ADD 1                        TO WS-QTD-CLIENTES
              MOVE CODCLI-N                TO
                   WS-TCL-CODCLI (WS-QTD-CLIENTES)
              MOVE UFCLI-N                 TO
                   WS-TCL-UF (WS-QTD-CLIENTES)
           ELSE
              MOVE "TABELA DE CLIENTES ESTOURADA" TO WS-MSG
              MOVE SPACES                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-CLINEW
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-CLASFIS - CLASSE FISCAL DE CADA PRODUTO        *
      *----------------------------------------------------------------*
       1200-CARREGAR-CLASFIS.
           OPEN INPUT CLASFIS
           IF NOT SUCESSO-CF
              MOVE "ERRO ABERTURA CLASFIS" TO WS-MSG
              MOVE FS-CLASFIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-CLASFIS
           PERFORM 1220-ARMAZENAR-CLASFIS UNTIL FIM-ARQ-CF
           CLOSE CLASFIS
           .
       1210-LER-CLASFIS.
           READ CLASFIS INTO WS-REG-CLAFIS
           IF NOT SUCESSO-CF
              IF NOT FIM-ARQ-CF
                 MOVE "ERRO LEITURA CLASFIS" TO WS-MSG
                 MOVE FS-CLASFIS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-CLASFIS.
           IF WS-QTD-CLASFIS < 9999
              ADD 1                        TO WS-QTD-CLASFIS
              MOVE WS-CLF-CODPROD          TO
                   WS-TCF-CODPROD (WS-QTD-CLASFIS)
              MOVE WS-CLF-CLASSE           TO
                   WS-TCF-CLASSE (WS-QTD-CLASFIS)
           ELSE
              MOVE "TABELA DE CLASSES FISCAIS ESTOURADA" TO WS-MSG
              MOVE SPACES                                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-CLASFIS
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-ALIQUOTAS - LINHA COM ALIQUOTA NAO NUMERICA    *
      *    E DESPREZADA E CONTADA                                       *
      *----------------------------------------------------------------*
       1300-CARREGAR-ALIQUOTAS.
           OPEN INPUT ALIQTRIB
           IF NOT SUCESSO-AQ
              MOVE "ERRO ABERTURA ALIQTRIB" TO WS-MSG
              MOVE FS-ALIQTRIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-ALIQTRIB
           PERFORM 1320-ARMAZENAR-ALIQUOTA UNTIL FIM-ARQ-AQ
           CLOSE ALIQTRIB
           .
       1310-LER-ALIQTRIB.
           READ ALIQTRIB INTO WS-REG-ALIQ
           IF NOT SUCESSO-AQ
              IF NOT FIM-ARQ-AQ
                 MOVE "ERRO LEITURA ALIQTRIB" TO WS-MSG
                 MOVE FS-ALIQTRIB             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-ALIQUOTA.
           IF WS-ALQ-ICMS IS NOT NUMERIC
           OR WS-ALQ-IPI IS NOT NUMERIC
           OR WS-ALQ-PIS IS NOT NUMERIC
           OR WS-ALQ-COFINS IS NOT NUMERIC
              ADD 1                        TO WS-CTALIQINV
           ELSE
              IF WS-QTD-ALIQ < 500
                 ADD 1                     TO WS-QTD-ALIQ
                 MOVE WS-ALQ-CLASSE        TO
                      WS-TAQ-CLASSE (WS-QTD-ALIQ)
                 MOVE WS-ALQ-UF            TO WS-TAQ-UF (WS-QTD-ALIQ)
                 MOVE WS-ALQ-ICMS          TO
                      WS-TAQ-ICMS (WS-QTD-ALIQ)
                 MOVE WS-ALQ-IPI           TO WS-TAQ-IPI (WS-QTD-ALIQ)
                 MOVE WS-ALQ-PIS           TO WS-TAQ-PIS (WS-QTD-ALIQ)
                 MOVE WS-ALQ-COFINS        TO
                      WS-TAQ-COFINS (WS-QTD-ALIQ)
              ELSE
                 MOVE "TABELA DE ALIQUOTAS ESTOURADA" TO WS-MSG
                 MOVE SPACES                          TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 1310-LER-ALIQTRIB
           .
       1400-CARREGAR-CONTASNF.
           OPEN INPUT CONTASNF
           IF NOT SUCESSO-CTN
              MOVE "ERRO ABERTURA CONTASNF" TO WS-MSG
              MOVE FS-CONTASNF              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1410-LER-CONTASNF
           PERFORM 1420-ARMAZENAR-CONTASNF UNTIL FIM-CONTASNF
           CLOSE CONTASNF
           .
       1410-LER-CONTASNF.
           READ CONTASNF INTO WS-REG-CONTASNF
           IF NOT SUCESSO-CTN
              IF NOT FIM-CONTASNF
                 MOVE "ERRO LEITURA CONTASNF" TO WS-MSG
                 MOVE FS-CONTASNF             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1420-ARMAZENAR-CONTASNF.
           IF WS-QTD-CONTASNF < 5
              ADD 1                        TO WS-QTD-CONTASNF
              MOVE WS-CTN-TIPO             TO
                   WS-CTN-TIPO-T (WS-QTD-CONTASNF)
              MOVE WS-CTN-DEBITO           TO
                   WS-CTN-DEB-T (WS-QTD-CONTASNF)
              MOVE WS-CTN-CREDITO          TO
                   WS-CTN-CRED-T (WS-QTD-CONTASNF)
           END-IF
           PERFORM 1410-LER-CONTASNF
           .
      *----------------------------------------------------------------*
      *    2000-EMITIR-NOTAS - PERCORRE O EXTTLIB; OS ITENS DE CADA     *
      *    PEDIDO SAO GUARDADOS ATE O PROXIMO "D" OU O TRAILER, QUANDO  *
      *    A NOTA DO PEDIDO E CALCULADA E EMITIDA                       *
      *----------------------------------------------------------------*
       2000-EMITIR-NOTAS.
           SET TRAILER-LIB-NAO-VISTO       TO TRUE
           OPEN INPUT EXTTLIB
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-EXTTLIB
           IF TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTLIB SEM HEADER"    TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2200-TRATAR-EXTTLIB UNTIL TRAILER-LIB-VISTO
           CLOSE EXTTLIB
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-EXTTLIB.
           READ EXTTLIB
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
           MOVE REG-EXTTORD                TO WS-REG-EXTTITN
           .
       2200-TRATAR-EXTTLIB.
           PERFORM 2100-LER-EXTTLIB
           EVALUATE TIPO-REG-EXTTORD
              WHEN "T"
                 PERFORM 2500-FECHAR-PEDIDO
                 SET TRAILER-LIB-VISTO     TO TRUE
              WHEN "I"
                 PERFORM 2300-GUARDAR-ITEM
              WHEN OTHER
                 PERFORM 2500-FECHAR-PEDIDO
                 PERFORM 2400-ABRIR-PEDIDO
           END-EVALUATE
           .
       2300-GUARDAR-ITEM.
           ADD 1                           TO WS-CTITEM
           IF PEDIDO-ABERTO
           AND WS-MOTIVO-REJ = SPACES
              IF WS-CODPROD-IT IS NOT NUMERIC
              OR WS-QTD-IT IS NOT NUMERIC
              OR WS-PRECO-UNIT-IT IS NOT NUMERIC
                 MOVE "ITEM COM CAMPO NAO NUMERICO" TO WS-MOTIVO-REJ
              ELSE
                 IF WS-QTD-ITENS < 200
                    ADD 1                  TO WS-QTD-ITENS
                    MOVE WS-CODPROD-IT     TO
                         WS-TIT-CODPROD (WS-QTD-ITENS)
                    MOVE WS-QTD-IT         TO
                         WS-TIT-QTD (WS-QTD-ITENS)
                    MOVE WS-PRECO-UNIT-IT  TO
                         WS-TIT-PRECO (WS-QTD-ITENS)
                 ELSE
                    MOVE "PEDIDO COM MAIS DE 200 ITENS"
                                           TO WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           .
       2400-ABRIR-PEDIDO.
           ADD 1                           TO WS-CTPEDIDO
           SET PEDIDO-ABERTO               TO TRUE
           MOVE ZEROS                      TO WS-QTD-ITENS
           MOVE SPACES                     TO WS-MOTIVO-REJ
                                              WS-PED-UF
           MOVE NUM-PEDIDO                 TO WS-PED-NUM
           MOVE VALOR-PEDIDO               TO WS-PED-VALOR
           MOVE COD-CLIENTE                TO WS-CODCLI-BUSCA
           MOVE WS-CODCLI-BUSCA (3:4)      TO WS-PED-CODCLI
           IF NUM-PEDIDO IS NOT NUMERIC
           OR COD-CLIENTE IS NOT NUMERIC
              MOVE "PEDIDO COM CAMPO NAO NUMERICO" TO WS-MOTIVO-REJ
              MOVE ZEROS                           TO WS-PED-NUM
           ELSE
              PERFORM 2410-OBTER-UF
           END-IF
           .
       2410-OBTER-UF.
           MOVE ZEROS                      TO WS-IDX-CLI-ACHADO
           PERFORM 2420-PROCURAR-CLIENTE
               VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE > WS-QTD-CLIENTES
               OR    WS-IDX-CLI-ACHADO > ZERO
           IF WS-IDX-CLI-ACHADO = ZERO
              MOVE "CLIENTE SEM CADASTRO"  TO WS-MOTIVO-REJ
           ELSE
              MOVE WS-TCL-UF (WS-IDX-CLI-ACHADO) TO WS-PED-UF
              IF WS-PED-UF = SPACES
                 MOVE "CLIENTE SEM UF NO CADASTRO" TO WS-MOTIVO-REJ
              END-IF
           END-IF
           .
       2420-PROCURAR-CLIENTE.
           IF WS-TCL-CODCLI (WS-IDX-CLIENTE) = WS-PED-CODCLI
              MOVE WS-IDX-CLIENTE          TO WS-IDX-CLI-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-FECHAR-PEDIDO - TRIBUTA OS ITENS GUARDADOS E EMITE A    *
      *    NOTA, OU REGISTRA O PEDIDO COMO NAO FATURADO                 *
      *----------------------------------------------------------------*
       2500-FECHAR-PEDIDO.
           IF PEDIDO-ABERTO
              SET SEM-PEDIDO-ABERTO        TO TRUE
              IF WS-MOTIVO-REJ = SPACES
              AND WS-QTD-ITENS = ZERO
                 MOVE "PEDIDO SEM ITENS"   TO WS-MOTIVO-REJ
              END-IF
              MOVE ZEROS                   TO WS-NF-PRODUTOS
                                              WS-NF-ICMS
                                              WS-NF-IPI
                                              WS-NF-PIS
                                              WS-NF-COFINS
              IF WS-MOTIVO-REJ = SPACES
                 PERFORM 2600-TRIBUTAR-ITEM
                     VARYING WS-IDX-ITEM FROM 1 BY 1
                     UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                     OR    WS-MOTIVO-REJ NOT = SPACES
              END-IF
              IF WS-MOTIVO-REJ = SPACES
                 PERFORM 2700-EMITIR-NOTA
              ELSE
                 PERFORM 2900-REJEITAR-PEDIDO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-TRIBUTAR-ITEM - VALOR = QTD X PRECO; CADA IMPOSTO =     *
      *    VALOR X ALIQUOTA DA CLASSE NA UF (OU NA LINHA "**")          *
      *----------------------------------------------------------------*
       2600-TRIBUTAR-ITEM.
           MOVE ZEROS                      TO WS-IDX-CLF-ACHADA
           PERFORM 2610-PROCURAR-CLASFIS
               VARYING WS-IDX-CLASFIS FROM 1 BY 1
               UNTIL WS-IDX-CLASFIS > WS-QTD-CLASFIS
               OR    WS-IDX-CLF-ACHADA > ZERO
           IF WS-IDX-CLF-ACHADA = ZERO
              MOVE "PRODUTO SEM CLASSE FISCAL" TO WS-MOTIVO-REJ
           ELSE
              MOVE WS-TCF-CLASSE (WS-IDX-CLF-ACHADA) TO
                   WS-TIT-CLASSE (WS-IDX-ITEM)
              MOVE ZEROS                   TO WS-IDX-ALQ-ACHADA
                                              WS-IDX-ALQ-GERAL
              PERFORM 2620-PROCURAR-ALIQUOTA
                  VARYING WS-IDX-ALIQ FROM 1 BY 1
                  UNTIL WS-IDX-ALIQ > WS-QTD-ALIQ
                  OR    WS-IDX-ALQ-ACHADA > ZERO
              IF WS-IDX-ALQ-ACHADA = ZERO
                 MOVE WS-IDX-ALQ-GERAL     TO WS-IDX-ALQ-ACHADA
              END-IF
              IF WS-IDX-ALQ-ACHADA = ZERO
                 MOVE "SEM ALIQUOTA PARA CLASSE/UF" TO WS-MOTIVO-REJ
              ELSE
                 PERFORM 2630-CALCULAR-IMPOSTOS
              END-IF
           END-IF
           .
       2610-PROCURAR-CLASFIS.
           IF WS-TCF-CODPROD (WS-IDX-CLASFIS) =
              WS-TIT-CODPROD (WS-IDX-ITEM)
              MOVE WS-IDX-CLASFIS          TO WS-IDX-CLF-ACHADA
           END-IF
           .
       2620-PROCURAR-ALIQUOTA.
           IF WS-TAQ-CLASSE (WS-IDX-ALIQ) = WS-TIT-CLASSE (WS-IDX-ITEM)
              IF WS-TAQ-UF (WS-IDX-ALIQ) = WS-PED-UF
                 MOVE WS-IDX-ALIQ          TO WS-IDX-ALQ-ACHADA
              ELSE
                 IF WS-TAQ-UF (WS-IDX-ALIQ) = "**"
                 AND WS-IDX-ALQ-GERAL = ZERO
                    MOVE WS-IDX-ALIQ       TO WS-IDX-ALQ-GERAL
                 END-IF
              END-IF
           END-IF
           .
       2630-CALCULAR-IMPOSTOS.
           MOVE WS-TAQ-ICMS (WS-IDX-ALQ-ACHADA) TO
                WS-TIT-ALQ-ICMS (WS-IDX-ITEM)
           MOVE WS-TAQ-IPI (WS-IDX-ALQ-ACHADA) TO
                WS-TIT-ALQ-IPI (WS-IDX-ITEM)
           MOVE WS-TAQ-PIS (WS-IDX-ALQ-ACHADA) TO
                WS-TIT-ALQ-PIS (WS-IDX-ITEM)
           MOVE WS-TAQ-COFINS (WS-IDX-ALQ-ACHADA) TO
                WS-TIT-ALQ-COFINS (WS-IDX-ITEM)
           COMPUTE WS-TIT-VALOR (WS-IDX-ITEM) =
                   WS-TIT-QTD (WS-IDX-ITEM) * WS-TIT-PRECO (WS-IDX-ITEM)
           COMPUTE WS-TIT-ICMS (WS-IDX-ITEM) ROUNDED =
                   WS-TIT-VALOR (WS-IDX-ITEM)
                 * WS-TIT-ALQ-ICMS (WS-IDX-ITEM) / 100
           COMPUTE WS-TIT-IPI (WS-IDX-ITEM) ROUNDED =
                   WS-TIT-VALOR (WS-IDX-ITEM)
                 * WS-TIT-ALQ-IPI (WS-IDX-ITEM) / 100
           COMPUTE WS-TIT-PIS (WS-IDX-ITEM) ROUNDED =
                   WS-TIT-VALOR (WS-IDX-ITEM)
                 * WS-TIT-ALQ-PIS (WS-IDX-ITEM) / 100
           COMPUTE WS-TIT-COFINS (WS-IDX-ITEM) ROUNDED =
                   WS-TIT-VALOR (WS-IDX-ITEM)
                 * WS-TIT-ALQ-COFINS (WS-IDX-ITEM) / 100
           ADD WS-TIT-VALOR (WS-IDX-ITEM)  TO WS-NF-PRODUTOS
           ADD WS-TIT-ICMS (WS-IDX-ITEM)   TO WS-NF-ICMS
           ADD WS-TIT-IPI (WS-IDX-ITEM)    TO WS-NF-IPI
           ADD WS-TIT-PIS (WS-IDX-ITEM)    TO WS-NF-PIS
           ADD WS-TIT-COFINS (WS-IDX-ITEM) TO WS-NF-COFINS
           .
      *----------------------------------------------------------------*
      *    2700-EMITIR-NOTA - PROXIMO NUMERO DO CONTADOR, NOTA "N",     *
      *    ITENS "I" E LINHA DO REGISTRO                                *
      *----------------------------------------------------------------*
       2700-EMITIR-NOTA.
           IF WS-ULT-NF = 99999999
              MOVE "NUMERACAO DE NOTAS ESGOTADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-ULT-NF
           COMPUTE WS-NF-TOTAL = WS-NF-PRODUTOS + WS-NF-IPI
           MOVE SPACES                     TO WS-REG-NFISC
           MOVE "N"                        TO WS-NFI-TIPO-REG
           MOVE WS-ULT-NF                  TO WS-NFI-NUM-NF
           MOVE WS-SERIE-NF                TO WS-NFI-SERIE
           MOVE WS-DATA-SYS                TO WS-NFI-DATA-EMISSAO
           MOVE WS-PED-NUM                 TO WS-NFI-NUM-PEDIDO
           MOVE WS-PED-CODCLI              TO WS-NFI-CODCLI
           MOVE WS-PED-UF                  TO WS-NFI-UF
           MOVE WS-NF-PRODUTOS             TO WS-NFI-VALOR-PRODUTOS
           MOVE WS-NF-ICMS                 TO WS-NFI-VALOR-ICMS
           MOVE WS-NF-IPI                  TO WS-NFI-VALOR-IPI
           MOVE WS-NF-PIS                  TO WS-NFI-VALOR-PIS
           MOVE WS-NF-COFINS               TO WS-NFI-VALOR-COFINS
           MOVE WS-NF-TOTAL                TO WS-NFI-VALOR-TOTAL
           PERFORM 2750-GRAVAR-NFISCAL
           PERFORM 2710-GRAVAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           ADD 1                           TO WS-CTNOTA
           ADD WS-NF-PRODUTOS              TO WS-TOT-PRODUTOS
           ADD WS-NF-ICMS                  TO WS-TOT-ICMS
           ADD WS-NF-IPI                   TO WS-TOT-IPI
           ADD WS-NF-PIS                   TO WS-TOT-PIS
           ADD WS-NF-COFINS                TO WS-TOT-COFINS
           ADD WS-NF-TOTAL                 TO WS-TOT-NOTAS
           MOVE WS-ULT-NF                  TO LD-NF-NUMERO
           MOVE WS-SERIE-NF                TO LD-NF-SERIE
           MOVE WS-PED-NUM                 TO LD-NF-PEDIDO
           MOVE WS-PED-CODCLI              TO LD-NF-CODCLI
           MOVE WS-PED-UF                  TO LD-NF-UF
           MOVE WS-NF-PRODUTOS             TO LD-NF-PRODUTOS
           MOVE WS-NF-ICMS                 TO LD-NF-ICMS
           MOVE WS-NF-IPI                  TO LD-NF-IPI
           MOVE WS-NF-PIS                  TO LD-NF-PIS
           MOVE WS-NF-COFINS               TO LD-NF-COFINS
           MOVE WS-NF-TOTAL                TO LD-NF-TOTAL
           IF WS-NF-PRODUTOS NOT = WS-PED-VALOR
              ADD 1                        TO WS-CTDIVERG
              MOVE "*"                     TO LD-NF-OBS
           ELSE
              MOVE SPACES                  TO LD-NF-OBS
           END-IF
           WRITE REG-RELNFIS               FROM WS-LINDET-NF
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELNFIS" TO WS-MSG
              MOVE FS-RELNFIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2710-GRAVAR-ITEM.
           MOVE SPACES                     TO WS-REG-NFISC
           MOVE "I"                        TO WS-NFI-TIPO-REG
           MOVE WS-ULT-NF                  TO WS-NFI-NUM-NF-IT
           MOVE WS-IDX-ITEM                TO WS-NFI-SEQ-IT
           MOVE WS-TIT-CODPROD (WS-IDX-ITEM) TO WS-NFI-CODPROD-IT
           MOVE WS-TIT-CLASSE (WS-IDX-ITEM)  TO WS-NFI-CLASSE-IT
           MOVE WS-TIT-QTD (WS-IDX-ITEM)     TO WS-NFI-QTD-IT
           MOVE WS-TIT-PRECO (WS-IDX-ITEM)   TO WS-NFI-PRECO-UNIT-IT
           MOVE WS-TIT-VALOR (WS-IDX-ITEM)   TO WS-NFI-VALOR-IT
           MOVE WS-TIT-ALQ-ICMS (WS-IDX-ITEM)
                                           TO WS-NFI-ALIQ-ICMS-IT
           MOVE WS-TIT-ICMS (WS-IDX-ITEM)    TO WS-NFI-ICMS-IT
           MOVE WS-TIT-ALQ-IPI (WS-IDX-ITEM) TO WS-NFI-ALIQ-IPI-IT
           MOVE WS-TIT-IPI (WS-IDX-ITEM)     TO WS-NFI-IPI-IT
           MOVE WS-TIT-ALQ-PIS (WS-IDX-ITEM) TO WS-NFI-ALIQ-PIS-IT
           MOVE WS-TIT-PIS (WS-IDX-ITEM)     TO WS-NFI-PIS-IT
           MOVE WS-TIT-ALQ-COFINS (WS-IDX-ITEM)
                                           TO WS-NFI-ALIQ-COFINS-IT
           MOVE WS-TIT-COFINS (WS-IDX-ITEM)  TO WS-NFI-COFINS-IT
           PERFORM 2750-GRAVAR-NFISCAL
           .
       2750-GRAVAR-NFISCAL.
           WRITE REG-NFISCAL               FROM WS-REG-NFISC
           IF NOT SUCESSO-NF
              MOVE "ERRO GRAVACAO NFISCAL" TO WS-MSG
              MOVE FS-NFISCAL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2800-GERAR-LANCAMENTO - UM LANCAMENTO POR IMPOSTO COM O      *
      *    TOTAL DO PROCESSAMENTO, COM AS CONTAS DA TABELA CONTASNF     *
      *----------------------------------------------------------------*
       2800-GERAR-LANCAMENTO.
           MOVE ZEROS                      TO WS-IDX-CTN-ACHADA
           PERFORM 2810-PROCURAR-CONTASNF
               VARYING WS-IDX-CONTASNF FROM 1 BY 1
               UNTIL WS-IDX-CONTASNF > WS-QTD-CONTASNF
           IF WS-IDX-CTN-ACHADA = ZERO
              ADD 1                        TO WS-CTSEMCONTA
           ELSE
              MOVE WS-DATA-SYS             TO WS-GLN-DATA
              MOVE WS-CTN-DEB-T (WS-IDX-CTN-ACHADA)
                                           TO WS-GLN-CONTA-DEB
              MOVE WS-CTN-CRED-T (WS-IDX-CTN-ACHADA)
                                           TO WS-GLN-CONTA-CRED
              MOVE WS-VAL-LANC-NF          TO WS-GLN-VALOR
              WRITE REG-LANCGL4            FROM WS-REG-LANCGL4-D
              IF NOT SUCESSO-GLN
                 MOVE "ERRO GRAVACAO LANCGL4" TO WS-MSG
                 MOVE FS-LANCGL4              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-CTLANCGL
              ADD WS-VAL-LANC-NF           TO WS-TOT-DEBITO-GLN
                                              WS-TOT-CREDITO-GLN
           END-IF
           .
       2810-PROCURAR-CONTASNF.
           IF WS-IDX-CTN-ACHADA = ZERO
           AND WS-CTN-TIPO-T (WS-IDX-CONTASNF) = WS-TIPO-LANC-NF
              MOVE WS-IDX-CONTASNF         TO WS-IDX-CTN-ACHADA
           END-IF
           .
       2900-REJEITAR-PEDIDO.
           ADD 1                           TO WS-CTREJEITADO
           IF WS-QTD-REJEITADOS < 500
              ADD 1                        TO WS-QTD-REJEITADOS
              MOVE WS-PED-NUM              TO
                   WS-TRJ-PEDIDO (WS-QTD-REJEITADOS)
              MOVE WS-PED-CODCLI           TO
                   WS-TRJ-CODCLI (WS-QTD-REJEITADOS)
              MOVE WS-MOTIVO-REJ           TO
                   WS-TRJ-MOTIVO (WS-QTD-REJEITADOS)
           ELSE
              MOVE "TABELA DE REJEITADOS ESTOURADA" TO WS-MSG
              MOVE SPACES                           TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2950-RELATAR-REJEITADO.
           MOVE WS-TRJ-PEDIDO (WS-IDX-REJEITADO) TO LD-REJ-PEDIDO
           MOVE WS-TRJ-CODCLI (WS-IDX-REJEITADO) TO LD-REJ-CODCLI
           MOVE WS-TRJ-MOTIVO (WS-IDX-REJEITADO) TO LD-REJ-MOTIVO
           WRITE REG-RELNFIS               FROM WS-LINDET-REJ
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELNFIS" TO WS-MSG
              MOVE FS-RELNFIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2960-GRAVAR-TOTAL.
           WRITE REG-RELNFIS               FROM WS-LINTOT-NF
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELNFIS" TO WS-MSG
              MOVE FS-RELNFIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           MOVE SPACES                     TO WS-REG-NFISC
           MOVE "T"                        TO WS-NFI-TIPO-REG
           MOVE WS-CTNOTA                  TO WS-NFI-QTD-NOTAS
           MOVE WS-TOT-NOTAS               TO WS-NFI-TOT-NOTAS
           PERFORM 2750-GRAVAR-NFISCAL
           MOVE "I"                        TO WS-TIPO-LANC-NF
           MOVE WS-TOT-ICMS                TO WS-VAL-LANC-NF
           IF WS-VAL-LANC-NF > ZERO
              PERFORM 2800-GERAR-LANCAMENTO
           END-IF
           MOVE "P"                        TO WS-TIPO-LANC-NF
           MOVE WS-TOT-IPI                 TO WS-VAL-LANC-NF
           IF WS-VAL-LANC-NF > ZERO
              PERFORM 2800-GERAR-LANCAMENTO
           END-IF
           MOVE "S"                        TO WS-TIPO-LANC-NF
           MOVE WS-TOT-PIS                 TO WS-VAL-LANC-NF
           IF WS-VAL-LANC-NF > ZERO
              PERFORM 2800-GERAR-LANCAMENTO
           END-IF
           MOVE "C"                        TO WS-TIPO-LANC-NF
           MOVE WS-TOT-COFINS              TO WS-VAL-LANC-NF
           IF WS-VAL-LANC-NF > ZERO
              PERFORM 2800-GERAR-LANCAMENTO
           END-IF
           MOVE WS-TOT-DEBITO-GLN          TO WS-GLN-TOT-DEBITO
           MOVE WS-TOT-CREDITO-GLN         TO WS-GLN-TOT-CREDITO
           WRITE REG-LANCGL4               FROM WS-REG-LANCGL4-T
           IF NOT SUCESSO-GLN
              MOVE "ERRO AO GRAVAR TRAILER LANCGL4" TO WS-MSG
              MOVE FS-LANCGL4                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELNFIS               FROM WS-CABEC-NF3
           MOVE "TOTAL DE PRODUTOS................"
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-PRODUTOS            TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           MOVE "TOTAL DE ICMS...................."
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-ICMS                TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           MOVE "TOTAL DE IPI....................."
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-IPI                 TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           MOVE "TOTAL DE PIS....................."
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-PIS                 TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           MOVE "TOTAL DE COFINS.................."
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-COFINS              TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           MOVE "TOTAL DAS NOTAS EMITIDAS........."
                                           TO LT-NF-TEXTO
           MOVE WS-TOT-NOTAS               TO LT-NF-VALOR
           PERFORM 2960-GRAVAR-TOTAL
           IF WS-CTDIVERG > ZERO
              WRITE REG-RELNFIS            FROM WS-LINOBS-NF
           END-IF
           IF WS-QTD-REJEITADOS > ZERO
              WRITE REG-RELNFIS            FROM WS-CABEC-NF3
              WRITE REG-RELNFIS            FROM WS-CABEC-REJ1
              WRITE REG-RELNFIS            FROM WS-CABEC-NF3
              PERFORM 2950-RELATAR-REJEITADO
                  VARYING WS-IDX-REJEITADO FROM 1 BY 1
                  UNTIL WS-IDX-REJEITADO > WS-QTD-REJEITADOS
           END-IF
           PERFORM 3100-GRAVAR-NFCTL
           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTNOTA                  TO WS-CTNOTA-F
           MOVE WS-CTREJEITADO             TO WS-CTREJEITADO-F
           MOVE WS-CTDIVERG                TO WS-CTDIVERG-F
           MOVE WS-CTALIQINV               TO WS-CTALIQINV-F
           MOVE WS-CTLANCGL                TO WS-CTLANCGL-F
           MOVE WS-CTSEMCONTA              TO WS-CTSEMCONTA-F
           MOVE WS-ULT-NF                  TO WS-ULT-NF-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
      *----------------------------------------------------------------*
      *    3100-GRAVAR-NFCTL - CONTADOR COM A ULTIMA NOTA EMITIDA       *
      *----------------------------------------------------------------*
       3100-GRAVAR-NFCTL.
           MOVE WS-ULT-NF                  TO WS-NFC-ULT-NF
           MOVE WS-SERIE-NF                TO WS-NFC-SERIE
           MOVE WS-DATA-SYS                TO WS-NFC-DATA
           OPEN OUTPUT NFCTL
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA NFCTL"   TO WS-MSG
              MOVE FS-NFCTL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-NFCTL                 FROM WS-REG-NFCTL
           IF NOT SUCESSO-K
              MOVE "ERRO GRAVACAO NFCTL"   TO WS-MSG
              MOVE FS-NFCTL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE NFCTL
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PEDIDOS LIDOS EM EXTTLIB.............: "
                                           WS-CTPEDIDO-F
           DISPLAY " ITENS LIDOS EM EXTTLIB...............: "
                                           WS-CTITEM-F
           DISPLAY " NOTAS FISCAIS EMITIDAS...............: "
                                           WS-CTNOTA-F
           DISPLAY " PEDIDOS NAO FATURADOS................: "
                                           WS-CTREJEITADO-F
           DISPLAY " NOTAS DIVERGENTES DO PEDIDO..........: "
                                           WS-CTDIVERG-F
           DISPLAY " LINHAS DE ALIQUOTA INVALIDAS.........: "
                                           WS-CTALIQINV-F
           DISPLAY " LANCAMENTOS CONTABEIS GERADOS........: "
                                           WS-CTLANCGL-F
           DISPLAY " IMPOSTOS SEM CONTA CONTABIL..........: "
                                           WS-CTSEMCONTA-F
           DISPLAY " ULTIMA NOTA FISCAL EMITIDA...........: "
                                           WS-ULT-NF-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE NFISCAL
           IF NOT SUCESSO-NF
              MOVE "ERRO FECHAMENTO NFISCAL" TO WS-MSG
              MOVE FS-NFISCAL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LANCGL4
           IF NOT SUCESSO-GLN
              MOVE "ERRO FECHAMENTO LANCGL4" TO WS-MSG
              MOVE FS-LANCGL4                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELNFIS
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELNFIS" TO WS-MSG
              MOVE FS-RELNFIS                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
