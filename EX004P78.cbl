      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P78.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    RAZAO DE CONTAS A RECEBER POR DOCUMENTO. CARREGA OS ITENS    *
      *    DO CICLO ANTERIOR (TITRECANT) E OS DOCUMENTOS DO CICLO:      *
      *    UMA FATURA POR DEBITO DO FATMOV (EX004P62, VENCIMENTO =      *
      *    DATA + PRAZO DE FATURA), UMA PARCELA POR LINHA DO PARCATR    *
      *    (EX004P37, VENCIMENTO ORIGINAL DA PARCELA) E OS PENDENTES    *
      *    DOCPANT. EM SEGUIDA APLICA, NA ORDEM DO CLIENTE, CADA        *
      *    MOVIMENTO DE DIVIDA EFETIVADO PELO EX004P11 (MOVAPL):        *
      *    - DEBITO "D": VINCULA OS DOCUMENTOS DO CLIENTE (MAIS         *
      *      ANTIGO PRIMEIRO) ATE O VALOR DE FACE; O QUE SOBRA DA       *
      *      FACE VIRA DEBITO MANUAL "M" E OS JUROS/MULTA DO PGMAUX02   *
      *      VIRAM ITEM DE ENCARGOS "J";                                *
      *    - RECALCULO "A" QUE AUMENTA A DIVIDA VIRA ENCARGOS "J" E A   *
      *      INCLUSAO "I" COM DIVIDA VIRA SALDO INICIAL "S";            *
      *    - PAGAMENTO "P", CREDITO "C" OU RECALCULO PARA MENOS BAIXAM  *
      *      OS ITENS EM ABERTO DO MAIS ANTIGO PARA O MAIS NOVO; NO     *
      *      PAGAMENTO, OS CARTOES PAGDOC DIRECIONAM O VALOR PARA UM    *
      *      DOCUMENTO ESPECIFICO ANTES DA REGRA DO MAIS ANTIGO;        *
      *    - EXCLUSAO "E" BAIXA OS ITENS EM ABERTO DO CLIENTE.          *
      *    DOCUMENTO SEM DEBITO CORRESPONDENTE FICA PENDENTE EM         *
      *    DOCPNOV PARA O PROXIMO CICLO. SEM TITRECANT (PRIMEIRA        *
      *    EXECUCAO), O SALDO DE CADA CLIENTE DO CLIOLD E IMPLANTADO    *
      *    COMO ITEM "S". O RELRECEB LISTA INCLUSOES E BAIXAS E O       *
      *    RELAGING MOSTRA OS ITENS EM ABERTO POR FAIXA DE ATRASO,      *
      *    CONCILIANDO O SALDO DE CADA CLIENTE COM O TOTALDIVIDA-N DO   *
      *    CLINEW. AO FINAL, O TOTAL EM ABERTO POR FAIXA E REPETIDO     *
      *    POR FILIAL, PELA FILIAL DO CLIENTE NO CADASTRO VCADCLI       *
      *    (CLIENTE SEM CADASTRO OU SEM FILIAL SAI EM "SEM FILIAL").    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TITRECANT ASSIGN
                                           TO UT-S-TITRECANT
           FILE STATUS IS FS-TITRECANT
           .
           SELECT TITRECNOV ASSIGN         TO UT-S-TITRECNOV
           FILE STATUS IS FS-TITRECNOV
           .
           SELECT OPTIONAL CLIOLD ASSIGN   TO UT-S-CLIOLD
           FILE STATUS IS FS-CLIOLD
           .
           SELECT MOVAPL ASSIGN            TO UT-S-MOVAPL
           FILE STATUS IS FS-MOVAPL
           .
           SELECT OPTIONAL FATMOV ASSIGN   TO UT-S-FATMOV
           FILE STATUS IS FS-FATMOV
           .
           SELECT OPTIONAL PARCATR ASSIGN  TO UT-S-PARCATR
           FILE STATUS IS FS-PARCATR
           .
           SELECT OPTIONAL DOCPANT ASSIGN  TO UT-S-DOCPANT
           FILE STATUS IS FS-DOCPANT
           .
           SELECT DOCPNOV ASSIGN           TO UT-S-DOCPNOV
           FILE STATUS IS FS-DOCPNOV
           .
           SELECT OPTIONAL PAGDOC ASSIGN   TO UT-S-PAGDOC
           FILE STATUS IS FS-PAGDOC
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT RELRECEB ASSIGN          TO UT-S-RELRECEB
           FILE STATUS IS FS-RELRECEB
           .
           SELECT RELAGING ASSIGN          TO UT-S-RELAGING
           FILE STATUS IS FS-RELAGING
           .
           SELECT CLASS-AGE ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    TITRECANT/TITRECNOV - RAZAO A RECEBER POR DOCUMENTO
      *    (CPTITREC)
       FD  TITRECANT
           RECORDING MODE IS F
           .
       01  REG-TITRECANT                   PIC X(80).

       FD  TITRECNOV
           RECORDING MODE IS F
           .
       01  REG-TITRECNOV                   PIC X(80).

      *    CLIOLD - SO E LIDO NA IMPLANTACAO DO RAZAO
       FD  CLIOLD
           RECORDING MODE IS F
           .
           COPY CPCLIOLD.

      *    MOVAPL - MOVIMENTOS DE DIVIDA APLICADOS PELO EX004P11
       FD  MOVAPL
           RECORDING MODE IS F
           .
       01  REG-MOVAPL                      PIC X(50).

      *    FATMOV - DEBITOS DE FATURAMENTO DO EX004P62 (H/D/T)
       FD  FATMOV
           RECORDING MODE IS F
           .
           COPY CPCLIMOV.

      *    PARCATR/DOCPANT/DOCPNOV - DOCUMENTOS A LANCAR (CPDOCREC)
       FD  PARCATR
           RECORDING MODE IS F
           .
       01  REG-PARCATR                     PIC X(50).

       FD  DOCPANT
           RECORDING MODE IS F
           .
       01  REG-DOCPANT                     PIC X(50).

       FD  DOCPNOV
           RECORDING MODE IS F
           .
       01  REG-DOCPNOV                     PIC X(50).

      *    PAGDOC - CARTOES QUE DIRECIONAM UM PAGAMENTO A UM DOCUMENTO
       FD  PAGDOC
           RECORDING MODE IS F
           .
       01  REG-PAGDOC                      PIC X(80).

       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.

      *    VCADCLI - SO PARA OBTER A FILIAL DO CLIENTE NO AGING
       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  RELRECEB
           RECORDING MODE IS F
           .
       01  REG-RELRECEB                    PIC X(100).

       FD  RELAGING
           RECORDING MODE IS F
           .
       01  REG-RELAGING                    PIC X(132).

      *    CLASS-AGE - ITENS EM ABERTO POR CLIENTE E VENCIMENTO
       SD  CLASS-AGE
           .
       01  REG-CLASS-AGE.
           05 AGE-ITEM-CLASS               PIC 9(08).
           05 AGE-CODCLI-CLASS             PIC X(04).
           05 FILLER                       PIC X(21).
           05 AGE-VENCTO-CLASS             PIC 9(08).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPTITREC.
           COPY CPDOCREC.
           COPY CPMOVAPL.
      *----------------------------------------------------------------*
       01  WS-REG-PAGDOC.
           05 WS-PGD-CODCLI                PIC X(04).
           05 WS-PGD-NUM-DOC               PIC X(12).
      *    VALOR ZERADO = TODO O SALDO DO DOCUMENTO
           05 WS-PGD-VALOR                 PIC 9(08)V99.
           05 FILLER                       PIC X(54).
      *----------------------------------------------------------------*
      *    ITENS DO RAZAO (ANTERIORES E CRIADOS NO CICLO), NO MESMO
      *    LAYOUT DO CPTITREC
      *----------------------------------------------------------------*
       01  WS-TAB-ITENS.
           05 WS-TIT-ENT OCCURS 5000 TIMES.
              10 WS-TIT-NUM-ITEM           PIC 9(08).
              10 WS-TIT-CODCLI             PIC X(04).
              10 WS-TIT-TIPO-DOC           PIC X(01).
              10 WS-TIT-NUM-DOC            PIC X(12).
              10 WS-TIT-DATA-EMISSAO       PIC 9(08).
              10 WS-TIT-DATA-VENCTO        PIC 9(08).
              10 WS-TIT-VALOR              PIC 9(08)V99.
              10 WS-TIT-VALOR-BAIXADO      PIC 9(08)V99.
              10 WS-TIT-DATA-BAIXA         PIC 9(08).
              10 WS-TIT-SITUACAO           PIC X(01).
              10 FILLER                    PIC X(10).
       77  WS-QTD-ITENS                    PIC 9(04) COMP.
       77  WS-IDX-ITEM                     PIC 9(04) COMP.
       77  WS-IDX-TIT-ACHADO               PIC 9(04) COMP.
       77  WS-ULT-ITEM                     PIC 9(08).
      *----------------------------------------------------------------*
      *    DOCUMENTOS DO CICLO AINDA NAO LANCADOS
      *----------------------------------------------------------------*
       01  WS-TAB-DOCUMENTOS.
           05 WS-TDC-ENT OCCURS 2000 TIMES.
              10 WS-TDC-CODCLI             PIC X(04).
              10 WS-TDC-TIPO-DOC           PIC X(01).
              10 WS-TDC-NUM-DOC            PIC X(12).
              10 WS-TDC-DATA-EMISSAO       PIC 9(08).
              10 WS-TDC-DATA-VENCTO        PIC 9(08).
              10 WS-TDC-VALOR              PIC 9(08)V99.
              10 WS-TDC-SITUACAO           PIC X(01).
                 88 TDC-PENDENTE                   VALUE "P".
                 88 TDC-LANCADO                    VALUE "L".
       77  WS-QTD-DOCUMENTOS               PIC 9(04) COMP.
       77  WS-IDX-DOC                      PIC 9(04) COMP.
       77  WS-IDX-DOC-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CARTOES DE PAGAMENTO DIRECIONADO (PAGDOC)
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-TPD-ENT OCCURS 500 TIMES.
              10 WS-TPD-CODCLI             PIC X(04).
              10 WS-TPD-NUM-DOC            PIC X(12).
              10 WS-TPD-VALOR              PIC 9(08)V99.
      *    P = PENDENTE, A = APLICADO, N = DOCUMENTO NAO ACHADO
              10 WS-TPD-SITUACAO           PIC X(01).
                 88 TPD-PENDENTE                   VALUE "P".
                 88 TPD-APLICADO                   VALUE "A".
                 88 TPD-NAO-ACHADO                 VALUE "N".
       77  WS-QTD-CARTOES                  PIC 9(03) COMP.
       77  WS-IDX-CARTAO                   PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    VALORES DO MOVIMENTO EM APLICACAO
      *----------------------------------------------------------------*
       77  WS-VALOR-DEBITO                 PIC 9(08)V99.
       77  WS-VALOR-CREDITO                PIC 9(08)V99.
       77  WS-VALOR-FACE                   PIC 9(08)V99.
       77  WS-SALDO-FACE                   PIC 9(08)V99.
       77  WS-VALOR-ENCARGO                PIC 9(08)V99.
       77  WS-SALDO-ITEM                   PIC 9(08)V99.
       77  WS-VALOR-BAIXA                  PIC 9(08)V99.
       77  WS-TIPO-AVULSO                  PIC X(01).
       77  WS-VALOR-AVULSO                 PIC 9(08)V99.
      *    NUMERO DOS DOCUMENTOS GERADOS NO PROPRIO RAZAO: PREFIXO +
      *    DATA (UM MOVIMENTO POR CLIENTE POR EXECUCAO DO EX004P11)
       01  WS-NUM-DOC-AVULSO.
           05 WS-NDA-PREFIXO               PIC X(04).
           05 WS-NDA-DATA                  PIC 9(08).
       77  WS-TOT-CRED-SOBRA               PIC 9(10)V99.
      *----------------------------------------------------------------*
      *    PRAZO DE VENCIMENTO DA FATURA (PARMMST VIA PRMLOOK; SEM
      *    VALOR VIGENTE, 30 DIAS)
      *----------------------------------------------------------------*
       77  WS-PRAZO-FATURA                 PIC 9(03) VALUE 30.
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-PRAZO        PIC 9(03).
              10 FILLER                    PIC X(12).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      *    AREA DE CHAMADA DO DATACHCK-SOMADIAS
      *----------------------------------------------------------------*
       77  WS-ENTRY-SOMADIAS               PIC X(18)
                                           VALUE "DATACHCK-SOMADIAS".
       01  WS-PARM-SOMADIAS.
           05 WS-SOM-DATA-BASE             PIC 9(08).
           05 WS-SOM-QTD-DIAS              PIC S9(05) COMP.
           05 WS-SOM-DATA-RESULTADO        PIC 9(08).
           05 WS-SOM-SITUACAO              PIC X(01).
              88 SOMA-OK                           VALUE "1".
      *----------------------------------------------------------------*
      *    AGING: DIAS DE ATRASO EM CALENDARIO COMERCIAL 30/360, COMO
      *    NO EX004P37, E FAIXAS 1 = A VENCER, 2 = 1-30, 3 = 31-60,
      *    4 = 61-90, 5 = ACIMA DE 90
      *----------------------------------------------------------------*
       01  WS-VENC-PARTES.
           05 WS-VENC-ANO                  PIC 9(04).
           05 WS-VENC-MES                  PIC 9(02).
           05 WS-VENC-DIA                  PIC 9(02).
       77  WS-DIAS-CALC                    PIC S9(07).
       77  WS-IDX-FAIXA                    PIC 9(01) COMP.
       01  WS-TAB-TOT-FAIXA.
           05 WS-TOT-FAIXA OCCURS 5 TIMES  PIC 9(11)V99.
       77  WS-CHAVE-AGE                    PIC X(04).
       77  WS-CHAVE-CLINEW                 PIC X(04).
       77  WS-CODCLI-QUEBRA                PIC X(04).
       77  WS-SALDO-CLIENTE                PIC 9(10)V99.
       77  WS-DIVIDA-CLIENTE               PIC 9(10)V99.
       77  WS-DIFERENCA                    PIC S9(10)V99.
       77  WS-TOT-ABERTO                   PIC 9(11)V99.
      *    TOTAL EM ABERTO POR FAIXA DE CADA FILIAL, NA ORDEM EM QUE A
      *    FILIAL APARECE NO AGING
       01  WS-TAB-FIL-AGE.
           05 WS-TFA-ENT OCCURS 200 TIMES.
              10 WS-TFA-CODFIL             PIC X(03).
              10 WS-TFA-FAIXA OCCURS 5 TIMES
                                           PIC 9(11)V99.
       77  WS-QTD-FIL-AGE                  PIC 9(04) COMP.
       77  WS-IDX-FIL-AGE                  PIC 9(04) COMP.
       77  WS-IDX-FIL-CUR                  PIC 9(04) COMP.
       77  WS-FILIAL-CLIENTE               PIC X(03).
      *    ITEM LIQUIDADO OU BAIXADO ANTES DO MES CORRENTE NAO PASSA
      *    PARA O TITRECNOV
       01  WS-DATA-INICIO-MES.
           05 WS-INM-ANO                   PIC 9(04).
           05 WS-INM-MES                   PIC 9(02).
           05 WS-INM-DIA                   PIC 9(02).
       01  WS-DATA-INICIO-MES-N REDEFINES WS-DATA-INICIO-MES
                                           PIC 9(08).
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    RELATORIO DE MOVIMENTO DO RAZAO (RELRECEB)
      *----------------------------------------------------------------*
       01  WS-CABEC-REC1                   PIC X(100)
                                                   VALUE
              "    RAZAO DE CONTAS A RECEBER - INCLUSOES E BAIXAS".
       01  WS-CABEC-REC2                   PIC X(100)
                                                   VALUE
              "    ITEM  CLI   M  T  DOCUMENTO       VENCTO
      -       " VALOR  OCORRENCIA".
       01  WS-CABEC-REC3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-REC.
           05 LD-REC-ITEM                  PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-TIPOMOV               PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-TIPO-DOC              PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-NUM-DOC               PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-VENCTO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-REC-OCORRENCIA            PIC X(30).
           05 FILLER                       PIC X(05) VALUE SPACES.
      *----------------------------------------------------------------*
      *    RELATORIO DE AGING E CONCILIACAO (RELAGING)
      *----------------------------------------------------------------*
       01  WS-CABEC-AGE1                   PIC X(132)
                                                   VALUE
              "      RAZAO DE CONTAS A RECEBER - POSICAO POR DOCUMENTO (
      -       "AGING) E CONCILIACAO COM O TOTALDIVIDA".
       01  WS-CABEC-AGE2                   PIC X(132)
                                                   VALUE
              "CLI   T  DOCUMENTO     EMISSAO   VENCTO    DIAS         A
      -       " VENCER     1 A 30 DIAS    31 A 60 DIAS    61 A 90 DIAS
      -       "    ACIMA DE 90".
       01  WS-CABEC-AGE3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-AGE.
           05 LD-AGE-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-TIPO-DOC              PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-NUM-DOC               PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-EMISSAO               PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-VENCTO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AGE-DIAS                  PIC ZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-AGE-FAIXAS.
              10 LD-AGE-FAIXA-ENT OCCURS 5 TIMES.
                 15 FILLER                 PIC X(02).
                 15 LD-AGE-FAIXA           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04) VALUE SPACES.
       01  WS-LINTOT-AGE.
           05 FILLER                       PIC X(06) VALUE "TOTAL ".
           05 LT-AGE-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "EM ABERTO:".
           05 LT-AGE-SALDO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "TOTALDIVIDA:".
           05 LT-AGE-DIVIDA                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "DIFERENCA:".
           05 LT-AGE-DIFERENCA             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LT-AGE-SITUACAO              PIC X(20).
           05 FILLER                       PIC X(10) VALUE SPACES.
       01  WS-LINGER-AGE.
           05 FILLER                       PIC X(48)
                                                   VALUE
              "TOTAL GERAL EM ABERTO POR FAIXA DE ATRASO".
           05 LG-AGE-FAIXA-ENT OCCURS 5 TIMES.
              10 FILLER                    PIC X(02).
              10 LG-AGE-FAIXA              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04).
       01  WS-CABEC-AGE4                   PIC X(132)
                                                   VALUE
              "TOTAL EM ABERTO POR FILIAL".
       01  WS-LINFIL-AGE.
           05 FILLER                       PIC X(08) VALUE "FILIAL: ".
           05 LF-AGE-FILIAL                PIC X(10).
           05 FILLER                       PIC X(30) VALUE SPACES.
           05 LF-AGE-FAIXA-ENT OCCURS 5 TIMES.
              10 FILLER                    PIC X(02).
              10 LF-AGE-FAIXA              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04).
       01  WS-RODAPE-AGE.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "CLIENTES CONCILIADOS.............:".
           05 RD-AGE-CONFERE               PIC ZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "CLIENTES COM DIVERGENCIA.........:".
           05 RD-AGE-DIVERGE               PIC ZZZZ9.
           05 FILLER                       PIC X(50) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-TITRECANT                    PIC X(02).
           88 SUCESSO-TA                   VALUE "00" "05".
           88 AUSENTE-TA                   VALUE "05".
           88 FIM-ARQ-TA                   VALUE "10".
       01  FS-TITRECNOV                    PIC X(02).
           88 SUCESSO-TN                   VALUE "00".
       01  FS-CLIOLD                       PIC X(02).
           88 SUCESSO-O                    VALUE "00" "05".
           88 FIM-ARQ-O                    VALUE "10".
       01  FS-MOVAPL                       PIC X(02).
           88 SUCESSO-MA                   VALUE "00".
           88 FIM-ARQ-MA                   VALUE "10".
       01  FS-FATMOV                       PIC X(02).
           88 SUCESSO-FM                   VALUE "00" "05".
           88 FIM-ARQ-FM                   VALUE "10".
       01  FS-PARCATR                      PIC X(02).
           88 SUCESSO-PA                   VALUE "00" "05".
           88 FIM-ARQ-PA                   VALUE "10".
       01  FS-DOCPANT                      PIC X(02).
           88 SUCESSO-DA                   VALUE "00" "05".
           88 FIM-ARQ-DA                   VALUE "10".
       01  FS-DOCPNOV                      PIC X(02).
           88 SUCESSO-DN                   VALUE "00".
       01  FS-PAGDOC                       PIC X(02).
           88 SUCESSO-PD                   VALUE "00" "05".
           88 FIM-ARQ-PD                   VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-CN                   VALUE "00".
           88 FIM-ARQ-CN                   VALUE "10".
       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-VC                   VALUE "00".
       01  FS-RELRECEB                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  FS-RELAGING                     PIC X(02).
           88 SUCESSO-AG                   VALUE "00".
       01  WS-SW-IMPLANTACAO               PIC X(01).
           88 IMPLANTACAO                          VALUE "S".
           88 SEM-IMPLANTACAO                      VALUE "N".
       01  WS-SW-FIM-AGE                   PIC X(01).
           88 FIM-CLASS-AGE                        VALUE "S".
           88 NAO-FIM-CLASS-AGE                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTITEM-ANT                   PIC 9(05) COMP.
       77  WS-CTIMPLANT                    PIC 9(05) COMP.
       77  WS-CTDOCUMENTO                  PIC 9(05) COMP.
       77  WS-CTCARTAO                     PIC 9(05) COMP.
       77  WS-CTMOVAPL                     PIC 9(05) COMP.
       77  WS-CTMOVINV                     PIC 9(05) COMP.
       77  WS-CTITEM-NOVO                  PIC 9(05) COMP.
       77  WS-CTBAIXA                      PIC 9(05) COMP.
       77  WS-CTLIQUIDADO                  PIC 9(05) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(05) COMP.
       77  WS-CTCRED-SOBRA                 PIC 9(05) COMP.
       77  WS-CTCARTAO-REJ                 PIC 9(05) COMP.
       77  WS-CTPENDENTE                   PIC 9(05) COMP.
       77  WS-CTEXPURGADO                  PIC 9(05) COMP.
       77  WS-CTCONFERE                    PIC 9(05) COMP.
       77  WS-CTDIVERGE                    PIC 9(05) COMP.
       77  WS-CTDATAINV                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTITEM-ANT-F                 PIC ZZZZ9.
       77  WS-CTIMPLANT-F                  PIC ZZZZ9.
       77  WS-CTDOCUMENTO-F                PIC ZZZZ9.
       77  WS-CTCARTAO-F                   PIC ZZZZ9.
       77  WS-CTMOVAPL-F                   PIC ZZZZ9.
       77  WS-CTMOVINV-F                   PIC ZZZZ9.
       77  WS-CTITEM-NOVO-F                PIC ZZZZ9.
       77  WS-CTBAIXA-F                    PIC ZZZZ9.
       77  WS-CTLIQUIDADO-F                PIC ZZZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZZZ9.
       77  WS-CTCRED-SOBRA-F               PIC ZZZZ9.
       77  WS-CTCARTAO-REJ-F               PIC ZZZZ9.
       77  WS-CTPENDENTE-F                 PIC ZZZZ9.
       77  WS-CTEXPURGADO-F                PIC ZZZZ9.
       77  WS-CTCONFERE-F                  PIC ZZZZ9.
       77  WS-CTDIVERGE-F                  PIC ZZZZ9.
       77  WS-CTDATAINV-F                  PIC ZZZZ9.
       77  WS-TOT-CRED-SOBRA-F             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P78.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-APLICAR-MOVIMENTOS
           PERFORM 2700-TRATAR-SOBRAS
           PERFORM 2800-GRAVAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           SORT CLASS-AGE
               ON ASCENDING KEY AGE-CODCLI-CLASS
                                AGE-VENCTO-CLASS
                                AGE-ITEM-CLASS
               INPUT PROCEDURE IS 3000-LIBERAR-ABERTOS
               OUTPUT PROCEDURE IS 3100-EMITIR-AGING
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTITEM-ANT
                                              WS-CTIMPLANT
                                              WS-CTDOCUMENTO
                                              WS-CTCARTAO
                                              WS-CTMOVAPL
                                              WS-CTMOVINV
                                              WS-CTITEM-NOVO
                                              WS-CTBAIXA
                                              WS-CTLIQUIDADO
                                              WS-CTEXCLUIDO
                                              WS-CTCRED-SOBRA
                                              WS-CTCARTAO-REJ
                                              WS-CTPENDENTE
                                              WS-CTEXPURGADO
                                              WS-CTCONFERE
                                              WS-CTDIVERGE
                                              WS-CTDATAINV
                                              WS-QTD-ITENS
                                              WS-QTD-DOCUMENTOS
                                              WS-QTD-CARTOES
                                              WS-ULT-ITEM
                                              WS-TOT-CRED-SOBRA
                                              WS-TOT-ABERTO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE WS-ANO                     TO WS-INM-ANO
           MOVE WS-MES                     TO WS-INM-MES
           MOVE 01                         TO WS-INM-DIA
           MOVE "EX004P78"                 TO WS-PRM-PROGRAMA
           MOVE "PRAZOFAT"                 TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
           AND WS-PRM-VALOR-PRAZO IS NUMERIC
              MOVE WS-PRM-VALOR-PRAZO      TO WS-PRAZO-FATURA
              DISPLAY "EX004P78: PRAZO DE FATURA DO PARMMST"
           END-IF
           OPEN OUTPUT RELRECEB
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELRECEB" TO WS-MSG
              MOVE FS-RELRECEB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELRECEB              FROM WS-CABEC-REC1
           WRITE REG-RELRECEB              FROM WS-CABEC-REC2
           WRITE REG-RELRECEB              FROM WS-CABEC-REC3
           PERFORM 1100-CARREGAR-ITENS
           IF IMPLANTACAO
              PERFORM 1150-IMPLANTAR-SALDOS
           END-IF
           PERFORM 1200-CARREGAR-DOCUMENTOS
           PERFORM 1300-CARREGAR-CARTOES
           OPEN INPUT MOVAPL
           IF NOT SUCESSO-MA
              MOVE "ERRO ABERTURA MOVAPL"  TO WS-MSG
              MOVE FS-MOVAPL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT TITRECNOV
           IF NOT SUCESSO-TN
              MOVE "ERRO ABERTURA TITRECNOV" TO WS-MSG
              MOVE FS-TITRECNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT DOCPNOV
           IF NOT SUCESSO-DN
              MOVE "ERRO ABERTURA DOCPNOV" TO WS-MSG
              MOVE FS-DOCPNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELAGING
           IF NOT SUCESSO-AG
              MOVE "ERRO ABERTURA RELAGING" TO WS-MSG
              MOVE FS-RELAGING              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELAGING              FROM WS-CABEC-AGE1
           WRITE REG-RELAGING              FROM WS-CABEC-AGE2
           WRITE REG-RELAGING              FROM WS-CABEC-AGE3
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-ITENS - RAZAO ANTERIOR NA TABELA; GUARDA O     *
      *    MAIOR NUMERO DE ITEM. SEM O ARQUIVO, E A IMPLANTACAO         *
      *----------------------------------------------------------------*
       1100-CARREGAR-ITENS.
           OPEN INPUT TITRECANT
           IF NOT SUCESSO-TA
              MOVE "ERRO ABERTURA TITRECANT" TO WS-MSG
              MOVE FS-TITRECANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF AUSENTE-TA
              SET IMPLANTACAO              TO TRUE
           ELSE
              SET SEM-IMPLANTACAO          TO TRUE
           END-IF
           PERFORM 1110-LER-TITRECANT
           PERFORM 1120-ARMAZENAR-ITEM UNTIL FIM-ARQ-TA
           CLOSE TITRECANT
           .
       1110-LER-TITRECANT.
           READ TITRECANT INTO WS-REG-TITREC
           IF SUCESSO-TA
              ADD 1                        TO WS-CTITEM-ANT
           ELSE
              IF NOT FIM-ARQ-TA
                 MOVE "ERRO LEITURA TITRECANT" TO WS-MSG
                 MOVE FS-TITRECANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-ITEM.
           PERFORM 2910-INCLUIR-NA-TABELA
           IF WS-TRC-NUM-ITEM > WS-ULT-ITEM
              MOVE WS-TRC-NUM-ITEM         TO WS-ULT-ITEM
           END-IF
           PERFORM 1110-LER-TITRECANT
           .
      *----------------------------------------------------------------*
      *    1150-IMPLANTAR-SALDOS - PRIMEIRA EXECUCAO: A DIVIDA DE CADA  *
      *    CLIENTE DO CLIOLD ENTRA COMO UM ITEM "S" VENCIDO NA DATA     *
      *----------------------------------------------------------------*
       1150-IMPLANTAR-SALDOS.
           OPEN INPUT CLIOLD
           IF NOT SUCESSO-O
              MOVE "ERRO ABERTURA CLIOLD"  TO WS-MSG
              MOVE FS-CLIOLD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1160-LER-CLIOLD
           PERFORM 1170-IMPLANTAR-CLIENTE UNTIL FIM-ARQ-O
           CLOSE CLIOLD
           .
       1160-LER-CLIOLD.
           READ CLIOLD
           IF NOT SUCESSO-O
              IF NOT FIM-ARQ-O
                 MOVE "ERRO LEITURA CLIOLD" TO WS-MSG
                 MOVE FS-CLIOLD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1170-IMPLANTAR-CLIENTE.
           IF TOTALDIVIDA-O IS NUMERIC
           AND TOTALDIVIDA-O > ZERO
              MOVE SPACES                  TO WS-REG-MOVAPL
              MOVE CODCLI-O                TO WS-MAP-CODCLI
              MOVE "I"                     TO WS-MAP-TIPOMOV
              MOVE WS-DATA-SYS             TO WS-MAP-DATA
              MOVE "S"                     TO WS-TIPO-AVULSO
              MOVE "IMP "                  TO WS-NDA-PREFIXO
              MOVE TOTALDIVIDA-O           TO WS-VALOR-AVULSO
              PERFORM 2950-CRIAR-ITEM-AVULSO
              ADD 1                        TO WS-CTIMPLANT
           END-IF
           PERFORM 1160-LER-CLIOLD
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-DOCUMENTOS - PENDENTES DO CICLO ANTERIOR,      *
      *    FATURAS DO FATMOV E PARCELAS COBRADAS DO PARCATR             *
      *----------------------------------------------------------------*
       1200-CARREGAR-DOCUMENTOS.
           OPEN INPUT DOCPANT
           IF NOT SUCESSO-DA
              MOVE "ERRO ABERTURA DOCPANT" TO WS-MSG
              MOVE FS-DOCPANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-DOCPANT
           PERFORM 1220-TRATAR-DOCPANT UNTIL FIM-ARQ-DA
           CLOSE DOCPANT
           OPEN INPUT FATMOV
           IF NOT SUCESSO-FM
              MOVE "ERRO ABERTURA FATMOV"  TO WS-MSG
              MOVE FS-FATMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1230-LER-FATMOV
           PERFORM 1240-TRATAR-FATMOV UNTIL FIM-ARQ-FM
           CLOSE FATMOV
           OPEN INPUT PARCATR
           IF NOT SUCESSO-PA
              MOVE "ERRO ABERTURA PARCATR" TO WS-MSG
              MOVE FS-PARCATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1250-LER-PARCATR
           PERFORM 1260-TRATAR-PARCATR UNTIL FIM-ARQ-PA
           CLOSE PARCATR
           .
       1210-LER-DOCPANT.
           READ DOCPANT INTO WS-REG-DOCREC
           IF NOT SUCESSO-DA
              IF NOT FIM-ARQ-DA
                 MOVE "ERRO LEITURA DOCPANT" TO WS-MSG
                 MOVE FS-DOCPANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-TRATAR-DOCPANT.
           PERFORM 1290-INCLUIR-DOCUMENTO
           PERFORM 1210-LER-DOCPANT
           .
       1230-LER-FATMOV.
           READ FATMOV
           IF NOT SUCESSO-FM
              IF NOT FIM-ARQ-FM
                 MOVE "ERRO LEITURA FATMOV" TO WS-MSG
                 MOVE FS-FATMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *    SO O DETALHE "D" E FATURA; HEADER E TRAILER SAO IGNORADOS
       1240-TRATAR-FATMOV.
           IF TIPO-REG-CLIMOV = "D"
           AND TIPOMOV-M = "D"
           AND TOTALDIVIDA-M IS NUMERIC
              MOVE SPACES                  TO WS-REG-DOCREC
              MOVE CODCLI-M                TO WS-DOC-CODCLI
              MOVE "F"                     TO WS-DOC-TIPO-DOC
              MOVE "FAT "                  TO WS-NDA-PREFIXO
              MOVE WS-DATA-SYS             TO WS-NDA-DATA
              MOVE WS-NUM-DOC-AVULSO       TO WS-DOC-NUM-DOC
              MOVE WS-DATA-SYS             TO WS-DOC-DATA-EMISSAO
              MOVE TOTALDIVIDA-M           TO WS-DOC-VALOR
              PERFORM 1280-CALCULAR-VENCIMENTO
              PERFORM 1290-INCLUIR-DOCUMENTO
           END-IF
           PERFORM 1230-LER-FATMOV
           .
       1250-LER-PARCATR.
           READ PARCATR INTO WS-REG-DOCREC
           IF NOT SUCESSO-PA
              IF NOT FIM-ARQ-PA
                 MOVE "ERRO LEITURA PARCATR" TO WS-MSG
                 MOVE FS-PARCATR             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1260-TRATAR-PARCATR.
           PERFORM 1290-INCLUIR-DOCUMENTO
           PERFORM 1250-LER-PARCATR
           .
      *----------------------------------------------------------------*
      *    1280-CALCULAR-VENCIMENTO - EMISSAO + PRAZO DE FATURA PELO    *
      *    DATACHCK-SOMADIAS; DATA RECUSADA VENCE NA PROPRIA EMISSAO    *
      *----------------------------------------------------------------*
       1280-CALCULAR-VENCIMENTO.
           MOVE WS-DOC-DATA-EMISSAO        TO WS-SOM-DATA-BASE
           MOVE WS-PRAZO-FATURA            TO WS-SOM-QTD-DIAS
           CALL WS-ENTRY-SOMADIAS          USING WS-PARM-SOMADIAS
           IF SOMA-OK
              MOVE WS-SOM-DATA-RESULTADO   TO WS-DOC-DATA-VENCTO
           ELSE
              ADD 1                        TO WS-CTDATAINV
              MOVE WS-DOC-DATA-EMISSAO     TO WS-DOC-DATA-VENCTO
           END-IF
           .
       1290-INCLUIR-DOCUMENTO.
           IF WS-DOC-VALOR IS NOT NUMERIC
           OR WS-DOC-DATA-VENCTO IS NOT NUMERIC
              ADD 1                        TO WS-CTMOVINV
           ELSE
              IF WS-QTD-DOCUMENTOS < 2000
                 ADD 1                     TO WS-QTD-DOCUMENTOS
                                              WS-CTDOCUMENTO
                 MOVE WS-DOC-CODCLI        TO
                      WS-TDC-CODCLI (WS-QTD-DOCUMENTOS)
                 MOVE WS-DOC-TIPO-DOC      TO
                      WS-TDC-TIPO-DOC (WS-QTD-DOCUMENTOS)
                 MOVE WS-DOC-NUM-DOC       TO
                      WS-TDC-NUM-DOC (WS-QTD-DOCUMENTOS)
                 MOVE WS-DOC-DATA-EMISSAO  TO
                      WS-TDC-DATA-EMISSAO (WS-QTD-DOCUMENTOS)
                 MOVE WS-DOC-DATA-VENCTO   TO
                      WS-TDC-DATA-VENCTO (WS-QTD-DOCUMENTOS)
                 MOVE WS-DOC-VALOR         TO
                      WS-TDC-VALOR (WS-QTD-DOCUMENTOS)
                 SET TDC-PENDENTE (WS-QTD-DOCUMENTOS) TO TRUE
              ELSE
                 MOVE "TABELA DE DOCUMENTOS ESTOURADA" TO WS-MSG
                 MOVE SPACES                           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-CARTOES - PAGAMENTOS DIRECIONADOS A DOCUMENTO  *
      *----------------------------------------------------------------*
       1300-CARREGAR-CARTOES.
           OPEN INPUT PAGDOC
           IF NOT SUCESSO-PD
              MOVE "ERRO ABERTURA PAGDOC"  TO WS-MSG
              MOVE FS-PAGDOC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-PAGDOC
           PERFORM 1320-ARMAZENAR-CARTAO UNTIL FIM-ARQ-PD
           CLOSE PAGDOC
           .
       1310-LER-PAGDOC.
           READ PAGDOC INTO WS-REG-PAGDOC
           IF SUCESSO-PD
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-PD
                 MOVE "ERRO LEITURA PAGDOC" TO WS-MSG
                 MOVE FS-PAGDOC             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-CARTAO.
           IF WS-PGD-VALOR IS NOT NUMERIC
           OR WS-PGD-NUM-DOC = SPACES
              ADD 1                        TO WS-CTCARTAO-REJ
              MOVE ZEROS                   TO LD-REC-ITEM
                                              LD-REC-VENCTO
                                              LD-REC-VALOR
              MOVE WS-PGD-CODCLI           TO LD-REC-CODCLI
              MOVE "P"                     TO LD-REC-TIPOMOV
              MOVE SPACES                  TO LD-REC-TIPO-DOC
              MOVE WS-PGD-NUM-DOC          TO LD-REC-NUM-DOC
              MOVE "CARTAO PAGDOC INVALIDO" TO LD-REC-OCORRENCIA
              PERFORM 2990-GRAVA-RELRECEB
           ELSE
              IF WS-QTD-CARTOES < 500
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-PGD-CODCLI        TO
                      WS-TPD-CODCLI (WS-QTD-CARTOES)
                 MOVE WS-PGD-NUM-DOC       TO
                      WS-TPD-NUM-DOC (WS-QTD-CARTOES)
                 MOVE WS-PGD-VALOR         TO
                      WS-TPD-VALOR (WS-QTD-CARTOES)
                 SET TPD-PENDENTE (WS-QTD-CARTOES) TO TRUE
              ELSE
                 MOVE "TABELA DE CARTOES PAGDOC ESTOURADA" TO WS-MSG
                 MOVE SPACES                               TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           PERFORM 1310-LER-PAGDOC
           .
      *----------------------------------------------------------------*
      *    2000-APLICAR-MOVIMENTOS - CADA MOVIMENTO DO MOVAPL PELA      *
      *    VARIACAO DO SALDO QUE O EX004P11 EFETIVOU                    *
      *----------------------------------------------------------------*
       2000-APLICAR-MOVIMENTOS.
           PERFORM 2010-LER-MOVAPL
           PERFORM 2100-TRATAR-MOVIMENTO UNTIL FIM-ARQ-MA
           CLOSE MOVAPL
           .
       2010-LER-MOVAPL.
           READ MOVAPL INTO WS-REG-MOVAPL
           IF SUCESSO-MA
              ADD 1                        TO WS-CTMOVAPL
           ELSE
              IF NOT FIM-ARQ-MA
                 MOVE "ERRO LEITURA MOVAPL" TO WS-MSG
                 MOVE FS-MOVAPL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-MOVIMENTO.
           IF WS-MAP-DIVIDA-ANTES IS NOT NUMERIC
           OR WS-MAP-DIVIDA-DEPOIS IS NOT NUMERIC
           OR WS-MAP-VALOR-MOV IS NOT NUMERIC
              ADD 1                        TO WS-CTMOVINV
           ELSE
              EVALUATE TRUE
                 WHEN WS-MAP-TIPOMOV = "E"
                    PERFORM 2600-BAIXAR-EXCLUSAO
                 WHEN WS-MAP-DIVIDA-DEPOIS > WS-MAP-DIVIDA-ANTES
                    COMPUTE WS-VALOR-DEBITO = WS-MAP-DIVIDA-DEPOIS
                                            - WS-MAP-DIVIDA-ANTES
                    PERFORM 2200-LANCAR-DEBITO
                 WHEN WS-MAP-DIVIDA-DEPOIS < WS-MAP-DIVIDA-ANTES
                    COMPUTE WS-VALOR-CREDITO = WS-MAP-DIVIDA-ANTES
                                             - WS-MAP-DIVIDA-DEPOIS
                    PERFORM 2400-APLICAR-CREDITO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 2010-LER-MOVAPL
           .
      *----------------------------------------------------------------*
      *    2200-LANCAR-DEBITO - AUMENTO DA DIVIDA VIRA ITEM(NS) DO      *
      *    RAZAO CONFORME O TIPO DO MOVIMENTO                           *
      *----------------------------------------------------------------*
       2200-LANCAR-DEBITO.
           EVALUATE WS-MAP-TIPOMOV
              WHEN "I"
                 MOVE "S"                  TO WS-TIPO-AVULSO
                 MOVE "INC "               TO WS-NDA-PREFIXO
                 MOVE WS-VALOR-DEBITO      TO WS-VALOR-AVULSO
                 PERFORM 2950-CRIAR-ITEM-AVULSO
              WHEN "D"
                 PERFORM 2250-DEBITO-COM-DOCUMENTOS
              WHEN OTHER
                 MOVE "J"                  TO WS-TIPO-AVULSO
                 MOVE "REC "               TO WS-NDA-PREFIXO
                 MOVE WS-VALOR-DEBITO      TO WS-VALOR-AVULSO
                 PERFORM 2950-CRIAR-ITEM-AVULSO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2250-DEBITO-COM-DOCUMENTOS - A FACE DO DEBITO E COBERTA      *
      *    PELOS DOCUMENTOS PENDENTES DO CLIENTE, DO VENCIMENTO MAIS    *
      *    ANTIGO PARA O MAIS NOVO, SEM PASSAR DA FACE. O RESTO DA      *
      *    FACE E DEBITO MANUAL; O QUE EXCEDE A FACE SAO ENCARGOS       *
      *----------------------------------------------------------------*
       2250-DEBITO-COM-DOCUMENTOS.
           IF WS-MAP-VALOR-MOV > ZERO
           AND WS-MAP-VALOR-MOV < WS-VALOR-DEBITO
              MOVE WS-MAP-VALOR-MOV        TO WS-VALOR-FACE
           ELSE
              MOVE WS-VALOR-DEBITO         TO WS-VALOR-FACE
           END-IF
           COMPUTE WS-VALOR-ENCARGO = WS-VALOR-DEBITO - WS-VALOR-FACE
           MOVE WS-VALOR-FACE              TO WS-SALDO-FACE
           PERFORM 2270-PROCURAR-DOCUMENTO
           PERFORM 2260-VINCULAR-DOCUMENTO
               UNTIL WS-IDX-DOC-ACHADO = ZERO
           IF WS-SALDO-FACE > ZERO
              MOVE "M"                     TO WS-TIPO-AVULSO
              MOVE "DEB "                  TO WS-NDA-PREFIXO
              MOVE WS-SALDO-FACE           TO WS-VALOR-AVULSO
              PERFORM 2950-CRIAR-ITEM-AVULSO
           END-IF
           IF WS-VALOR-ENCARGO > ZERO
              MOVE "J"                     TO WS-TIPO-AVULSO
              MOVE "ENC "                  TO WS-NDA-PREFIXO
              MOVE WS-VALOR-ENCARGO        TO WS-VALOR-AVULSO
              PERFORM 2950-CRIAR-ITEM-AVULSO
           END-IF
           .
      *    DOCUMENTO JA LANCADO EM CICLO ANTERIOR (PARCELA VENCIDA
      *    COBRADA DE NOVO PELO EX004P37) ENTRA COMO NOVA COBRANCA
      *    "R" COM O MESMO NUMERO, POIS O VALOR FOI SOMADO DE NOVO A
      *    TOTALDIVIDA
       2260-VINCULAR-DOCUMENTO.
           SET TDC-LANCADO (WS-IDX-DOC-ACHADO) TO TRUE
           SUBTRACT WS-TDC-VALOR (WS-IDX-DOC-ACHADO)
                                           FROM WS-SALDO-FACE
           MOVE SPACES                     TO WS-REG-TITREC
           MOVE WS-TDC-CODCLI (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-CODCLI
           MOVE WS-TDC-TIPO-DOC (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-TIPO-DOC
           MOVE WS-TDC-NUM-DOC (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-NUM-DOC
           MOVE WS-TDC-DATA-EMISSAO (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-DATA-EMISSAO
           MOVE WS-TDC-DATA-VENCTO (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-DATA-VENCTO
           MOVE WS-TDC-VALOR (WS-IDX-DOC-ACHADO)
                                           TO WS-TRC-VALOR
           MOVE ZEROS                      TO WS-IDX-TIT-ACHADO
           PERFORM 2280-PROCURAR-ITEM-DOCUMENTO
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
               OR    WS-IDX-TIT-ACHADO > ZERO
           IF WS-IDX-TIT-ACHADO > ZERO
              MOVE "R"                     TO WS-TRC-TIPO-DOC
           END-IF
           PERFORM 2900-CRIAR-ITEM
           PERFORM 2270-PROCURAR-DOCUMENTO
           .
       2270-PROCURAR-DOCUMENTO.
           MOVE ZEROS                      TO WS-IDX-DOC-ACHADO
           PERFORM 2275-COMPARAR-DOCUMENTO
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC > WS-QTD-DOCUMENTOS
           .
       2275-COMPARAR-DOCUMENTO.
           IF TDC-PENDENTE (WS-IDX-DOC)
           AND WS-TDC-CODCLI (WS-IDX-DOC) = WS-MAP-CODCLI
           AND WS-TDC-VALOR (WS-IDX-DOC) > ZERO
           AND WS-TDC-VALOR (WS-IDX-DOC) NOT > WS-SALDO-FACE
              IF WS-IDX-DOC-ACHADO = ZERO
                 MOVE WS-IDX-DOC           TO WS-IDX-DOC-ACHADO
              ELSE
                 IF WS-TDC-DATA-VENCTO (WS-IDX-DOC) <
                    WS-TDC-DATA-VENCTO (WS-IDX-DOC-ACHADO)
                    MOVE WS-IDX-DOC        TO WS-IDX-DOC-ACHADO
                 END-IF
              END-IF
           END-IF
           .
       2280-PROCURAR-ITEM-DOCUMENTO.
           IF WS-TIT-CODCLI (WS-IDX-ITEM) = WS-TRC-CODCLI
           AND WS-TIT-TIPO-DOC (WS-IDX-ITEM) = WS-TRC-TIPO-DOC
           AND WS-TIT-NUM-DOC (WS-IDX-ITEM) = WS-TRC-NUM-DOC
              MOVE WS-IDX-ITEM             TO WS-IDX-TIT-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2400-APLICAR-CREDITO - REDUCAO DA DIVIDA BAIXA OS ITENS EM   *
      *    ABERTO: NO PAGAMENTO, PRIMEIRO OS CARTOES PAGDOC DO          *
      *    CLIENTE; O RESTANTE DO MAIS ANTIGO PARA O MAIS NOVO          *
      *----------------------------------------------------------------*
       2400-APLICAR-CREDITO.
           IF WS-MAP-TIPOMOV = "P"
              PERFORM 2420-APLICAR-CARTAO
                  VARYING WS-IDX-CARTAO FROM 1 BY 1
                  UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
                  OR    WS-VALOR-CREDITO = ZERO
           END-IF
           PERFORM 2450-PROCURAR-MAIS-ANTIGO
           PERFORM 2460-BAIXAR-MAIS-ANTIGO
               UNTIL WS-IDX-TIT-ACHADO = ZERO
               OR    WS-VALOR-CREDITO = ZERO
           IF WS-VALOR-CREDITO > ZERO
              ADD 1                        TO WS-CTCRED-SOBRA
              ADD WS-VALOR-CREDITO         TO WS-TOT-CRED-SOBRA
              MOVE ZEROS                   TO LD-REC-ITEM
                                              LD-REC-VENCTO
              MOVE WS-MAP-CODCLI           TO LD-REC-CODCLI
              MOVE WS-MAP-TIPOMOV          TO LD-REC-TIPOMOV
              MOVE SPACES                  TO LD-REC-TIPO-DOC
                                              LD-REC-NUM-DOC
              MOVE WS-VALOR-CREDITO        TO LD-REC-VALOR
              MOVE "CREDITO SEM ITEM EM ABERTO" TO LD-REC-OCORRENCIA
              PERFORM 2990-GRAVA-RELRECEB
           END-IF
           .
       2420-APLICAR-CARTAO.
           IF TPD-PENDENTE (WS-IDX-CARTAO)
           AND WS-TPD-CODCLI (WS-IDX-CARTAO) = WS-MAP-CODCLI
              MOVE ZEROS                   TO WS-IDX-TIT-ACHADO
              PERFORM 2430-PROCURAR-ITEM-CARTAO
                  VARYING WS-IDX-ITEM FROM 1 BY 1
                  UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                  OR    WS-IDX-TIT-ACHADO > ZERO
              IF WS-IDX-TIT-ACHADO = ZERO
                 SET TPD-NAO-ACHADO (WS-IDX-CARTAO) TO TRUE
              ELSE
                 SET TPD-APLICADO (WS-IDX-CARTAO) TO TRUE
                 COMPUTE WS-SALDO-ITEM =
                         WS-TIT-VALOR (WS-IDX-TIT-ACHADO)
                       - WS-TIT-VALOR-BAIXADO (WS-IDX-TIT-ACHADO)
                 IF WS-TPD-VALOR (WS-IDX-CARTAO) = ZERO
                 OR WS-TPD-VALOR (WS-IDX-CARTAO) > WS-SALDO-ITEM
                    MOVE WS-SALDO-ITEM     TO WS-VALOR-BAIXA
                 ELSE
                    MOVE WS-TPD-VALOR (WS-IDX-CARTAO)
                                           TO WS-VALOR-BAIXA
                 END-IF
                 IF WS-VALOR-BAIXA > WS-VALOR-CREDITO
                    MOVE WS-VALOR-CREDITO  TO WS-VALOR-BAIXA
                 END-IF
                 PERFORM 2500-BAIXAR-ITEM
              END-IF
           END-IF
           .
       2430-PROCURAR-ITEM-CARTAO.
           IF WS-TIT-SITUACAO (WS-IDX-ITEM) = "A"
           AND WS-TIT-CODCLI (WS-IDX-ITEM) = WS-MAP-CODCLI
           AND WS-TIT-NUM-DOC (WS-IDX-ITEM) =
               WS-TPD-NUM-DOC (WS-IDX-CARTAO)
              MOVE WS-IDX-ITEM             TO WS-IDX-TIT-ACHADO
           END-IF
           .
       2450-PROCURAR-MAIS-ANTIGO.
           MOVE ZEROS                      TO WS-IDX-TIT-ACHADO
           PERFORM 2455-COMPARAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           .
       2455-COMPARAR-ITEM.
           IF WS-TIT-SITUACAO (WS-IDX-ITEM) = "A"
           AND WS-TIT-CODCLI (WS-IDX-ITEM) = WS-MAP-CODCLI
              IF WS-IDX-TIT-ACHADO = ZERO
                 MOVE WS-IDX-ITEM          TO WS-IDX-TIT-ACHADO
              ELSE
                 IF WS-TIT-DATA-VENCTO (WS-IDX-ITEM) <
                    WS-TIT-DATA-VENCTO (WS-IDX-TIT-ACHADO)
                    MOVE WS-IDX-ITEM       TO WS-IDX-TIT-ACHADO
                 END-IF
              END-IF
           END-IF
           .
       2460-BAIXAR-MAIS-ANTIGO.
           COMPUTE WS-SALDO-ITEM =
                   WS-TIT-VALOR (WS-IDX-TIT-ACHADO)
                 - WS-TIT-VALOR-BAIXADO (WS-IDX-TIT-ACHADO)
           IF WS-SALDO-ITEM > WS-VALOR-CREDITO
              MOVE WS-VALOR-CREDITO        TO WS-VALOR-BAIXA
           ELSE
              MOVE WS-SALDO-ITEM           TO WS-VALOR-BAIXA
           END-IF
           PERFORM 2500-BAIXAR-ITEM
           PERFORM 2450-PROCURAR-MAIS-ANTIGO
           .
      *----------------------------------------------------------------*
      *    2500-BAIXAR-ITEM - BAIXA TOTAL OU PARCIAL DO ITEM ACHADO     *
      *----------------------------------------------------------------*
       2500-BAIXAR-ITEM.
           ADD WS-VALOR-BAIXA              TO
               WS-TIT-VALOR-BAIXADO (WS-IDX-TIT-ACHADO)
           SUBTRACT WS-VALOR-BAIXA         FROM WS-VALOR-CREDITO
           MOVE WS-MAP-DATA                TO
                WS-TIT-DATA-BAIXA (WS-IDX-TIT-ACHADO)
           ADD 1                           TO WS-CTBAIXA
           IF WS-TIT-VALOR-BAIXADO (WS-IDX-TIT-ACHADO) NOT <
              WS-TIT-VALOR (WS-IDX-TIT-ACHADO)
              MOVE "L"                     TO
                   WS-TIT-SITUACAO (WS-IDX-TIT-ACHADO)
              ADD 1                        TO WS-CTLIQUIDADO
              MOVE "ITEM LIQUIDADO"        TO LD-REC-OCORRENCIA
           ELSE
              MOVE "BAIXA PARCIAL"         TO LD-REC-OCORRENCIA
           END-IF
           MOVE WS-VALOR-BAIXA             TO LD-REC-VALOR
           PERFORM 2980-RELATAR-ITEM-TABELA
           .
      *----------------------------------------------------------------*
      *    2600-BAIXAR-EXCLUSAO - CLIENTE EXCLUIDO: OS ITENS EM ABERTO  *
      *    SAO BAIXADOS PELO SALDO, SEM RECEBIMENTO                     *
      *----------------------------------------------------------------*
       2600-BAIXAR-EXCLUSAO.
           PERFORM 2610-EXCLUIR-ITEM
               VARYING WS-IDX-TIT-ACHADO FROM 1 BY 1
               UNTIL WS-IDX-TIT-ACHADO > WS-QTD-ITENS
           .
       2610-EXCLUIR-ITEM.
           IF WS-TIT-SITUACAO (WS-IDX-TIT-ACHADO) = "A"
           AND WS-TIT-CODCLI (WS-IDX-TIT-ACHADO) = WS-MAP-CODCLI
              MOVE "E"                     TO
                   WS-TIT-SITUACAO (WS-IDX-TIT-ACHADO)
              MOVE WS-MAP-DATA             TO
                   WS-TIT-DATA-BAIXA (WS-IDX-TIT-ACHADO)
              ADD 1                        TO WS-CTEXCLUIDO
              COMPUTE LD-REC-VALOR =
                      WS-TIT-VALOR (WS-IDX-TIT-ACHADO)
                    - WS-TIT-VALOR-BAIXADO (WS-IDX-TIT-ACHADO)
              MOVE "BAIXADO NA EXCLUSAO"   TO LD-REC-OCORRENCIA
              PERFORM 2980-RELATAR-ITEM-TABELA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2700-TRATAR-SOBRAS - CARTAO PAGDOC NAO APLICADO VAI PARA O   *
      *    RELATORIO; DOCUMENTO SEM DEBITO FICA PENDENTE NO DOCPNOV     *
      *----------------------------------------------------------------*
       2700-TRATAR-SOBRAS.
           PERFORM 2710-RELATAR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           PERFORM 2720-GRAVAR-PENDENTE
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC > WS-QTD-DOCUMENTOS
           .
       2710-RELATAR-CARTAO.
           IF NOT TPD-APLICADO (WS-IDX-CARTAO)
              ADD 1                        TO WS-CTCARTAO-REJ
              MOVE ZEROS                   TO LD-REC-ITEM
                                              LD-REC-VENCTO
              MOVE WS-TPD-CODCLI (WS-IDX-CARTAO) TO LD-REC-CODCLI
              MOVE "P"                     TO LD-REC-TIPOMOV
              MOVE SPACES                  TO LD-REC-TIPO-DOC
              MOVE WS-TPD-NUM-DOC (WS-IDX-CARTAO) TO LD-REC-NUM-DOC
              MOVE WS-TPD-VALOR (WS-IDX-CARTAO)   TO LD-REC-VALOR
              IF TPD-NAO-ACHADO (WS-IDX-CARTAO)
                 MOVE "DOCUMENTO EM ABERTO NAO ACHADO"
                                           TO LD-REC-OCORRENCIA
              ELSE
                 MOVE "CLIENTE SEM PAGAMENTO NO CICLO"
                                           TO LD-REC-OCORRENCIA
              END-IF
              PERFORM 2990-GRAVA-RELRECEB
           END-IF
           .
       2720-GRAVAR-PENDENTE.
           IF TDC-PENDENTE (WS-IDX-DOC)
              ADD 1                        TO WS-CTPENDENTE
              MOVE SPACES                  TO WS-REG-DOCREC
              MOVE WS-TDC-CODCLI (WS-IDX-DOC)   TO WS-DOC-CODCLI
              MOVE WS-TDC-TIPO-DOC (WS-IDX-DOC) TO WS-DOC-TIPO-DOC
              MOVE WS-TDC-NUM-DOC (WS-IDX-DOC)  TO WS-DOC-NUM-DOC
              MOVE WS-TDC-DATA-EMISSAO (WS-IDX-DOC)
                                           TO WS-DOC-DATA-EMISSAO
              MOVE WS-TDC-DATA-VENCTO (WS-IDX-DOC)
                                           TO WS-DOC-DATA-VENCTO
              MOVE WS-TDC-VALOR (WS-IDX-DOC)    TO WS-DOC-VALOR
              WRITE REG-DOCPNOV            FROM WS-REG-DOCREC
              IF NOT SUCESSO-DN
                 MOVE "ERRO GRAVACAO DOCPNOV" TO WS-MSG
                 MOVE FS-DOCPNOV              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              MOVE ZEROS                   TO LD-REC-ITEM
              MOVE WS-DOC-CODCLI           TO LD-REC-CODCLI
              MOVE SPACES                  TO LD-REC-TIPOMOV
              MOVE WS-DOC-TIPO-DOC         TO LD-REC-TIPO-DOC
              MOVE WS-DOC-NUM-DOC          TO LD-REC-NUM-DOC
              MOVE WS-DOC-DATA-VENCTO      TO LD-REC-VENCTO
              MOVE WS-DOC-VALOR            TO LD-REC-VALOR
              MOVE "PENDENTE - SEM DEBITO APLICADO"
                                           TO LD-REC-OCORRENCIA
              PERFORM 2990-GRAVA-RELRECEB
           END-IF
           .
      *----------------------------------------------------------------*
      *    2800-GRAVAR-ITEM - RAZAO NOVO: ITENS EM ABERTO E OS BAIXADOS *
      *    NO MES CORRENTE (OS DE MESES ANTERIORES SAO EXPURGADOS)      *
      *----------------------------------------------------------------*
       2800-GRAVAR-ITEM.
           IF WS-TIT-SITUACAO (WS-IDX-ITEM) NOT = "A"
           AND WS-TIT-DATA-BAIXA (WS-IDX-ITEM) < WS-DATA-INICIO-MES-N
              ADD 1                        TO WS-CTEXPURGADO
           ELSE
              IF WS-TIT-SITUACAO (WS-IDX-ITEM) = "A"
                 COMPUTE WS-TOT-ABERTO = WS-TOT-ABERTO
                         + WS-TIT-VALOR (WS-IDX-ITEM)
                         - WS-TIT-VALOR-BAIXADO (WS-IDX-ITEM)
              END-IF
              WRITE REG-TITRECNOV          FROM WS-TIT-ENT (WS-IDX-ITEM)
              IF NOT SUCESSO-TN
                 MOVE "ERRO GRAVACAO TITRECNOV" TO WS-MSG
                 MOVE FS-TITRECNOV              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2900-CRIAR-ITEM - NUMERA E INCLUI O ITEM MONTADO EM          *
      *    WS-REG-TITREC (CLIENTE, TIPO, DOCUMENTO, DATAS E VALOR)      *
      *----------------------------------------------------------------*
       2900-CRIAR-ITEM.
           ADD 1                           TO WS-ULT-ITEM
           MOVE WS-ULT-ITEM                TO WS-TRC-NUM-ITEM
           MOVE ZEROS                      TO WS-TRC-VALOR-BAIXADO
                                              WS-TRC-DATA-BAIXA
           SET TRC-ABERTO                  TO TRUE
           PERFORM 2910-INCLUIR-NA-TABELA
           ADD 1                           TO WS-CTITEM-NOVO
           MOVE WS-TRC-NUM-ITEM            TO LD-REC-ITEM
           MOVE WS-TRC-CODCLI              TO LD-REC-CODCLI
           MOVE WS-MAP-TIPOMOV             TO LD-REC-TIPOMOV
           MOVE WS-TRC-TIPO-DOC            TO LD-REC-TIPO-DOC
           MOVE WS-TRC-NUM-DOC             TO LD-REC-NUM-DOC
           MOVE WS-TRC-DATA-VENCTO         TO LD-REC-VENCTO
           MOVE WS-TRC-VALOR               TO LD-REC-VALOR
           MOVE "ITEM INCLUIDO"            TO LD-REC-OCORRENCIA
           PERFORM 2990-GRAVA-RELRECEB
           .
       2910-INCLUIR-NA-TABELA.
           IF WS-QTD-ITENS < 5000
              ADD 1                        TO WS-QTD-ITENS
              MOVE WS-REG-TITREC           TO WS-TIT-ENT (WS-QTD-ITENS)
           ELSE
              MOVE "TABELA DE ITENS DO RAZAO ESTOURADA" TO WS-MSG
              MOVE SPACES                               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2950-CRIAR-ITEM-AVULSO - ITEM SEM DOCUMENTO DE ORIGEM        *
      *    (S/M/J), NUMERADO COMO PREFIXO + DATA DO MOVIMENTO E         *
      *    VENCIDO NA PROPRIA DATA                                      *
      *----------------------------------------------------------------*
       2950-CRIAR-ITEM-AVULSO.
           MOVE SPACES                     TO WS-REG-TITREC
           MOVE WS-MAP-CODCLI              TO WS-TRC-CODCLI
           MOVE WS-TIPO-AVULSO             TO WS-TRC-TIPO-DOC
           MOVE WS-MAP-DATA                TO WS-NDA-DATA
                                              WS-TRC-DATA-EMISSAO
                                              WS-TRC-DATA-VENCTO
           MOVE WS-NUM-DOC-AVULSO          TO WS-TRC-NUM-DOC
           MOVE WS-VALOR-AVULSO            TO WS-TRC-VALOR
           PERFORM 2900-CRIAR-ITEM
           .
       2980-RELATAR-ITEM-TABELA.
           MOVE WS-TIT-NUM-ITEM (WS-IDX-TIT-ACHADO)  TO LD-REC-ITEM
           MOVE WS-TIT-CODCLI (WS-IDX-TIT-ACHADO)    TO LD-REC-CODCLI
           MOVE WS-MAP-TIPOMOV                       TO LD-REC-TIPOMOV
           MOVE WS-TIT-TIPO-DOC (WS-IDX-TIT-ACHADO)  TO LD-REC-TIPO-DOC
           MOVE WS-TIT-NUM-DOC (WS-IDX-TIT-ACHADO)   TO LD-REC-NUM-DOC
           MOVE WS-TIT-DATA-VENCTO (WS-IDX-TIT-ACHADO)
                                                     TO LD-REC-VENCTO
           PERFORM 2990-GRAVA-RELRECEB
           .
       2990-GRAVA-RELRECEB.
           WRITE REG-RELRECEB              FROM WS-LINDET-REC
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELRECEB" TO WS-MSG
              MOVE FS-RELRECEB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-LIBERAR-ABERTOS - ITENS EM ABERTO PARA A CLASSIFICACAO  *
      *    POR CLIENTE E VENCIMENTO                                     *
      *----------------------------------------------------------------*
       3000-LIBERAR-ABERTOS.
           PERFORM 3010-LIBERAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           .
       3010-LIBERAR-ITEM.
           IF WS-TIT-SITUACAO (WS-IDX-ITEM) = "A"
              RELEASE REG-CLASS-AGE        FROM WS-TIT-ENT (WS-IDX-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
      *    3100-EMITIR-AGING - BALANCE-LINE ENTRE OS ITENS CLASSIFICADOS*
      *    E O CLINEW: CADA CLIENTE TEM SEUS ITENS POR FAIXA E O SALDO  *
      *    EM ABERTO CONFRONTADO COM O TOTALDIVIDA-N. CLIENTE QUE NAO   *
      *    ESTA NO CLINEW NAO FOI MOVIMENTADO NO CICLO E NAO E          *
      *    CONCILIADO                                                   *
      *----------------------------------------------------------------*
       3100-EMITIR-AGING.
           MOVE ZEROS                      TO WS-TAB-TOT-FAIXA
                                              WS-QTD-FIL-AGE
           OPEN INPUT CLINEW
           IF NOT SUCESSO-CN
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADCLI
           IF NOT SUCESSO-VC
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           SET NAO-FIM-CLASS-AGE           TO TRUE
           PERFORM 3110-RETORNAR-ITEM
           PERFORM 3120-LER-CLINEW
           PERFORM 3200-TRATAR-CLIENTE
               UNTIL WS-CHAVE-AGE = HIGH-VALUES
               AND   WS-CHAVE-CLINEW = HIGH-VALUES
           CLOSE CLINEW
           CLOSE VCADCLI
           .
       3110-RETORNAR-ITEM.
           RETURN CLASS-AGE                INTO WS-REG-TITREC
               AT END
                  SET FIM-CLASS-AGE        TO TRUE
                  MOVE HIGH-VALUES         TO WS-CHAVE-AGE
               NOT AT END
                  MOVE WS-TRC-CODCLI       TO WS-CHAVE-AGE
           END-RETURN
           .
       3120-LER-CLINEW.
           READ CLINEW
           IF SUCESSO-CN
              MOVE CODCLI-N                TO WS-CHAVE-CLINEW
           ELSE
              IF FIM-ARQ-CN
                 MOVE HIGH-VALUES          TO WS-CHAVE-CLINEW
              ELSE
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3200-TRATAR-CLIENTE.
           IF WS-CHAVE-AGE < WS-CHAVE-CLINEW
              MOVE WS-CHAVE-AGE            TO WS-CODCLI-QUEBRA
           ELSE
              MOVE WS-CHAVE-CLINEW         TO WS-CODCLI-QUEBRA
           END-IF
           MOVE ZEROS                      TO WS-SALDO-CLIENTE
           IF WS-CHAVE-AGE = WS-CODCLI-QUEBRA
              PERFORM 3250-LOCALIZAR-FILIAL
           END-IF
           PERFORM 3300-IMPRIMIR-ITEM
               UNTIL WS-CHAVE-AGE NOT = WS-CODCLI-QUEBRA
           MOVE WS-CODCLI-QUEBRA           TO LT-AGE-CODCLI
           MOVE WS-SALDO-CLIENTE           TO LT-AGE-SALDO
           IF WS-CHAVE-CLINEW = WS-CODCLI-QUEBRA
              IF TOTALDIVIDA-N IS NUMERIC
                 MOVE TOTALDIVIDA-N        TO WS-DIVIDA-CLIENTE
              ELSE
                 MOVE ZEROS                TO WS-DIVIDA-CLIENTE
              END-IF
              COMPUTE WS-DIFERENCA = WS-SALDO-CLIENTE
                                   - WS-DIVIDA-CLIENTE
              MOVE WS-DIVIDA-CLIENTE       TO LT-AGE-DIVIDA
              MOVE WS-DIFERENCA            TO LT-AGE-DIFERENCA
              IF WS-DIFERENCA = ZERO
                 ADD 1                     TO WS-CTCONFERE
                 MOVE "CONCILIADO"         TO LT-AGE-SITUACAO
              ELSE
                 ADD 1                     TO WS-CTDIVERGE
                 MOVE "*** DIVERGENTE ***" TO LT-AGE-SITUACAO
              END-IF
              IF WS-SALDO-CLIENTE > ZERO
              OR WS-DIVIDA-CLIENTE > ZERO
                 PERFORM 3400-GRAVA-TOTAL-CLIENTE
              END-IF
              PERFORM 3120-LER-CLINEW
           ELSE
              MOVE ZEROS                   TO LT-AGE-DIVIDA
                                              LT-AGE-DIFERENCA
              MOVE "SEM MOVIMENTO NO CICLO" TO LT-AGE-SITUACAO
              PERFORM 3400-GRAVA-TOTAL-CLIENTE
           END-IF
           .
      *----------------------------------------------------------------*
      *    3250-LOCALIZAR-FILIAL - FILIAL DO CLIENTE NO VCADCLI E SUA   *
      *    POSICAO NA TABELA DE TOTAIS POR FILIAL                       *
      *----------------------------------------------------------------*
       3250-LOCALIZAR-FILIAL.
           MOVE WS-CODCLI-QUEBRA           TO CODCLI-VC
           READ VCADCLI
              INVALID KEY
                 MOVE SPACES               TO WS-FILIAL-CLIENTE
              NOT INVALID KEY
                 MOVE CODFILIAL-VC         TO WS-FILIAL-CLIENTE
           END-READ
           MOVE ZEROS                      TO WS-IDX-FIL-CUR
           PERFORM 3260-PROCURAR-FILIAL
               VARYING WS-IDX-FIL-AGE FROM 1 BY 1
               UNTIL WS-IDX-FIL-AGE > WS-QTD-FIL-AGE
               OR    WS-IDX-FIL-CUR > ZERO
           IF WS-IDX-FIL-CUR = ZERO
              IF WS-QTD-FIL-AGE < 200
                 ADD 1                     TO WS-QTD-FIL-AGE
                 MOVE WS-QTD-FIL-AGE       TO WS-IDX-FIL-CUR
                 MOVE WS-FILIAL-CLIENTE    TO
                      WS-TFA-CODFIL (WS-IDX-FIL-CUR)
                 PERFORM 3270-ZERAR-FAIXA-FILIAL
                     VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 5
              ELSE
                 MOVE "TABELA DE FILIAIS ESTOURADA" TO WS-MSG
                 MOVE SPACES                        TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3260-PROCURAR-FILIAL.
           IF WS-TFA-CODFIL (WS-IDX-FIL-AGE) = WS-FILIAL-CLIENTE
              MOVE WS-IDX-FIL-AGE          TO WS-IDX-FIL-CUR
           END-IF
           .
       3270-ZERAR-FAIXA-FILIAL.
           MOVE ZEROS                      TO
                WS-TFA-FAIXA (WS-IDX-FIL-CUR WS-IDX-FAIXA)
           .
      *----------------------------------------------------------------*
      *    3300-IMPRIMIR-ITEM - SALDO DO ITEM NA FAIXA PELOS DIAS       *
      *    ENTRE O VENCIMENTO E A DATA DO PROCESSAMENTO                 *
      *----------------------------------------------------------------*
       3300-IMPRIMIR-ITEM.
           COMPUTE WS-SALDO-ITEM = WS-TRC-VALOR - WS-TRC-VALOR-BAIXADO
           ADD WS-SALDO-ITEM               TO WS-SALDO-CLIENTE
           MOVE WS-TRC-DATA-VENCTO         TO WS-VENC-PARTES
           COMPUTE WS-DIAS-CALC =
                   (WS-ANO - WS-VENC-ANO) * 360
                 + (WS-MES - WS-VENC-MES) * 30
                 + (WS-DIA - WS-VENC-DIA)
           EVALUATE TRUE
              WHEN WS-DIAS-CALC < 1
                 MOVE ZEROS                TO WS-DIAS-CALC
                 MOVE 1                    TO WS-IDX-FAIXA
              WHEN WS-DIAS-CALC < 31
                 MOVE 2                    TO WS-IDX-FAIXA
              WHEN WS-DIAS-CALC < 61
                 MOVE 3                    TO WS-IDX-FAIXA
              WHEN WS-DIAS-CALC < 91
                 MOVE 4                    TO WS-IDX-FAIXA
              WHEN OTHER
                 MOVE 5                    TO WS-IDX-FAIXA
           END-EVALUATE
           IF WS-DIAS-CALC > 9999
              MOVE 9999                    TO WS-DIAS-CALC
           END-IF
           ADD WS-SALDO-ITEM               TO
               WS-TOT-FAIXA (WS-IDX-FAIXA)
               WS-TFA-FAIXA (WS-IDX-FIL-CUR WS-IDX-FAIXA)
           MOVE SPACES                     TO LD-AGE-FAIXAS
           MOVE WS-TRC-CODCLI              TO LD-AGE-CODCLI
           MOVE WS-TRC-TIPO-DOC            TO LD-AGE-TIPO-DOC
           MOVE WS-TRC-NUM-DOC             TO LD-AGE-NUM-DOC
           MOVE WS-TRC-DATA-EMISSAO        TO LD-AGE-EMISSAO
           MOVE WS-TRC-DATA-VENCTO         TO LD-AGE-VENCTO
           MOVE WS-DIAS-CALC               TO LD-AGE-DIAS
           MOVE WS-SALDO-ITEM              TO
                LD-AGE-FAIXA (WS-IDX-FAIXA)
           WRITE REG-RELAGING              FROM WS-LINDET-AGE
           IF NOT SUCESSO-AG
              MOVE "ERRO GRAVACAO RELAGING" TO WS-MSG
              MOVE FS-RELAGING              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3110-RETORNAR-ITEM
           .
       3400-GRAVA-TOTAL-CLIENTE.
           WRITE REG-RELAGING              FROM WS-LINTOT-AGE
           IF NOT SUCESSO-AG
              MOVE "ERRO GRAVACAO RELAGING" TO WS-MSG
              MOVE FS-RELAGING              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELAGING              FROM WS-CABEC-AGE3
           .
       3800-TERMINO.
           MOVE SPACES                     TO WS-LINGER-AGE (49:84)
           PERFORM 3810-EDITAR-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5
           WRITE REG-RELAGING              FROM WS-LINGER-AGE
           WRITE REG-RELAGING              FROM WS-CABEC-AGE3
           WRITE REG-RELAGING              FROM WS-CABEC-AGE4
           PERFORM 3820-IMPRIMIR-FILIAL
               VARYING WS-IDX-FIL-AGE FROM 1 BY 1
               UNTIL WS-IDX-FIL-AGE > WS-QTD-FIL-AGE
           WRITE REG-RELAGING              FROM WS-CABEC-AGE3
           MOVE WS-CTCONFERE               TO RD-AGE-CONFERE
           MOVE WS-CTDIVERGE               TO RD-AGE-DIVERGE
           WRITE REG-RELAGING              FROM WS-RODAPE-AGE
           WRITE REG-RELRECEB              FROM WS-CABEC-REC3
           MOVE WS-CTITEM-ANT              TO WS-CTITEM-ANT-F
           MOVE WS-CTIMPLANT               TO WS-CTIMPLANT-F
           MOVE WS-CTDOCUMENTO             TO WS-CTDOCUMENTO-F
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTMOVAPL                TO WS-CTMOVAPL-F
           MOVE WS-CTMOVINV                TO WS-CTMOVINV-F
           MOVE WS-CTITEM-NOVO             TO WS-CTITEM-NOVO-F
           MOVE WS-CTBAIXA                 TO WS-CTBAIXA-F
           MOVE WS-CTLIQUIDADO             TO WS-CTLIQUIDADO-F
           MOVE WS-CTEXCLUIDO              TO WS-CTEXCLUIDO-F
           MOVE WS-CTCRED-SOBRA            TO WS-CTCRED-SOBRA-F
           MOVE WS-CTCARTAO-REJ            TO WS-CTCARTAO-REJ-F
           MOVE WS-CTPENDENTE              TO WS-CTPENDENTE-F
           MOVE WS-CTEXPURGADO             TO WS-CTEXPURGADO-F
           MOVE WS-CTCONFERE               TO WS-CTCONFERE-F
           MOVE WS-CTDIVERGE               TO WS-CTDIVERGE-F
           MOVE WS-CTDATAINV               TO WS-CTDATAINV-F
           MOVE WS-TOT-CRED-SOBRA          TO WS-TOT-CRED-SOBRA-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       3810-EDITAR-FAIXA.
           MOVE WS-TOT-FAIXA (WS-IDX-FAIXA) TO
                LG-AGE-FAIXA (WS-IDX-FAIXA)
           .
       3820-IMPRIMIR-FILIAL.
           IF WS-TFA-CODFIL (WS-IDX-FIL-AGE) = SPACES
              MOVE "SEM FILIAL"            TO LF-AGE-FILIAL
           ELSE
              MOVE WS-TFA-CODFIL (WS-IDX-FIL-AGE) TO LF-AGE-FILIAL
           END-IF
           MOVE SPACES                     TO WS-LINFIL-AGE (49:84)
           PERFORM 3830-EDITAR-FAIXA-FILIAL
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5
           WRITE REG-RELAGING              FROM WS-LINFIL-AGE
           IF NOT SUCESSO-AG
              MOVE "ERRO GRAVACAO RELAGING" TO WS-MSG
              MOVE FS-RELAGING              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3830-EDITAR-FAIXA-FILIAL.
           MOVE WS-TFA-FAIXA (WS-IDX-FIL-AGE WS-IDX-FAIXA) TO
                LF-AGE-FAIXA (WS-IDX-FAIXA)
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " ITENS DO RAZAO ANTERIOR..............: "
                                           WS-CTITEM-ANT-F
           DISPLAY " SALDOS IMPLANTADOS DO CLIOLD.........: "
                                           WS-CTIMPLANT-F
           DISPLAY " DOCUMENTOS CARREGADOS................: "
                                           WS-CTDOCUMENTO-F
           DISPLAY " CARTOES PAGDOC LIDOS.................: "
                                           WS-CTCARTAO-F
           DISPLAY " MOVIMENTOS APLICADOS LIDOS...........: "
                                           WS-CTMOVAPL-F
           DISPLAY " REGISTROS INVALIDOS IGNORADOS........: "
                                           WS-CTMOVINV-F
           DISPLAY " ITENS INCLUIDOS......................: "
                                           WS-CTITEM-NOVO-F
           DISPLAY " BAIXAS APLICADAS.....................: "
                                           WS-CTBAIXA-F
           DISPLAY " ITENS LIQUIDADOS.....................: "
                                           WS-CTLIQUIDADO-F
           DISPLAY " ITENS BAIXADOS NA EXCLUSAO...........: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " CREDITOS SEM ITEM EM ABERTO..........: "
                                           WS-CTCRED-SOBRA-F
           DISPLAY " VALOR DOS CREDITOS SEM ITEM..........: "
                                           WS-TOT-CRED-SOBRA-F
           DISPLAY " CARTOES PAGDOC NAO APLICADOS.........: "
                                           WS-CTCARTAO-REJ-F
           DISPLAY " DOCUMENTOS PENDENTES (DOCPNOV).......: "
                                           WS-CTPENDENTE-F
           DISPLAY " ITENS BAIXADOS EXPURGADOS............: "
                                           WS-CTEXPURGADO-F
           DISPLAY " CLIENTES CONCILIADOS.................: "
                                           WS-CTCONFERE-F
           DISPLAY " CLIENTES COM DIVERGENCIA.............: "
                                           WS-CTDIVERGE-F
           DISPLAY " VENCIMENTOS NAO CALCULADOS...........: "
                                           WS-CTDATAINV-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE TITRECNOV
           IF NOT SUCESSO-TN
              MOVE "ERRO FECHAMENTO TITRECNOV" TO WS-MSG
              MOVE FS-TITRECNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE DOCPNOV
           IF NOT SUCESSO-DN
              MOVE "ERRO FECHAMENTO DOCPNOV" TO WS-MSG
              MOVE FS-DOCPNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELRECEB
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELRECEB" TO WS-MSG
              MOVE FS-RELRECEB                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELAGING
           IF NOT SUCESSO-AG
              MOVE "ERRO FECHAMENTO RELAGING" TO WS-MSG
              MOVE FS-RELAGING                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
