      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA7.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    AUDITORIA DE INTEGRIDADE REFERENCIAL ENTRE OS MASTERS. CADA  *
      *    PROGRAMA CRITICA SUAS PROPRIAS ENTRADAS; ESTE CONFRONTA OS   *
      *    ARQUIVOS ENTRE SI, REGRA A REGRA:                            *
      *      01/02 CONTRATOS: CLIENTE FORA DO VCADCLI OU INCORPORADO    *
      *            EM FUSAO (XREFCLI DO EX004P51)                       *
      *      03-05 SALDONOV, SALDOLOTN E CICLOCTL: PRODUTO FORA DO      *
      *            VCADPRD                                              *
      *      06/07 ORDHELD: CLIENTE DO PEDIDO FORA DO VCADCLI E         *
      *            PRODUTO DO ITEM FORA DO VCADPRD                      *
      *      08/09 BACKORD: PRODUTO FORA DO VCADPRD E PEDIDO FORA DO    *
      *            MASTER DE SITUACAO PEDSTAT (EX004PA1)                *
      *      10/11 SCOREM E NEGSTAT: CLIENTE INCORPORADO EM FUSAO       *
      *      12    PSNEW: CODIGO SEM CORRESPONDENTE NO VCADPRD (MESMO   *
      *            ALINHAMENTO DE CODIGO DO EX004P20)                   *
      *    CADA OCORRENCIA SAI NO RELATORIO DE EXCECOES RELINTEG, QUE   *
      *    TERMINA COM O RESUMO POR REGRA. ARQUIVO AUSENTE NO JOB DEIXA *
      *    A REGRA COMO NAO VERIFICADA. HAVENDO EXCECAO EM REGRA        *
      *    CRITICA, O PROGRAMA TERMINA COM RETURN-CODE 8.               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT OPTIONAL XREFCLI ASSIGN  TO UT-S-XREFCLI
           FILE STATUS IS FS-XREFCLI
           .
           SELECT OPTIONAL CONTRATOS ASSIGN TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT OPTIONAL SALDONOV ASSIGN TO SALDONOV
           FILE STATUS IS FS-SALDONOV
           .
           SELECT OPTIONAL SALDOLOTN ASSIGN TO SALDOLOTN
           FILE STATUS IS FS-SALDOLOTN
           .
           SELECT OPTIONAL CICLOCTL ASSIGN TO CICLOCTL
           FILE STATUS IS FS-CICLOCTL
           .
           SELECT OPTIONAL ORDHELD ASSIGN  TO UT-S-ORDHELD
           FILE STATUS IS FS-ORDHELD
           .
           SELECT OPTIONAL BACKORD ASSIGN  TO UT-S-BACKORD
           FILE STATUS IS FS-BACKORD
           .
           SELECT OPTIONAL PEDSTAT ASSIGN  TO UT-S-PEDSTAT
           FILE STATUS IS FS-PEDSTAT
           .
           SELECT OPTIONAL SCOREM ASSIGN   TO SCOREM
           FILE STATUS IS FS-SCOREM
           .
           SELECT OPTIONAL NEGSTAT ASSIGN  TO UT-S-NEGSTAT
           FILE STATUS IS FS-NEGSTAT
           .
           SELECT OPTIONAL PSNEW ASSIGN    TO UT-S-PSNEW
           FILE STATUS IS FS-PSNEW
           .
           SELECT RELINTEG ASSIGN          TO UT-S-RELINTEG
           FILE STATUS IS FS-RELINTEG
           .
           SELECT CLASS-BCK ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    XREFCLI - DE-PARA CODIGO ABSORVIDO -> SOBREVIVENTE (EX004P51)
       FD  XREFCLI
           RECORDING MODE IS F
           .
       01  REG-XREFCLI                     PIC X(08).

      *    CONTRATOS - PARCELAS DOS CONTRATOS (LAYOUT DO EX004P36)
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).

      *    SALDONOV - SALDO POR LOCAL E PRODUTO (EX004P28)
       FD  SALDONOV
           RECORDING MODE IS F
           .
       01  REG-SALDONOV                    PIC X(16).

      *    SALDOLOTN - SALDO POR PRODUTO E LOTE (EX004P45)
       FD  SALDOLOTN
           RECORDING MODE IS F
           .
       01  REG-SALDOLOTN                   PIC X(29).

      *    CICLOCTL - CONTROLE DA CONTAGEM CICLICA (EX004P47)
       FD  CICLOCTL
           RECORDING MODE IS F
           .
       01  REG-CICLOCTL                    PIC X(13).

      *    ORDHELD - PEDIDOS RETIDOS PELO EX004P34 (PEDIDO + ITENS)
       FD  ORDHELD
           RECORDING MODE IS F
           .
       01  REG-ORDHELD                     PIC X(55).

      *    BACKORD - UM REGISTRO POR PRODUTO EM FALTA (EX004P44)
       FD  BACKORD
           RECORDING MODE IS F
           .
       01  REG-BACKORD                     PIC X(33).

      *    PEDSTAT - MASTER DE SITUACAO DO PEDIDO (CPPEDSTA)
       FD  PEDSTAT
           RECORDING MODE IS F
           .
       01  REG-PEDSTAT                     PIC X(860).

       FD  SCOREM
           RECORDING MODE IS F
           .
       01  REG-SCOREM                      PIC X(15).

       FD  NEGSTAT
           RECORDING MODE IS F
           .
       01  REG-NEGSTAT                     PIC X(13).

      *    PSNEW - CADASTRO DE PRODUTOS MANTIDO PELO EX004P10
       FD  PSNEW
           RECORDING MODE IS F
           .
       01  REG-PSNEW                       PIC X(42).

       FD  RELINTEG
           RECORDING MODE IS F
           .
       01  REG-RELINTEG                    PIC X(132).

      *    CLASS-BCK - BACKORDER EM ORDEM DE PEDIDO PARA O CASAMENTO
      *    COM O PEDSTAT
       SD  CLASS-BCK
           .
       01  REG-CLASS-BCK.
           05 BCK-NUM-PEDIDO-CLASS         PIC 9(08).
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPEDSTA.
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  WS-REG-XREFCLI.
           05 WS-XRF-ABSORVIDO             PIC X(04).
           05 WS-XRF-SOBREVIVENTE          PIC X(04).
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 FILLER                       PIC X(31).
       01  WS-REG-SALDONOV.
           05 WS-SNV-LOCAL                 PIC X(05).
           05 WS-SNV-CODPROD               PIC X(04).
           05 WS-SNV-SALDO                 PIC S9(07).
       01  WS-REG-SALDOLOTN.
           05 WS-SLT-CODPROD               PIC X(04).
           05 WS-SLT-LOTE                  PIC X(10).
           05 WS-SLT-VALIDADE              PIC 9(08).
           05 WS-SLT-SALDO                 PIC S9(07).
       01  WS-REG-CICLO.
           05 WS-CIC-CODPROD               PIC X(04).
           05 WS-CIC-CLASSE                PIC X(01).
           05 WS-CIC-DATA-ULT              PIC 9(08).
      *    REGISTRO RETIDO: PEDIDO "D" OU ITEM "I" DO EXTRATO + DIVIDA
       01  WS-REG-ORDHELD.
           05 WS-HELD-PEDIDO               PIC X(45).
           05 WS-HELD-PEDIDO-R REDEFINES WS-HELD-PEDIDO.
              10 WS-HELD-TIPO-REG          PIC X(01).
                 88 HELD-PEDIDO                    VALUE "D".
                 88 HELD-ITEM                      VALUE "I".
              10 WS-HELD-DATA              PIC 9(08).
              10 WS-HELD-NUM-PEDIDO        PIC 9(08).
              10 WS-HELD-COD-CLIENTE       PIC 9(06).
              10 FILLER                    PIC X(22).
           05 WS-HELD-ITEM-R REDEFINES WS-HELD-PEDIDO.
              10 FILLER                    PIC X(01).
              10 WS-HELD-NUM-PEDIDO-IT     PIC 9(08).
              10 WS-HELD-CODPROD-IT        PIC X(04).
              10 FILLER                    PIC X(32).
           05 WS-HELD-DIVIDA               PIC 9(08)V99.
       77  WS-CODCLI-BUSCA                 PIC X(06).
       01  WS-REG-BACKORD.
           05 WS-BCK-NUM-PEDIDO            PIC 9(08).
           05 WS-BCK-CODPROD               PIC X(04).
           05 FILLER                       PIC X(21).
       01  WS-REG-SCOREM.
           05 WS-SCM-CODCLI                PIC X(04).
           05 FILLER                       PIC X(11).
       01  WS-REG-NEGSTAT.
           05 WS-NST-CODCLI                PIC X(04).
           05 WS-NST-SITUACAO              PIC X(01).
           05 WS-NST-DATA                  PIC 9(08).
       01  WS-REG-PSNEW.
           05 WS-CODPS-N                   PIC X(05).
           05 WS-CODPS-N-R REDEFINES WS-CODPS-N.
              10 WS-CODPS-N-ZERO           PIC X(01).
              10 WS-CODPS-N-PROD           PIC X(04).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
      *    REGRAS DA AUDITORIA: ARQUIVO, VERIFICACAO E CRITICIDADE
      *    (S = REGRA CRITICA, DERRUBA O JOB COM RC 8)
      *----------------------------------------------------------------*
       01  WS-TAB-REGRAS-DEF.
      *    REGRA 01
           05 FILLER                       PIC X(09) VALUE "CONTRATOS".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CLIENTE NAO CADASTRADO NO VCADCLI".
           05 FILLER                       PIC X(01) VALUE "S".
      *    REGRA 02
           05 FILLER                       PIC X(09) VALUE "CONTRATOS".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CLIENTE INCORPORADO EM FUSAO".
           05 FILLER                       PIC X(01) VALUE "S".
      *    REGRA 03
           05 FILLER                       PIC X(09) VALUE "SALDONOV".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PRODUTO NAO CADASTRADO NO VCADPRD".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 04
           05 FILLER                       PIC X(09) VALUE "SALDOLOTN".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PRODUTO NAO CADASTRADO NO VCADPRD".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 05
           05 FILLER                       PIC X(09) VALUE "CICLOCTL".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PRODUTO NAO CADASTRADO NO VCADPRD".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 06
           05 FILLER                       PIC X(09) VALUE "ORDHELD".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CLIENTE DO PEDIDO NAO CADASTRADO".
           05 FILLER                       PIC X(01) VALUE "S".
      *    REGRA 07
           05 FILLER                       PIC X(09) VALUE "ORDHELD".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PRODUTO DO ITEM NAO CADASTRADO".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 08
           05 FILLER                       PIC X(09) VALUE "BACKORD".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PRODUTO NAO CADASTRADO NO VCADPRD".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 09
           05 FILLER                       PIC X(09) VALUE "BACKORD".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "PEDIDO INEXISTENTE NO PEDSTAT".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 10
           05 FILLER                       PIC X(09) VALUE "SCOREM".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CLIENTE INCORPORADO EM FUSAO".
           05 FILLER                       PIC X(01) VALUE "N".
      *    REGRA 11
           05 FILLER                       PIC X(09) VALUE "NEGSTAT".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CLIENTE INCORPORADO EM FUSAO".
           05 FILLER                       PIC X(01) VALUE "S".
      *    REGRA 12
           05 FILLER                       PIC X(09) VALUE "PSNEW".
           05 FILLER                       PIC X(36)
                                                   VALUE
              "CODIGO SEM CORRESPONDENTE NO VCADPRD".
           05 FILLER                       PIC X(01) VALUE "N".
       01  WS-TAB-REGRAS REDEFINES WS-TAB-REGRAS-DEF.
           05 WS-RGR-DEF OCCURS 12 TIMES.
              10 WS-RGR-ARQUIVO            PIC X(09).
              10 WS-RGR-DESCRICAO          PIC X(36).
              10 WS-RGR-CRITICA            PIC X(01).
                 88 REGRA-CRITICA                  VALUE "S".
      *    CONTAGEM POR REGRA; VERIFICADA = "N" QUANDO FALTOU ARQUIVO
       01  WS-TAB-CONTAGEM.
           05 WS-RGR-CNT OCCURS 12 TIMES.
              10 WS-RGR-LIDOS              PIC 9(07) COMP.
              10 WS-RGR-EXCECOES           PIC 9(07) COMP.
              10 WS-RGR-VERIFICADA         PIC X(01).
       77  WS-QTD-REGRAS                   PIC 9(02) COMP VALUE 12.
       77  WS-IDX-REGRA                    PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    DE-PARA DAS FUSOES EM TABELA
      *----------------------------------------------------------------*
       01  WS-TAB-XREF.
           05 WS-XRF-ENT OCCURS 500 TIMES.
              10 WS-XRF-ABSORVIDO-T        PIC X(04).
              10 WS-XRF-SOBREVIVENTE-T     PIC X(04).
       77  WS-QTD-XREF                     PIC 9(03) COMP VALUE 0.
       77  WS-IDX-XRF                      PIC 9(03) COMP.
       77  WS-IDX-XRF-ACHADO               PIC 9(03) COMP.
       01  WS-SW-XREF                      PIC X(01).
           88 XREF-DISPONIVEL                      VALUE "S".
           88 XREF-AUSENTE                         VALUE "N".
      *----------------------------------------------------------------*
      *    CHAVES DE PESQUISA E SITUACAO DAS PESQUISAS
      *----------------------------------------------------------------*
       77  WS-CODCLI-TESTE                 PIC X(04).
       77  WS-CODPROD-TESTE                PIC X(04).
       01  WS-SW-CLIENTE                   PIC X(01).
           88 CLIENTE-CADASTRADO                   VALUE "S".
           88 CLIENTE-NAO-CADASTRADO               VALUE "N".
       01  WS-SW-PRODUTO                   PIC X(01).
           88 PRODUTO-CADASTRADO                   VALUE "S".
           88 PRODUTO-NAO-CADASTRADO               VALUE "N".
      *    A MESMA OCORRENCIA SO SAI UMA VEZ POR CONTRATO OU PEDIDO
       77  WS-CONTRATO-ANTERIOR            PIC 9(05).
       77  WS-PEDIDO-ANTERIOR              PIC 9(08).
       01  WS-SW-FIM-BCK                   PIC X(01).
           88 FIM-CLASS-BCK                        VALUE "S".
           88 NAO-FIM-CLASS-BCK                    VALUE "N".
       01  WS-SW-PEDSTAT                   PIC X(01).
           88 PEDSTAT-ABERTO                       VALUE "S".
           88 PEDSTAT-FECHADO                      VALUE "N".
      *----------------------------------------------------------------*
      *    OCORRENCIA A REGISTRAR
      *----------------------------------------------------------------*
       01  WS-EXC-CHAVE                    PIC X(24).
       01  WS-EXC-COMPLEMENTO              PIC X(24).
       01  WS-CHAVE-CONTRATO.
           05 FILLER                       PIC X(07) VALUE "CONTR. ".
           05 WS-CHC-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(06) VALUE " CLI. ".
           05 WS-CHC-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
       01  WS-CHAVE-PEDIDO.
           05 FILLER                       PIC X(07) VALUE "PEDIDO ".
           05 WS-CHP-NUM-PEDIDO            PIC 9(08).
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-CHAVE-LOCAL.
           05 FILLER                       PIC X(06) VALUE "LOCAL ".
           05 WS-CHL-LOCAL                 PIC X(05).
           05 FILLER                       PIC X(06) VALUE " PROD ".
           05 WS-CHL-CODPROD               PIC X(04).
           05 FILLER                       PIC X(03) VALUE SPACES.
       01  WS-CHAVE-LOTE.
           05 FILLER                       PIC X(05) VALUE "PROD ".
           05 WS-CHT-CODPROD               PIC X(04).
           05 FILLER                       PIC X(05) VALUE " LOT ".
           05 WS-CHT-LOTE                  PIC X(10).
       01  WS-COMPL-INCORPORADO.
           05 FILLER                       PIC X(15)
                                                   VALUE
              "INCORPORADO AO ".
           05 WS-CPI-SOBREVIVENTE          PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE EXCECOES
      *----------------------------------------------------------------*
       01  WS-CABEC-INT1.
           05 FILLER                       PIC X(52)
                                                   VALUE
              "AUDITORIA DE INTEGRIDADE REFERENCIAL DOS MASTERS -  ".
           05 FILLER                       PIC X(08) VALUE "EMISSAO ".
           05 CB-INT-DATA                  PIC X(10).
           05 FILLER                       PIC X(62) VALUE SPACES.
       01  WS-CABEC-INT2                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-CABEC-INT3.
           05 FILLER                       PIC X(07) VALUE "REGRA".
           05 FILLER                       PIC X(11) VALUE "ARQUIVO".
           05 FILLER                       PIC X(26)
                                                   VALUE
              "REGISTRO".
           05 FILLER                       PIC X(38) VALUE "OCORRENCIA".
           05 FILLER                       PIC X(50) VALUE SPACES.
       01  WS-LINDET-INT.
           05 LD-INT-REGRA                 PIC 9(02).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-INT-ARQUIVO               PIC X(09).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-INT-CHAVE                 PIC X(24).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-INT-DESCRICAO             PIC X(36).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-INT-COMPLEMENTO           PIC X(24).
           05 FILLER                       PIC X(26) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-LINNADA-INT.
           05 FILLER                       PIC X(40)
                                                   VALUE
              "NENHUMA EXCECAO ENCONTRADA".
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-CABRES-INT1.
           05 FILLER                       PIC X(40)
                                                   VALUE
              "RESUMO POR REGRA".
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-CABRES-INT2.
           05 FILLER                       PIC X(07) VALUE "REGRA".
           05 FILLER                       PIC X(11) VALUE "ARQUIVO".
           05 FILLER                       PIC X(38)
                                                   VALUE
              "VERIFICACAO".
           05 FILLER                       PIC X(09) VALUE "CRITICA".
           05 FILLER                       PIC X(10) VALUE "    LIDOS".
           05 FILLER                       PIC X(10) VALUE " EXCECOES".
           05 FILLER                       PIC X(11) VALUE "  SITUACAO".
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-LINRES-INT.
           05 LR-INT-REGRA                 PIC 9(02).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LR-INT-ARQUIVO               PIC X(09).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-INT-DESCRICAO             PIC X(36).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-INT-CRITICA               PIC X(03).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LR-INT-LIDOS                 PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LR-INT-EXCECOES              PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-INT-SITUACAO              PIC X(14).
           05 FILLER                       PIC X(34) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-XREFCLI                      PIC X(02).
           88 SUCESSO-X                    VALUE "00".
           88 FIM-ARQ-X                    VALUE "10".
           88 AUSENTE-X                    VALUE "05".
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-CT                   VALUE "00".
           88 FIM-ARQ-CT                   VALUE "10".
           88 AUSENTE-CT                   VALUE "05".
       01  FS-SALDONOV                     PIC X(02).
           88 SUCESSO-SN                   VALUE "00".
           88 FIM-ARQ-SN                   VALUE "10".
           88 AUSENTE-SN                   VALUE "05".
       01  FS-SALDOLOTN                    PIC X(02).
           88 SUCESSO-SL                   VALUE "00".
           88 FIM-ARQ-SL                   VALUE "10".
           88 AUSENTE-SL                   VALUE "05".
       01  FS-CICLOCTL                     PIC X(02).
           88 SUCESSO-CC                   VALUE "00".
           88 FIM-ARQ-CC                   VALUE "10".
           88 AUSENTE-CC                   VALUE "05".
       01  FS-ORDHELD                      PIC X(02).
           88 SUCESSO-OH                   VALUE "00".
           88 FIM-ARQ-OH                   VALUE "10".
           88 AUSENTE-OH                   VALUE "05".
       01  FS-BACKORD                      PIC X(02).
           88 SUCESSO-BK                   VALUE "00".
           88 FIM-ARQ-BK                   VALUE "10".
           88 AUSENTE-BK                   VALUE "05".
       01  FS-PEDSTAT                      PIC X(02).
           88 SUCESSO-PS                   VALUE "00".
           88 FIM-ARQ-PS                   VALUE "10".
           88 AUSENTE-PS                   VALUE "05".
       01  FS-SCOREM                       PIC X(02).
           88 SUCESSO-SC                   VALUE "00".
           88 FIM-ARQ-SC                   VALUE "10".
           88 AUSENTE-SC                   VALUE "05".
       01  FS-NEGSTAT                      PIC X(02).
           88 SUCESSO-NG                   VALUE "00".
           88 FIM-ARQ-NG                   VALUE "10".
           88 AUSENTE-NG                   VALUE "05".
       01  FS-PSNEW                        PIC X(02).
           88 SUCESSO-PN                   VALUE "00".
           88 FIM-ARQ-PN                   VALUE "10".
           88 AUSENTE-PN                   VALUE "05".
       01  FS-RELINTEG                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTEXCECAO                    PIC 9(07) COMP.
       77  WS-CTCRITICA                    PIC 9(07) COMP.
       77  WS-CTNAOVERIF                   PIC 9(02) COMP.
       77  WS-CTEXCECAO-F                  PIC ZZZZZZ9.
       77  WS-CTCRITICA-F                  PIC ZZZZZZ9.
       77  WS-CTNAOVERIF-F                 PIC Z9.
       77  WS-QTD-XREF-F                   PIC ZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA7.
           PERFORM 1000-INICIALIZAR
           PERFORM 2100-AUDITAR-CONTRATOS
           PERFORM 2200-AUDITAR-SALDONOV
           PERFORM 2300-AUDITAR-SALDOLOTN
           PERFORM 2400-AUDITAR-CICLOCTL
           PERFORM 2500-AUDITAR-ORDHELD
           SORT CLASS-BCK
               ON ASCENDING KEY BCK-NUM-PEDIDO-CLASS
               INPUT PROCEDURE IS 2600-AUDITAR-BACKORD
               OUTPUT PROCEDURE IS 2650-CASAR-PEDSTAT
           PERFORM 2700-AUDITAR-SCOREM
           PERFORM 2800-AUDITAR-NEGSTAT
           PERFORM 2900-AUDITAR-PSNEW
           PERFORM 3000-IMPRIMIR-RESUMO
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTEXCECAO
                                              WS-CTCRITICA
                                              WS-CTNAOVERIF
           PERFORM 1050-ZERAR-REGRA
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           OPEN INPUT VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-P
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELINTEG
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELINTEG" TO WS-MSG
              MOVE FS-RELINTEG             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1100-CARREGAR-XREF
           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F
           MOVE WS-DATA-FORMATADA          TO CB-INT-DATA
           WRITE REG-RELINTEG              FROM WS-CABEC-INT1
           WRITE REG-RELINTEG              FROM WS-CABEC-INT2
           WRITE REG-RELINTEG              FROM WS-CABEC-INT3
           WRITE REG-RELINTEG              FROM WS-CABEC-INT2
           .
       1050-ZERAR-REGRA.
           MOVE ZEROS                      TO
                WS-RGR-LIDOS (WS-IDX-REGRA)
                WS-RGR-EXCECOES (WS-IDX-REGRA)
           MOVE "S"                        TO
                WS-RGR-VERIFICADA (WS-IDX-REGRA)
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-XREF - DE-PARA DAS FUSOES DO EX004P51; SEM O   *
      *    XREFCLI AS REGRAS DE CODIGO INCORPORADO NAO SAO VERIFICADAS  *
      *----------------------------------------------------------------*
       1100-CARREGAR-XREF.
           SET XREF-DISPONIVEL             TO TRUE
           OPEN INPUT XREFCLI
           EVALUATE TRUE
              WHEN AUSENTE-X
                 SET XREF-AUSENTE          TO TRUE
                 CLOSE XREFCLI
              WHEN NOT SUCESSO-X
                 MOVE "ERRO ABERTURA XREFCLI" TO WS-MSG
                 MOVE FS-XREFCLI              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 1150-LER-XREFCLI
                 PERFORM 1160-ARMAZENAR-XREF UNTIL FIM-ARQ-X
                 CLOSE XREFCLI
           END-EVALUATE
           .
       1150-LER-XREFCLI.
           READ XREFCLI INTO WS-REG-XREFCLI
           IF NOT SUCESSO-X
              IF NOT FIM-ARQ-X
                 MOVE "ERRO LEITURA XREFCLI" TO WS-MSG
                 MOVE FS-XREFCLI             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1160-ARMAZENAR-XREF.
           IF WS-QTD-XREF NOT < 500
              MOVE "TABELA DE FUSOES ESTOURADA" TO WS-MSG
              MOVE SPACES                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-XREF
           MOVE WS-XRF-ABSORVIDO
             TO WS-XRF-ABSORVIDO-T (WS-QTD-XREF)
           MOVE WS-XRF-SOBREVIVENTE
             TO WS-XRF-SOBREVIVENTE-T (WS-QTD-XREF)
           PERFORM 1150-LER-XREFCLI
           .
      *----------------------------------------------------------------*
      *    2100-AUDITAR-CONTRATOS - REGRAS 01 E 02, UMA OCORRENCIA POR  *
      *    CONTRATO (AS PARCELAS SEGUEM JUNTAS NO ARQUIVO)              *
      *----------------------------------------------------------------*
       2100-AUDITAR-CONTRATOS.
           MOVE ZEROS                      TO WS-CONTRATO-ANTERIOR
           OPEN INPUT CONTRATOS
           EVALUATE TRUE
              WHEN AUSENTE-CT
                 MOVE 1                    TO WS-IDX-REGRA
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 MOVE 2                    TO WS-IDX-REGRA
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE CONTRATOS
              WHEN NOT SUCESSO-CT
                 MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 IF XREF-AUSENTE
                    MOVE 2                 TO WS-IDX-REGRA
                    PERFORM 8100-MARCAR-NAO-VERIFICADA
                 END-IF
                 PERFORM 2110-LER-CONTRATOS
                 PERFORM 2120-CONFERIR-CONTRATO UNTIL FIM-ARQ-CT
                 CLOSE CONTRATOS
           END-EVALUATE
           .
       2110-LER-CONTRATOS.
           READ CONTRATOS INTO WS-REG-CONTRATO
           IF SUCESSO-CT
              ADD 1                        TO WS-RGR-LIDOS (1)
                                              WS-RGR-LIDOS (2)
           ELSE
              IF NOT FIM-ARQ-CT
                 MOVE "ERRO LEITURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2120-CONFERIR-CONTRATO.
           IF WS-CTR-NUMCONTR NOT = WS-CONTRATO-ANTERIOR
              MOVE WS-CTR-NUMCONTR         TO WS-CHC-NUMCONTR
              MOVE WS-CTR-CODCLI           TO WS-CHC-CODCLI
                                              WS-CODCLI-TESTE
              MOVE WS-CHAVE-CONTRATO       TO WS-EXC-CHAVE
              PERFORM 7100-PROCURAR-INCORPORADO
              IF WS-IDX-XRF-ACHADO > ZERO
                 MOVE WS-CTR-NUMCONTR      TO WS-CONTRATO-ANTERIOR
                 MOVE 2                    TO WS-IDX-REGRA
                 MOVE WS-XRF-SOBREVIVENTE-T (WS-IDX-XRF-ACHADO)
                                           TO WS-CPI-SOBREVIVENTE
                 MOVE WS-COMPL-INCORPORADO TO WS-EXC-COMPLEMENTO
                 PERFORM 8000-REGISTRAR-EXCECAO
              ELSE
                 PERFORM 7200-PROCURAR-CLIENTE
                 IF CLIENTE-NAO-CADASTRADO
                    MOVE WS-CTR-NUMCONTR   TO WS-CONTRATO-ANTERIOR
                    MOVE 1                 TO WS-IDX-REGRA
                    MOVE SPACES            TO WS-EXC-COMPLEMENTO
                    PERFORM 8000-REGISTRAR-EXCECAO
                 END-IF
              END-IF
           END-IF
           PERFORM 2110-LER-CONTRATOS
           .
      *----------------------------------------------------------------*
      *    2200-AUDITAR-SALDONOV - REGRA 03                             *
      *----------------------------------------------------------------*
       2200-AUDITAR-SALDONOV.
           MOVE 3                          TO WS-IDX-REGRA
           OPEN INPUT SALDONOV
           EVALUATE TRUE
              WHEN AUSENTE-SN
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE SALDONOV
              WHEN NOT SUCESSO-SN
                 MOVE "ERRO ABERTURA SALDONOV" TO WS-MSG
                 MOVE FS-SALDONOV              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2210-LER-SALDONOV
                 PERFORM 2220-CONFERIR-SALDONOV UNTIL FIM-ARQ-SN
                 CLOSE SALDONOV
           END-EVALUATE
           .
       2210-LER-SALDONOV.
           READ SALDONOV INTO WS-REG-SALDONOV
           IF SUCESSO-SN
              ADD 1                        TO WS-RGR-LIDOS (3)
           ELSE
              IF NOT FIM-ARQ-SN
                 MOVE "ERRO LEITURA SALDONOV" TO WS-MSG
                 MOVE FS-SALDONOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2220-CONFERIR-SALDONOV.
           MOVE WS-SNV-CODPROD             TO WS-CODPROD-TESTE
           PERFORM 7300-PROCURAR-PRODUTO
           IF PRODUTO-NAO-CADASTRADO
              MOVE WS-SNV-LOCAL            TO WS-CHL-LOCAL
              MOVE WS-SNV-CODPROD          TO WS-CHL-CODPROD
              MOVE WS-CHAVE-LOCAL          TO WS-EXC-CHAVE
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           PERFORM 2210-LER-SALDONOV
           .
      *----------------------------------------------------------------*
      *    2300-AUDITAR-SALDOLOTN - REGRA 04                            *
      *----------------------------------------------------------------*
       2300-AUDITAR-SALDOLOTN.
           MOVE 4                          TO WS-IDX-REGRA
           OPEN INPUT SALDOLOTN
           EVALUATE TRUE
              WHEN AUSENTE-SL
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE SALDOLOTN
              WHEN NOT SUCESSO-SL
                 MOVE "ERRO ABERTURA SALDOLOTN" TO WS-MSG
                 MOVE FS-SALDOLOTN              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2310-LER-SALDOLOTN
                 PERFORM 2320-CONFERIR-SALDOLOTN UNTIL FIM-ARQ-SL
                 CLOSE SALDOLOTN
           END-EVALUATE
           .
       2310-LER-SALDOLOTN.
           READ SALDOLOTN INTO WS-REG-SALDOLOTN
           IF SUCESSO-SL
              ADD 1                        TO WS-RGR-LIDOS (4)
           ELSE
              IF NOT FIM-ARQ-SL
                 MOVE "ERRO LEITURA SALDOLOTN" TO WS-MSG
                 MOVE FS-SALDOLOTN             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2320-CONFERIR-SALDOLOTN.
           MOVE WS-SLT-CODPROD             TO WS-CODPROD-TESTE
           PERFORM 7300-PROCURAR-PRODUTO
           IF PRODUTO-NAO-CADASTRADO
              MOVE WS-SLT-CODPROD          TO WS-CHT-CODPROD
              MOVE WS-SLT-LOTE             TO WS-CHT-LOTE
              MOVE WS-CHAVE-LOTE           TO WS-EXC-CHAVE
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           PERFORM 2310-LER-SALDOLOTN
           .
      *----------------------------------------------------------------*
      *    2400-AUDITAR-CICLOCTL - REGRA 05                             *
      *----------------------------------------------------------------*
       2400-AUDITAR-CICLOCTL.
           MOVE 5                          TO WS-IDX-REGRA
           OPEN INPUT CICLOCTL
           EVALUATE TRUE
              WHEN AUSENTE-CC
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE CICLOCTL
              WHEN NOT SUCESSO-CC
                 MOVE "ERRO ABERTURA CICLOCTL" TO WS-MSG
                 MOVE FS-CICLOCTL              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2410-LER-CICLOCTL
                 PERFORM 2420-CONFERIR-CICLO UNTIL FIM-ARQ-CC
                 CLOSE CICLOCTL
           END-EVALUATE
           .
       2410-LER-CICLOCTL.
           READ CICLOCTL INTO WS-REG-CICLO
           IF SUCESSO-CC
              ADD 1                        TO WS-RGR-LIDOS (5)
           ELSE
              IF NOT FIM-ARQ-CC
                 MOVE "ERRO LEITURA CICLOCTL" TO WS-MSG
                 MOVE FS-CICLOCTL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2420-CONFERIR-CICLO.
           MOVE WS-CIC-CODPROD             TO WS-CODPROD-TESTE
           PERFORM 7300-PROCURAR-PRODUTO
           IF PRODUTO-NAO-CADASTRADO
              MOVE SPACES                  TO WS-EXC-CHAVE
              STRING "PROD "               DELIMITED BY SIZE
                     WS-CIC-CODPROD        DELIMITED BY SIZE
                     " CLASSE "            DELIMITED BY SIZE
                     WS-CIC-CLASSE         DELIMITED BY SIZE
                     INTO WS-EXC-CHAVE
              END-STRING
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           PERFORM 2410-LER-CICLOCTL
           .
      *----------------------------------------------------------------*
      *    2500-AUDITAR-ORDHELD - REGRA 06 NO PEDIDO "D" E REGRA 07 EM  *
      *    CADA ITEM "I" QUE O ACOMPANHA                                *
      *----------------------------------------------------------------*
       2500-AUDITAR-ORDHELD.
           OPEN INPUT ORDHELD
           EVALUATE TRUE
              WHEN AUSENTE-OH
                 MOVE 6                    TO WS-IDX-REGRA
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 MOVE 7                    TO WS-IDX-REGRA
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE ORDHELD
              WHEN NOT SUCESSO-OH
                 MOVE "ERRO ABERTURA ORDHELD" TO WS-MSG
                 MOVE FS-ORDHELD              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2510-LER-ORDHELD
                 PERFORM 2520-CONFERIR-RETIDO UNTIL FIM-ARQ-OH
                 CLOSE ORDHELD
           END-EVALUATE
           .
       2510-LER-ORDHELD.
           READ ORDHELD INTO WS-REG-ORDHELD
           IF NOT SUCESSO-OH
              IF NOT FIM-ARQ-OH
                 MOVE "ERRO LEITURA ORDHELD" TO WS-MSG
                 MOVE FS-ORDHELD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2520-CONFERIR-RETIDO.
           EVALUATE TRUE
              WHEN HELD-PEDIDO
                 ADD 1                     TO WS-RGR-LIDOS (6)
                 MOVE WS-HELD-COD-CLIENTE  TO WS-CODCLI-BUSCA
                 MOVE WS-CODCLI-BUSCA (3:4) TO WS-CODCLI-TESTE
                 PERFORM 7200-PROCURAR-CLIENTE
                 IF CLIENTE-NAO-CADASTRADO
                    MOVE 6                 TO WS-IDX-REGRA
                    MOVE WS-HELD-NUM-PEDIDO TO WS-CHP-NUM-PEDIDO
                    MOVE WS-CHAVE-PEDIDO   TO WS-EXC-CHAVE
                    MOVE SPACES            TO WS-EXC-COMPLEMENTO
                    STRING "CLIENTE "      DELIMITED BY SIZE
                           WS-CODCLI-TESTE DELIMITED BY SIZE
                           INTO WS-EXC-COMPLEMENTO
                    END-STRING
                    PERFORM 8000-REGISTRAR-EXCECAO
                 END-IF
              WHEN HELD-ITEM
                 ADD 1                     TO WS-RGR-LIDOS (7)
                 MOVE WS-HELD-CODPROD-IT   TO WS-CODPROD-TESTE
                 PERFORM 7300-PROCURAR-PRODUTO
                 IF PRODUTO-NAO-CADASTRADO
                    MOVE 7                 TO WS-IDX-REGRA
                    MOVE WS-HELD-NUM-PEDIDO-IT TO WS-CHP-NUM-PEDIDO
                    MOVE WS-CHAVE-PEDIDO   TO WS-EXC-CHAVE
                    MOVE SPACES            TO WS-EXC-COMPLEMENTO
                    STRING "PRODUTO "      DELIMITED BY SIZE
                           WS-HELD-CODPROD-IT DELIMITED BY SIZE
                           INTO WS-EXC-COMPLEMENTO
                    END-STRING
                    PERFORM 8000-REGISTRAR-EXCECAO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 2510-LER-ORDHELD
           .
      *----------------------------------------------------------------*
      *    2600-AUDITAR-BACKORD - REGRA 08 NA LEITURA; O BACKORDER VAI  *
      *    PARA A CLASSIFICACAO POR PEDIDO E E CASADO COM O PEDSTAT     *
      *    NA REGRA 09                                                  *
      *----------------------------------------------------------------*
       2600-AUDITAR-BACKORD.
           MOVE 8                          TO WS-IDX-REGRA
           OPEN INPUT BACKORD
           EVALUATE TRUE
              WHEN AUSENTE-BK
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 MOVE 9                    TO WS-IDX-REGRA
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE BACKORD
              WHEN NOT SUCESSO-BK
                 MOVE "ERRO ABERTURA BACKORD" TO WS-MSG
                 MOVE FS-BACKORD              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2610-LER-BACKORD
                 PERFORM 2620-CONFERIR-BACKORD UNTIL FIM-ARQ-BK
                 CLOSE BACKORD
           END-EVALUATE
           .
       2610-LER-BACKORD.
           READ BACKORD INTO WS-REG-BACKORD
           IF SUCESSO-BK
              ADD 1                        TO WS-RGR-LIDOS (8)
           ELSE
              IF NOT FIM-ARQ-BK
                 MOVE "ERRO LEITURA BACKORD" TO WS-MSG
                 MOVE FS-BACKORD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2620-CONFERIR-BACKORD.
           MOVE WS-BCK-CODPROD             TO WS-CODPROD-TESTE
           PERFORM 7300-PROCURAR-PRODUTO
           IF PRODUTO-NAO-CADASTRADO
              MOVE 8                       TO WS-IDX-REGRA
              MOVE WS-BCK-NUM-PEDIDO       TO WS-CHP-NUM-PEDIDO
              MOVE WS-CHAVE-PEDIDO         TO WS-EXC-CHAVE
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              STRING "PRODUTO "            DELIMITED BY SIZE
                     WS-BCK-CODPROD        DELIMITED BY SIZE
                     INTO WS-EXC-COMPLEMENTO
              END-STRING
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           RELEASE REG-CLASS-BCK           FROM WS-REG-BACKORD
           PERFORM 2610-LER-BACKORD
           .
      *----------------------------------------------------------------*
      *    2650-CASAR-PEDSTAT - BACKORDER E PEDSTAT EM ORDEM DE PEDIDO; *
      *    PEDIDO DO BACKORDER SEM SITUACAO NO MASTER E EXCECAO         *
      *----------------------------------------------------------------*
       2650-CASAR-PEDSTAT.
           MOVE 9                          TO WS-IDX-REGRA
           MOVE ZEROS                      TO WS-PEDIDO-ANTERIOR
           SET PEDSTAT-FECHADO             TO TRUE
           IF WS-RGR-VERIFICADA (9) = "S"
              OPEN INPUT PEDSTAT
              EVALUATE TRUE
                 WHEN AUSENTE-PS
                    PERFORM 8100-MARCAR-NAO-VERIFICADA
                    CLOSE PEDSTAT
                 WHEN NOT SUCESSO-PS
                    MOVE "ERRO ABERTURA PEDSTAT" TO WS-MSG
                    MOVE FS-PEDSTAT              TO WS-FS
                    GO TO 9000-ERRO
                 WHEN OTHER
                    SET PEDSTAT-ABERTO     TO TRUE
              END-EVALUATE
           END-IF
           IF PEDSTAT-ABERTO
              PERFORM 2660-LER-PEDSTAT
              SET NAO-FIM-CLASS-BCK        TO TRUE
              PERFORM 2670-RETORNAR-BCK
              PERFORM 2680-CONFERIR-PEDIDO UNTIL FIM-CLASS-BCK
              CLOSE PEDSTAT
           END-IF
           .
       2660-LER-PEDSTAT.
           READ PEDSTAT INTO WS-REG-PEDSTAT
           IF NOT SUCESSO-PS
              IF FIM-ARQ-PS
                 MOVE HIGH-VALUES          TO WS-REG-PEDSTAT
              ELSE
                 MOVE "ERRO LEITURA PEDSTAT" TO WS-MSG
                 MOVE FS-PEDSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2670-RETORNAR-BCK.
           RETURN CLASS-BCK                INTO WS-REG-BACKORD
               AT END
                  SET FIM-CLASS-BCK        TO TRUE
               NOT AT END
                  ADD 1                    TO WS-RGR-LIDOS (9)
           END-RETURN
           .
       2680-CONFERIR-PEDIDO.
           PERFORM 2660-LER-PEDSTAT
               UNTIL WS-REG-PEDSTAT (1:8) NOT < WS-BCK-NUM-PEDIDO
           IF WS-REG-PEDSTAT (1:8) NOT = WS-BCK-NUM-PEDIDO
           AND WS-BCK-NUM-PEDIDO NOT = WS-PEDIDO-ANTERIOR
              MOVE WS-BCK-NUM-PEDIDO       TO WS-PEDIDO-ANTERIOR
                                              WS-CHP-NUM-PEDIDO
              MOVE WS-CHAVE-PEDIDO         TO WS-EXC-CHAVE
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           PERFORM 2670-RETORNAR-BCK
           .
      *----------------------------------------------------------------*
      *    2700-AUDITAR-SCOREM - REGRA 10                               *
      *----------------------------------------------------------------*
       2700-AUDITAR-SCOREM.
           MOVE 10                         TO WS-IDX-REGRA
           OPEN INPUT SCOREM
           EVALUATE TRUE
              WHEN AUSENTE-SC
              OR   XREF-AUSENTE
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE SCOREM
              WHEN NOT SUCESSO-SC
                 MOVE "ERRO ABERTURA SCOREM" TO WS-MSG
                 MOVE FS-SCOREM              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2710-LER-SCOREM
                 PERFORM 2720-CONFERIR-SCORE UNTIL FIM-ARQ-SC
                 CLOSE SCOREM
           END-EVALUATE
           .
       2710-LER-SCOREM.
           READ SCOREM INTO WS-REG-SCOREM
           IF SUCESSO-SC
              ADD 1                        TO WS-RGR-LIDOS (10)
           ELSE
              IF NOT FIM-ARQ-SC
                 MOVE "ERRO LEITURA SCOREM" TO WS-MSG
                 MOVE FS-SCOREM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2720-CONFERIR-SCORE.
           MOVE WS-SCM-CODCLI              TO WS-CODCLI-TESTE
           PERFORM 7100-PROCURAR-INCORPORADO
           IF WS-IDX-XRF-ACHADO > ZERO
              PERFORM 2950-REGISTRAR-INCORPORADO
           END-IF
           PERFORM 2710-LER-SCOREM
           .
      *----------------------------------------------------------------*
      *    2800-AUDITAR-NEGSTAT - REGRA 11                              *
      *----------------------------------------------------------------*
       2800-AUDITAR-NEGSTAT.
           MOVE 11                         TO WS-IDX-REGRA
           OPEN INPUT NEGSTAT
           EVALUATE TRUE
              WHEN AUSENTE-NG
              OR   XREF-AUSENTE
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE NEGSTAT
              WHEN NOT SUCESSO-NG
                 MOVE "ERRO ABERTURA NEGSTAT" TO WS-MSG
                 MOVE FS-NEGSTAT              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2810-LER-NEGSTAT
                 PERFORM 2820-CONFERIR-NEGAT UNTIL FIM-ARQ-NG
                 CLOSE NEGSTAT
           END-EVALUATE
           .
       2810-LER-NEGSTAT.
           READ NEGSTAT INTO WS-REG-NEGSTAT
           IF SUCESSO-NG
              ADD 1                        TO WS-RGR-LIDOS (11)
           ELSE
              IF NOT FIM-ARQ-NG
                 MOVE "ERRO LEITURA NEGSTAT" TO WS-MSG
                 MOVE FS-NEGSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2820-CONFERIR-NEGAT.
           MOVE WS-NST-CODCLI              TO WS-CODCLI-TESTE
           PERFORM 7100-PROCURAR-INCORPORADO
           IF WS-IDX-XRF-ACHADO > ZERO
              PERFORM 2950-REGISTRAR-INCORPORADO
           END-IF
           PERFORM 2810-LER-NEGSTAT
           .
      *----------------------------------------------------------------*
      *    2900-AUDITAR-PSNEW - REGRA 12. O CODPS DE 5 POSICOES CASA    *
      *    COM O CODPROD-V COM ZERO A ESQUERDA (COMO NO EX004P20)       *
      *----------------------------------------------------------------*
       2900-AUDITAR-PSNEW.
           MOVE 12                         TO WS-IDX-REGRA
           OPEN INPUT PSNEW
           EVALUATE TRUE
              WHEN AUSENTE-PN
                 PERFORM 8100-MARCAR-NAO-VERIFICADA
                 CLOSE PSNEW
              WHEN NOT SUCESSO-PN
                 MOVE "ERRO ABERTURA PSNEW" TO WS-MSG
                 MOVE FS-PSNEW              TO WS-FS
                 GO TO 9000-ERRO
              WHEN OTHER
                 PERFORM 2910-LER-PSNEW
                 PERFORM 2920-CONFERIR-PSNEW UNTIL FIM-ARQ-PN
                 CLOSE PSNEW
           END-EVALUATE
           .
       2910-LER-PSNEW.
           READ PSNEW INTO WS-REG-PSNEW
           IF SUCESSO-PN
              ADD 1                        TO WS-RGR-LIDOS (12)
           ELSE
              IF NOT FIM-ARQ-PN
                 MOVE "ERRO LEITURA PSNEW" TO WS-MSG
                 MOVE FS-PSNEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2920-CONFERIR-PSNEW.
           IF WS-CODPS-N-ZERO = "0"
              MOVE WS-CODPS-N-PROD         TO WS-CODPROD-TESTE
              PERFORM 7300-PROCURAR-PRODUTO
           ELSE
              SET PRODUTO-NAO-CADASTRADO   TO TRUE
           END-IF
           IF PRODUTO-NAO-CADASTRADO
              MOVE SPACES                  TO WS-EXC-CHAVE
              STRING "CODPS "              DELIMITED BY SIZE
                     WS-CODPS-N            DELIMITED BY SIZE
                     INTO WS-EXC-CHAVE
              END-STRING
              MOVE SPACES                  TO WS-EXC-COMPLEMENTO
              PERFORM 8000-REGISTRAR-EXCECAO
           END-IF
           PERFORM 2910-LER-PSNEW
           .
       2950-REGISTRAR-INCORPORADO.
           MOVE SPACES                     TO WS-EXC-CHAVE
           STRING "CLIENTE "               DELIMITED BY SIZE
                  WS-CODCLI-TESTE          DELIMITED BY SIZE
                  INTO WS-EXC-CHAVE
           END-STRING
           MOVE WS-XRF-SOBREVIVENTE-T (WS-IDX-XRF-ACHADO)
                                           TO WS-CPI-SOBREVIVENTE
           MOVE WS-COMPL-INCORPORADO       TO WS-EXC-COMPLEMENTO
           PERFORM 8000-REGISTRAR-EXCECAO
           .
      *----------------------------------------------------------------*
      *    3000-IMPRIMIR-RESUMO - CONTAGEM E SITUACAO DE CADA REGRA     *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-RESUMO.
           IF WS-CTEXCECAO = ZERO
              WRITE REG-RELINTEG           FROM WS-LINNADA-INT
           END-IF
           WRITE REG-RELINTEG              FROM WS-LIN-BRANCO
           WRITE REG-RELINTEG              FROM WS-CABRES-INT1
           WRITE REG-RELINTEG              FROM WS-CABEC-INT2
           WRITE REG-RELINTEG              FROM WS-CABRES-INT2
           PERFORM 3100-IMPRIMIR-REGRA
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
           .
       3100-IMPRIMIR-REGRA.
           MOVE WS-IDX-REGRA               TO LR-INT-REGRA
           MOVE WS-RGR-ARQUIVO (WS-IDX-REGRA) TO LR-INT-ARQUIVO
           MOVE WS-RGR-DESCRICAO (WS-IDX-REGRA) TO LR-INT-DESCRICAO
           IF REGRA-CRITICA (WS-IDX-REGRA)
              MOVE "SIM"                   TO LR-INT-CRITICA
           ELSE
              MOVE "NAO"                   TO LR-INT-CRITICA
           END-IF
           MOVE WS-RGR-LIDOS (WS-IDX-REGRA) TO LR-INT-LIDOS
           MOVE WS-RGR-EXCECOES (WS-IDX-REGRA) TO LR-INT-EXCECOES
           EVALUATE TRUE
              WHEN WS-RGR-VERIFICADA (WS-IDX-REGRA) = "N"
                 MOVE "NAO VERIFICADA"     TO LR-INT-SITUACAO
              WHEN WS-RGR-EXCECOES (WS-IDX-REGRA) = ZERO
                 MOVE "OK"                 TO LR-INT-SITUACAO
              WHEN OTHER
                 MOVE "FALHOU"             TO LR-INT-SITUACAO
           END-EVALUATE
           WRITE REG-RELINTEG              FROM WS-LINRES-INT
           .
      *----------------------------------------------------------------*
      *    7100-PROCURAR-INCORPORADO - WS-CODCLI-TESTE NO DE-PARA DAS   *
      *    FUSOES (WS-IDX-XRF-ACHADO = ZERO QUANDO NAO FOI ABSORVIDO)   *
      *----------------------------------------------------------------*
       7100-PROCURAR-INCORPORADO.
           MOVE ZEROS                      TO WS-IDX-XRF-ACHADO
           PERFORM 7110-COMPARAR-XREF
               VARYING WS-IDX-XRF FROM 1 BY 1
               UNTIL WS-IDX-XRF > WS-QTD-XREF
               OR    WS-IDX-XRF-ACHADO > ZERO
           .
       7110-COMPARAR-XREF.
           IF WS-XRF-ABSORVIDO-T (WS-IDX-XRF) = WS-CODCLI-TESTE
              MOVE WS-IDX-XRF              TO WS-IDX-XRF-ACHADO
           END-IF
           .
       7200-PROCURAR-CLIENTE.
           MOVE WS-CODCLI-TESTE            TO CODCLI-VC
           READ VCADCLI
              INVALID KEY
                 SET CLIENTE-NAO-CADASTRADO TO TRUE
              NOT INVALID KEY
                 SET CLIENTE-CADASTRADO    TO TRUE
           END-READ
           .
       7300-PROCURAR-PRODUTO.
           MOVE WS-CODPROD-TESTE           TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 SET PRODUTO-NAO-CADASTRADO TO TRUE
              NOT INVALID KEY
                 SET PRODUTO-CADASTRADO    TO TRUE
           END-READ
           .
      *----------------------------------------------------------------*
      *    8000-REGISTRAR-EXCECAO - CONTA E IMPRIME A OCORRENCIA DA     *
      *    REGRA WS-IDX-REGRA (CHAVE E COMPLEMENTO JA MONTADOS)         *
      *----------------------------------------------------------------*
       8000-REGISTRAR-EXCECAO.
           ADD 1                           TO
               WS-RGR-EXCECOES (WS-IDX-REGRA)
           ADD 1                           TO WS-CTEXCECAO
           IF REGRA-CRITICA (WS-IDX-REGRA)
              ADD 1                        TO WS-CTCRITICA
           END-IF
           MOVE WS-IDX-REGRA               TO LD-INT-REGRA
           MOVE WS-RGR-ARQUIVO (WS-IDX-REGRA) TO LD-INT-ARQUIVO
           MOVE WS-EXC-CHAVE               TO LD-INT-CHAVE
           MOVE WS-RGR-DESCRICAO (WS-IDX-REGRA) TO LD-INT-DESCRICAO
           MOVE WS-EXC-COMPLEMENTO         TO LD-INT-COMPLEMENTO
           WRITE REG-RELINTEG              FROM WS-LINDET-INT
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELINTEG" TO WS-MSG
              MOVE FS-RELINTEG             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       8100-MARCAR-NAO-VERIFICADA.
           IF WS-RGR-VERIFICADA (WS-IDX-REGRA) = "S"
              MOVE "N"                     TO
                   WS-RGR-VERIFICADA (WS-IDX-REGRA)
              ADD 1                        TO WS-CTNAOVERIF
           END-IF
           .
       3800-TERMINO.
           MOVE WS-CTEXCECAO               TO WS-CTEXCECAO-F
           MOVE WS-CTCRITICA               TO WS-CTCRITICA-F
           MOVE WS-CTNAOVERIF              TO WS-CTNAOVERIF-F
           MOVE WS-QTD-XREF                TO WS-QTD-XREF-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           IF WS-CTCRITICA > ZERO
              MOVE 8                       TO RETURN-CODE
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " FUSOES CARREGADAS DO XREFCLI.........: "
                                           WS-QTD-XREF-F
           DISPLAY " EXCECOES ENCONTRADAS.................: "
                                           WS-CTEXCECAO-F
           DISPLAY " EXCECOES EM REGRAS CRITICAS..........: "
                                           WS-CTCRITICA-F
           DISPLAY " REGRAS NAO VERIFICADAS...............: "
                                           WS-CTNAOVERIF-F
           IF WS-CTCRITICA > ZERO
              DISPLAY " REGRA CRITICA FALHOU - VER O RELINTEG"
           END-IF
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADPRD
           IF NOT SUCESSO-P
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELINTEG
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELINTEG" TO WS-MSG
              MOVE FS-RELINTEG               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
