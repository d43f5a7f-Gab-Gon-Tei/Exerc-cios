      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P92.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    SOLICITACOES DO TITULAR (LGPD) EM PRODUCAO. CADA CARTAO      *
      *    LGPDREQ TRAZ O CODIGO DO CLIENTE, O TIPO E O PROTOCOLO:      *
      *      A - ACESSO: IMPRIME EM RELLGPD TUDO O QUE SE GUARDA DO     *
      *          TITULAR EM VCADCLI, CLINEW, CLIHISTM, NEGSTAT E NOS    *
      *          ARQUIVOS DE PEDIDOS (EXTTORD E ORDHELD)                *
      *      E - ELIMINACAO: TROCA NOME, TELEFONE, CPF/CNPJ E           *
      *          ENDERECO PELA MESMA IDENTIDADE SINTETICA DO EX004P58   *
      *          NO VCADCLI (REGRAVADO NO PROPRIO ARQUIVO) E NAS NOVAS  *
      *          GERACOES CLINEWN E CLIHISTN. SO E ATENDIDA PARA        *
      *          CLIENTE SEM DIVIDA E SEM PARCELA EM ABERTO NOS         *
      *          CONTRATOS; CASO CONTRARIO E BLOQUEADA COM A BASE       *
      *          LEGAL QUE JUSTIFICA A RETENCAO.                        *
      *    TODA SOLICITACAO, ATENDIDA OU NAO, E ACUMULADA NO LOG DE     *
      *    CONFORMIDADE LGPDLOG.                                        *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LGPDREQ ASSIGN           TO UT-S-LGPDREQ
           FILE STATUS IS FS-LGPDREQ
           .
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT CLINEWN ASSIGN           TO UT-S-CLINEWN
           FILE STATUS IS FS-CLINEWN
           .
           SELECT OPTIONAL CLIHISTM ASSIGN TO UT-S-CLIHISTM
           FILE STATUS IS FS-CLIHISTM
           .
           SELECT CLIHISTN ASSIGN          TO UT-S-CLIHISTN
           FILE STATUS IS FS-CLIHISTN
           .
           SELECT OPTIONAL NEGSTAT ASSIGN  TO UT-S-NEGSTAT
           FILE STATUS IS FS-NEGSTAT
           .
           SELECT EXTTORD ASSIGN           TO UT-S-EXTTORD
           FILE STATUS IS FS-EXTTORD
           .
           SELECT ORDHELD ASSIGN           TO UT-S-ORDHELD
           FILE STATUS IS FS-ORDHELD
           .
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT RELLGPD ASSIGN           TO UT-S-RELLGPD
           FILE STATUS IS FS-RELLGPD
           .
           SELECT OPTIONAL LGPDLOG ASSIGN  TO UT-S-LGPDLOG
           FILE STATUS IS FS-LGPDLOG
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    LGPDREQ - UM CARTAO POR SOLICITACAO DO TITULAR               *
      *----------------------------------------------------------------*
       FD  LGPDREQ
           RECORDING MODE IS F
           .
       01  REG-LGPDREQ                     PIC X(80).
      *----------------------------------------------------------------*
       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.
      *----------------------------------------------------------------*
       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.
      *----------------------------------------------------------------*
      *    CLINEWN - NOVA GERACAO DO CADASTRO COM AS ELIMINACOES        *
      *----------------------------------------------------------------*
       FD  CLINEWN
           RECORDING MODE IS F
           .
       01  REG-CLINEWN                     PIC X(184).
      *----------------------------------------------------------------*
       FD  CLIHISTM
           RECORDING MODE IS F
           .
       01  REG-CLIHISTM                    PIC X(200).
      *----------------------------------------------------------------*
      *    CLIHISTN - NOVA GERACAO DO HISTORICO COM AS ELIMINACOES      *
      *----------------------------------------------------------------*
       FD  CLIHISTN
           RECORDING MODE IS F
           .
       01  REG-CLIHISTN                    PIC X(200).
      *----------------------------------------------------------------*
       FD  NEGSTAT
           RECORDING MODE IS F
           .
       01  REG-NEGSTAT                     PIC X(13).
      *----------------------------------------------------------------*
       FD  EXTTORD
           RECORDING MODE IS F
           .
           COPY CPEXTTOR REPLACING ==::== BY ====.
      *----------------------------------------------------------------*
       FD  ORDHELD
           RECORDING MODE IS F
           .
       01  REG-ORDHELD                     PIC X(55).
      *----------------------------------------------------------------*
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).
      *----------------------------------------------------------------*
       FD  RELLGPD
           RECORDING MODE IS F
           .
       01  REG-RELLGPD                     PIC X(132).
      *----------------------------------------------------------------*
      *    LGPDLOG - LOG DE CONFORMIDADE, ACUMULADO ENTRE RODADAS       *
      *----------------------------------------------------------------*
       FD  LGPDLOG
           RECORDING MODE IS F
           .
       01  REG-LGPDLOG                     PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-LGPDREQ.
           05 WS-CODCLI-REQ                PIC X(04).
           05 WS-TIPO-REQ                  PIC X(01).
              88 REQ-ACESSO                        VALUE "A".
              88 REQ-ELIMINACAO                    VALUE "E".
           05 WS-PROTOCOLO-REQ             PIC X(12).
           05 FILLER                       PIC X(63).
      *----------------------------------------------------------------*
      *    REGISTRO DO LOG DE CONFORMIDADE
      *----------------------------------------------------------------*
       01  WS-REG-LGPDLOG.
           05 WS-LOG-DATA                  PIC 9(08).
           05 WS-LOG-HORA                  PIC 9(06).
           05 WS-LOG-CODCLI                PIC X(04).
           05 WS-LOG-TIPO                  PIC X(01).
           05 WS-LOG-PROTOCOLO             PIC X(12).
           05 WS-LOG-RESULTADO             PIC X(01).
              88 LOG-ATENDIDA                      VALUE "A".
              88 LOG-ELIMINADA                     VALUE "E".
              88 LOG-BLOQUEADA                     VALUE "B".
              88 LOG-REJEITADA                     VALUE "R".
           05 WS-LOG-MOTIVO                PIC X(60).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
      *    REGISTRO DO HISTORICO (JORNAL DO EX004P11 + DATA DA RODADA)
      *----------------------------------------------------------------*
       01  WS-REG-CLIHISTM.
           05 WS-JORNAL-HIST.
              10 WS-CODCLI-LOG             PIC X(04).
              10 WS-NOME-ANTES-LOG         PIC X(25).
              10 WS-NOME-DEPOIS-LOG        PIC X(25).
              10 WS-END-ANTES-LOG          PIC X(30).
              10 WS-END-DEPOIS-LOG         PIC X(30).
              10 WS-FONE-ANTES-LOG         PIC X(10).
              10 WS-FONE-DEPOIS-LOG        PIC X(10).
              10 WS-CPF-ANTES-LOG          PIC X(11).
              10 WS-CPF-DEPOIS-LOG         PIC X(11).
              10 WS-DIVIDA-ANTES-LOG       PIC 9(08)V99.
              10 WS-DIVIDA-DEPOIS-LOG      PIC 9(08)V99.
              10 WS-RUNTIME-LOG            PIC X(08).
              10 WS-RUNID-LOG              PIC X(08).
           05 WS-DATA-HIST                 PIC 9(08).
      *----------------------------------------------------------------*
       01  WS-REG-NEGSTAT.
           05 WS-NST-CODCLI                PIC X(04).
           05 WS-NST-SITUACAO              PIC X(01).
              88 SITUACAO-LISTADO                  VALUE "I".
              88 SITUACAO-RECUSADO                 VALUE "R".
              88 SITUACAO-EXCLUIDO                 VALUE "E".
           05 WS-NST-DATA                  PIC 9(08).
      *----------------------------------------------------------------*
      *    REGISTRO RETIDO: PEDIDO/ITEM DO EXTRATO + DIVIDA ANEXADA
      *----------------------------------------------------------------*
       01  WS-REG-ORDHELD.
           05 WS-HELD-PEDIDO               PIC X(45).
           05 WS-HELD-PEDIDO-R REDEFINES WS-HELD-PEDIDO.
              10 WS-HELD-TIPO-REG          PIC X(01).
                 88 HELD-PEDIDO                    VALUE "D".
              10 WS-HELD-DATA              PIC 9(08).
              10 WS-HELD-NUM-PEDIDO        PIC 9(08).
              10 WS-HELD-COD-CLIENTE       PIC 9(06).
              10 WS-HELD-VALOR             PIC 9(09)V99.
              10 WS-HELD-COD-VENDEDOR      PIC X(04).
              10 WS-HELD-COD-FILIAL        PIC X(03).
              10 FILLER                    PIC X(04).
           05 WS-HELD-DIVIDA               PIC 9(08)V99.
       77  WS-CODCLI-BUSCA                 PIC X(06).
      *----------------------------------------------------------------*
      *    REGISTRO DO CONTRATOS (LAYOUT DO EX004P36)
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 WS-CTR-VENCIMENTO            PIC 9(08).
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
              88 PARCELA-ABERTA                    VALUE "A".
              88 PARCELA-PAGA                      VALUE "P".
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    DADOS CADASTRAIS A IMPRIMIR (VCADCLI OU CLINEW)
      *----------------------------------------------------------------*
       01  WS-DADOS-CAD.
           05 WS-CAD-NOME                  PIC X(25).
           05 WS-CAD-END                   PIC X(30).
           05 WS-CAD-FONE                  PIC X(10).
           05 WS-CAD-CPF                   PIC X(11).
           05 WS-CAD-DIVIDA                PIC 9(08)V99.
           05 WS-CAD-LIMITE                PIC 9(08)V99.
           05 WS-CAD-LOGRA                 PIC X(30).
           05 WS-CAD-NUMEND                PIC X(06).
           05 WS-CAD-CIDADE                PIC X(20).
           05 WS-CAD-UF                    PIC X(02).
           05 WS-CAD-CEP                   PIC X(08).
           05 WS-CAD-TIPOPESSOA            PIC X(01).
              88 WS-CAD-PESSOA-JURIDICA            VALUE "J".
           05 WS-CAD-CNPJ                  PIC X(14).
      *----------------------------------------------------------------*
      *    CLIENTES ELIMINADOS NA RODADA, APLICADOS DEPOIS AO CLINEW    *
      *    E AO CLIHISTM NA GRAVACAO DAS NOVAS GERACOES                 *
      *----------------------------------------------------------------*
       01  WS-TAB-ELIM.
           05 WS-ELI-ENT OCCURS 500 TIMES.
              10 WS-ELI-CODCLI-T           PIC X(04).
       77  WS-MAX-ELIM                     PIC 9(04) COMP VALUE 500.
       77  WS-QTD-ELIM                     PIC 9(04) COMP.
       77  WS-IDX-ELIM                     PIC 9(04) COMP.
       77  WS-CODCLI-PROCURA               PIC X(04).
       01  WS-SW-ELIMINADO                 PIC X(01).
           88 CLIENTE-ELIMINADO                    VALUE "S".
           88 CLIENTE-NAO-ELIMINADO                VALUE "N".
       01  WS-SW-CADASTRO                  PIC X(01).
           88 CLIENTE-CADASTRADO                   VALUE "S".
           88 CLIENTE-NAO-CADASTRADO               VALUE "N".
       01  WS-SW-CONTRATO                  PIC X(01).
           88 CONTRATO-ABERTO                      VALUE "S".
       77  WS-VALOR-ABERTO                 PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    IDENTIDADE SINTETICA DERIVADA DO CODIGO DO CLIENTE (MESMA    *
      *    DERIVACAO DO EX004P58)                                       *
      *----------------------------------------------------------------*
       01  WS-CODCLI-MASCARA               PIC X(04).
       01  WS-NOME-SINTETICO.
           05 FILLER                       PIC X(16)
                                           VALUE "CLIENTE ANONIMO ".
           05 WS-NOME-CODCLI               PIC X(04).
           05 FILLER                       PIC X(05) VALUE SPACES.
       01  WS-FONE-SINTETICO.
           05 FILLER                       PIC X(03) VALUE "119".
           05 WS-FONE-CODCLI               PIC X(04).
           05 WS-FONE-SUFIXO               PIC X(03).
       01  WS-END-SINTETICO.
           05 FILLER                       PIC X(17)
                                           VALUE "RUA ANONIMIZADA, ".
           05 WS-END-CODCLI                PIC X(04).
           05 FILLER                       PIC X(09) VALUE SPACES.
      *----------------------------------------------------------------*
      *    CPF SINTETICO COM DIGITOS VERIFICADORES VALIDOS
      *----------------------------------------------------------------*
       01  WS-CPF-SINTETICO.
           05 WS-CPF-BASE.
              10 FILLER                    PIC X(01) VALUE "9".
              10 WS-CPF-COD1               PIC X(04).
              10 WS-CPF-COD2               PIC X(04).
           05 WS-CPF-DV1                   PIC 9(01).
           05 WS-CPF-DV2                   PIC 9(01).
       01  WS-AREA-CALCULO-DV.
           05 WS-CPF-DIGITOS.
              10 WS-CPF-DIG OCCURS 11 TIMES        PIC 9(01).
           05 WS-CPF-SOMA                  PIC 9(04) COMP.
           05 WS-CPF-DIVID                 PIC 9(04) COMP.
           05 WS-CPF-RESTO                 PIC 9(04) COMP.
           05 WS-CPF-IDX                   PIC 9(02) COMP.
           05 WS-CPF-PESO                  PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    CNPJ SINTETICO (RAIZ DERIVADA DO CODIGO, FILIAL 0001) COM    *
      *    DIGITOS CALCULADOS PELAS ROTINAS DO ROTCNPJ                  *
      *----------------------------------------------------------------*
       01  WS-CNPJ-SINTETICO.
           05 WS-CNPJ-BASE.
              10 FILLER                    PIC X(01) VALUE "9".
              10 WS-CNPJ-COD1              PIC X(04).
              10 WS-CNPJ-COD2              PIC X(03).
              10 FILLER                    PIC X(04) VALUE "0001".
           05 WS-CNPJ-DV1                  PIC 9(01).
           05 WS-CNPJ-DV2                  PIC 9(01).
           COPY VARCNPJ.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO RELLGPD
      *----------------------------------------------------------------*
       01  WS-CABEC-LGPD.
           05 FILLER                       PIC X(27)
                                                   VALUE
              "SOLICITACAO LGPD - CLIENTE ".
           05 CB-CODCLI                    PIC X(04).
           05 FILLER                       PIC X(09)
                                                   VALUE "   TIPO: ".
           05 CB-TIPO                      PIC X(10).
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   PROTOCOLO: ".
           05 CB-PROTOCOLO                 PIC X(12).
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   EMITIDA EM ".
           05 CB-DATA                      PIC X(10).
           05 FILLER                       PIC X(32) VALUE SPACES.
       01  WS-LINHA-TRACO                  PIC X(132)
                                                   VALUE ALL "=".
       01  WS-CABEC-SECAO.
           05 CS-TITULO                    PIC X(40).
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-LINHA-SUBLIN                 PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINCAD1.
           05 FILLER                       PIC X(12)
                                                   VALUE "NOME......: ".
           05 LC-NOME                      PIC X(25).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "DOCUMENTO.: ".
           05 LC-TIPODOC                   PIC X(05).
           05 LC-DOCUMENTO                 PIC X(14).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "PESSOA....: ".
           05 LC-TIPOPESSOA                PIC X(01).
           05 FILLER                       PIC X(45) VALUE SPACES.
       01  WS-LINCAD2.
           05 FILLER                       PIC X(12)
                                                   VALUE "ENDERECO..: ".
           05 LC-END                       PIC X(30).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "FONE......: ".
           05 LC-FONE                      PIC X(10).
           05 FILLER                       PIC X(65) VALUE SPACES.
       01  WS-LINCAD3.
           05 FILLER                       PIC X(12)
                                                   VALUE "LOGRADOURO: ".
           05 LC-LOGRA                     PIC X(30).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "NUMERO....: ".
           05 LC-NUMEND                    PIC X(06).
           05 FILLER                       PIC X(69) VALUE SPACES.
       01  WS-LINCAD4.
           05 FILLER                       PIC X(12)
                                                   VALUE "CIDADE/UF.: ".
           05 LC-CIDADE                    PIC X(20).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-UF                        PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "CEP.......: ".
           05 LC-CEP                       PIC X(08).
           05 FILLER                       PIC X(74) VALUE SPACES.
       01  WS-LINCAD5.
           05 FILLER                       PIC X(12)
                                                   VALUE "DIVIDA....: ".
           05 LC-DIVIDA                    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "LIMITE....: ".
           05 LC-LIMITE                    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(77) VALUE SPACES.
      *
       01  WS-CABEC-HIS                    PIC X(132)
                                                   VALUE
              "DATA       QUANDO NOME                      ENDERECO
      -       "                  FONE       CPF".
       01  WS-LINDET-HIS.
           05 LD-DATA-HIS                  PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-QUANDO-HIS                PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-NOME-HIS                  PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-END-HIS                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-FONE-HIS                  PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-CPF-HIS                   PIC X(11).
           05 FILLER                       PIC X(35) VALUE SPACES.
      *
       01  WS-LINHA-NEGAT.
           05 FILLER                       PIC X(12)
                                                   VALUE "SITUACAO..: ".
           05 LN-SITUACAO                  PIC X(08).
           05 FILLER                       PIC X(04) VALUE " EM ".
           05 LN-DATA                      PIC X(10).
           05 FILLER                       PIC X(98) VALUE SPACES.
      *
       01  WS-CABEC-PED                    PIC X(132)
                                                   VALUE
              "DATA         PEDIDO              VALOR   VEND".
       01  WS-LINDET-PED.
           05 LD-PED-DATA                  PIC X(10).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PED-NUMERO                PIC 9(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PED-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PED-VENDEDOR              PIC X(04).
           05 FILLER                       PIC X(87) VALUE SPACES.
      *
       01  WS-LINHA-SEM-REG.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "NENHUM REGISTRO DO TITULAR NESTE ARQUIVO".
           05 FILLER                       PIC X(88) VALUE SPACES.
       01  WS-RODAPE-SECAO.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "REGISTROS DO TITULAR:".
           05 RD-QTD-SECAO                 PIC ZZZ9.
           05 FILLER                       PIC X(107) VALUE SPACES.
       01  WS-LINHA-RESULTADO.
           05 FILLER                       PIC X(12)
                                                   VALUE "RESULTADO.: ".
           05 LR-RESULTADO                 PIC X(10).
           05 FILLER                       PIC X(11)
                                                   VALUE "   MOTIVO: ".
           05 LR-MOTIVO                    PIC X(60).
           05 FILLER                       PIC X(39) VALUE SPACES.
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.
       01  WS-LINHA-REL                    PIC X(132).
       77  WS-CTSECAO                      PIC 9(04) COMP.
      *----------------------------------------------------------------*
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-DATA-EDIT.
           05 WS-DATA-EDIT-DIA             PIC X(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-DATA-EDIT-MES             PIC X(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-DATA-EDIT-ANO             PIC X(04).
       01  WS-DATA-EDIT-X REDEFINES WS-DATA-EDIT.
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-LGPDREQ                      PIC X(02).
           88 SUCESSO-Q                    VALUE "00".
           88 FIM-ARQ-Q                    VALUE "10".

       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".

       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
           88 FIM-ARQ-N                    VALUE "10".

       01  FS-CLINEWN                      PIC X(02).
           88 SUCESSO-NN                   VALUE "00".

       01  FS-CLIHISTM                     PIC X(02).
           88 SUCESSO-H                    VALUE "00".
           88 SUCESSO-H-ABERTO             VALUE "00" "05".
           88 FIM-ARQ-H                    VALUE "10".

       01  FS-CLIHISTN                     PIC X(02).
           88 SUCESSO-HN                   VALUE "00".

       01  FS-NEGSTAT                      PIC X(02).
           88 SUCESSO-S                    VALUE "00".
           88 SUCESSO-S-ABERTO             VALUE "00" "05".
           88 FIM-ARQ-S                    VALUE "10".

       01  FS-EXTTORD                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".

       01  FS-ORDHELD                      PIC X(02).
           88 SUCESSO-O                    VALUE "00".
           88 FIM-ARQ-O                    VALUE "10".

       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-T                    VALUE "00".
           88 FIM-ARQ-T                    VALUE "10".

       01  FS-RELLGPD                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".

       01  FS-LGPDLOG                      PIC X(02).
           88 SUCESSO-L                    VALUE "00".
           88 SUCESSO-L-CRIADO             VALUE "00" "05".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTSOLIC                      PIC 9(04) COMP.
       77  WS-CTACESSO                     PIC 9(04) COMP.
       77  WS-CTELIMINADA                  PIC 9(04) COMP.
       77  WS-CTBLOQUEADA                  PIC 9(04) COMP.
       77  WS-CTREJEITADA                  PIC 9(04) COMP.
       77  WS-CTCLINEW                     PIC 9(05) COMP.
       77  WS-CTCLINEW-ELIM                PIC 9(05) COMP.
       77  WS-CTHIST                       PIC 9(05) COMP.
       77  WS-CTHIST-ELIM                  PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTSOLIC-F                    PIC ZZZ9.
       77  WS-CTACESSO-F                   PIC ZZZ9.
       77  WS-CTELIMINADA-F                PIC ZZZ9.
       77  WS-CTBLOQUEADA-F                PIC ZZZ9.
       77  WS-CTREJEITADA-F                PIC ZZZ9.
       77  WS-CTCLINEW-F                   PIC ZZZZ9.
       77  WS-CTCLINEW-ELIM-F              PIC ZZZZ9.
       77  WS-CTHIST-F                     PIC ZZZZ9.
       77  WS-CTHIST-ELIM-F                PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P92.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ATENDER-SOLICITACOES
           PERFORM 3000-APLICAR-ELIMINACOES
           PERFORM 5000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTSOLIC
                                              WS-CTACESSO
                                              WS-CTELIMINADA
                                              WS-CTBLOQUEADA
                                              WS-CTREJEITADA
                                              WS-CTCLINEW
                                              WS-CTCLINEW-ELIM
                                              WS-CTHIST
                                              WS-CTHIST-ELIM
                                              WS-QTD-ELIM
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS              FROM TIME
           MOVE WS-DATA-SYS                TO WS-DATA-AUX
           PERFORM 2980-EDITAR-DATA
           MOVE WS-DATA-EDIT-X             TO CB-DATA
           OPEN INPUT LGPDREQ
           IF NOT SUCESSO-Q
              MOVE "ERRO ABERTURA LGPDREQ" TO WS-MSG
              MOVE FS-LGPDREQ              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN I-O VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELLGPD
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELLGPD" TO WS-MSG
              MOVE FS-RELLGPD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN EXTEND LGPDLOG
           IF NOT SUCESSO-L-CRIADO
              MOVE "ERRO ABERTURA LGPDLOG" TO WS-MSG
              MOVE FS-LGPDLOG              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-ATENDER-SOLICITACOES - UM BLOCO DO RELATORIO E UM       *
      *    REGISTRO NO LOG DE CONFORMIDADE POR CARTAO                   *
      *----------------------------------------------------------------*
       2000-ATENDER-SOLICITACOES.
           PERFORM 2100-LER-LGPDREQ
           PERFORM 2200-TRATAR-SOLICITACAO UNTIL FIM-ARQ-Q
           .
       2100-LER-LGPDREQ.
           READ LGPDREQ INTO WS-REG-LGPDREQ
           IF SUCESSO-Q
              ADD 1                        TO WS-CTSOLIC
           ELSE
              IF NOT FIM-ARQ-Q
                 MOVE "ERRO LEITURA LGPDREQ" TO WS-MSG
                 MOVE FS-LGPDREQ             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-TRATAR-SOLICITACAO.
           MOVE WS-CODCLI-REQ              TO CB-CODCLI
           MOVE WS-PROTOCOLO-REQ           TO CB-PROTOCOLO
           EVALUATE TRUE
              WHEN REQ-ACESSO
                 MOVE "ACESSO"             TO CB-TIPO
              WHEN REQ-ELIMINACAO
                 MOVE "ELIMINACAO"         TO CB-TIPO
              WHEN OTHER
                 MOVE WS-TIPO-REQ          TO CB-TIPO
           END-EVALUATE
           MOVE WS-CABEC-LGPD              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-LINHA-TRACO             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CODCLI-REQ              TO CODCLI-VC
           READ VCADCLI
              INVALID KEY
                 SET CLIENTE-NAO-CADASTRADO TO TRUE
              NOT INVALID KEY
                 SET CLIENTE-CADASTRADO    TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN REQ-ACESSO
                 PERFORM 2300-RELATORIO-ACESSO
              WHEN REQ-ELIMINACAO
                 PERFORM 2600-AVALIAR-ELIMINACAO
              WHEN OTHER
                 SET LOG-REJEITADA         TO TRUE
                 MOVE "TIPO DE SOLICITACAO INVALIDO - USAR A OU E"
                                           TO WS-LOG-MOTIVO
           END-EVALUATE
           PERFORM 2800-REGISTRAR-RESULTADO
           PERFORM 2100-LER-LGPDREQ
           .
      *----------------------------------------------------------------*
      *    2300-RELATORIO-ACESSO - TUDO O QUE SE GUARDA DO TITULAR,     *
      *    ARQUIVO POR ARQUIVO; CADA ARQUIVO SEQUENCIAL E VARRIDO DO    *
      *    INICIO A CADA CARTAO, COMO NO EX004P27                       *
      *----------------------------------------------------------------*
       2300-RELATORIO-ACESSO.
           MOVE "CADASTRO INDEXADO (VCADCLI)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           IF CLIENTE-CADASTRADO
              MOVE NOMECLI-VC              TO WS-CAD-NOME
              MOVE ENDCLI-VC               TO WS-CAD-END
              MOVE FONECLI-VC              TO WS-CAD-FONE
              MOVE CPFCLI-VC               TO WS-CAD-CPF
              MOVE TOTALDIVIDA-VC          TO WS-CAD-DIVIDA
              MOVE LIMITECRED-VC           TO WS-CAD-LIMITE
              MOVE LOGRACLI-VC             TO WS-CAD-LOGRA
              MOVE NUMENDCLI-VC            TO WS-CAD-NUMEND
              MOVE CIDADECLI-VC            TO WS-CAD-CIDADE
              MOVE UFCLI-VC                TO WS-CAD-UF
              MOVE CEPCLI-VC               TO WS-CAD-CEP
              MOVE TIPOPESSOA-VC           TO WS-CAD-TIPOPESSOA
              MOVE CNPJCLI-VC              TO WS-CAD-CNPJ
              PERFORM 2380-IMPRIMIR-CADASTRO
              MOVE 1                       TO WS-CTSECAO
           ELSE
              MOVE ZERO                    TO WS-CTSECAO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           PERFORM 2320-LISTAR-CLINEW
           PERFORM 2330-LISTAR-CLIHISTM
           PERFORM 2340-LISTAR-NEGSTAT
           PERFORM 2350-LISTAR-EXTTORD
           PERFORM 2360-LISTAR-ORDHELD
           ADD 1                           TO WS-CTACESSO
           SET LOG-ATENDIDA                TO TRUE
           MOVE "RELATORIO DE ACESSO EMITIDO AO TITULAR"
                                           TO WS-LOG-MOTIVO
           .
       2320-LISTAR-CLINEW.
           MOVE ZERO                       TO WS-CTSECAO
           MOVE "CADASTRO SEQUENCIAL (CLINEW)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2321-LER-CLINEW
           PERFORM 2322-VERIFICAR-CLINEW UNTIL FIM-ARQ-N
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO CLINEW" TO WS-MSG
              MOVE FS-CLINEW                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           .
       2321-LER-CLINEW.
           READ CLINEW
           IF NOT SUCESSO-N
              IF NOT FIM-ARQ-N
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2322-VERIFICAR-CLINEW.
           IF CODCLI-N = WS-CODCLI-REQ
              ADD 1                        TO WS-CTSECAO
              MOVE NOMECLI-N               TO WS-CAD-NOME
              MOVE ENDCLI-N                TO WS-CAD-END
              MOVE FONECLI-N               TO WS-CAD-FONE
              MOVE CPFCLI-N                TO WS-CAD-CPF
              MOVE TOTALDIVIDA-N           TO WS-CAD-DIVIDA
              MOVE LIMITECRED-N            TO WS-CAD-LIMITE
              MOVE LOGRACLI-N              TO WS-CAD-LOGRA
              MOVE NUMENDCLI-N             TO WS-CAD-NUMEND
              MOVE CIDADECLI-N             TO WS-CAD-CIDADE
              MOVE UFCLI-N                 TO WS-CAD-UF
              MOVE CEPCLI-N                TO WS-CAD-CEP
              MOVE TIPOPESSOA-N            TO WS-CAD-TIPOPESSOA
              MOVE CNPJCLI-N               TO WS-CAD-CNPJ
              PERFORM 2380-IMPRIMIR-CADASTRO
           END-IF
           PERFORM 2321-LER-CLINEW
           .
       2330-LISTAR-CLIHISTM.
           MOVE ZERO                       TO WS-CTSECAO
           MOVE "HISTORICO DE ALTERACOES (CLIHISTM)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-HIS               TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           OPEN INPUT CLIHISTM
           IF NOT SUCESSO-H-ABERTO
              MOVE "ERRO ABERTURA CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2331-LER-CLIHISTM
           PERFORM 2332-VERIFICAR-CLIHISTM UNTIL FIM-ARQ-H
           CLOSE CLIHISTM
           IF NOT SUCESSO-H
              MOVE "ERRO FECHAMENTO CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           .
       2331-LER-CLIHISTM.
           READ CLIHISTM INTO WS-REG-CLIHISTM
           IF NOT SUCESSO-H
              IF NOT FIM-ARQ-H
                 MOVE "ERRO LEITURA CLIHISTM" TO WS-MSG
                 MOVE FS-CLIHISTM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2332-VERIFICAR-CLIHISTM.
           IF WS-CODCLI-LOG = WS-CODCLI-REQ
              ADD 1                        TO WS-CTSECAO
              MOVE WS-DATA-HIST            TO WS-DATA-AUX
              PERFORM 2980-EDITAR-DATA
              MOVE WS-DATA-EDIT-X          TO LD-DATA-HIS
              MOVE "ANTES"                 TO LD-QUANDO-HIS
              MOVE WS-NOME-ANTES-LOG       TO LD-NOME-HIS
              MOVE WS-END-ANTES-LOG        TO LD-END-HIS
              MOVE WS-FONE-ANTES-LOG       TO LD-FONE-HIS
              MOVE WS-CPF-ANTES-LOG        TO LD-CPF-HIS
              MOVE WS-LINDET-HIS           TO WS-LINHA-REL
              PERFORM 2990-GRAVA-RELLGPD
              MOVE "DEPOIS"                TO LD-QUANDO-HIS
              MOVE WS-NOME-DEPOIS-LOG      TO LD-NOME-HIS
              MOVE WS-END-DEPOIS-LOG       TO LD-END-HIS
              MOVE WS-FONE-DEPOIS-LOG      TO LD-FONE-HIS
              MOVE WS-CPF-DEPOIS-LOG       TO LD-CPF-HIS
              MOVE WS-LINDET-HIS           TO WS-LINHA-REL
              PERFORM 2990-GRAVA-RELLGPD
           END-IF
           PERFORM 2331-LER-CLIHISTM
           .
       2340-LISTAR-NEGSTAT.
           MOVE ZERO                       TO WS-CTSECAO
           MOVE "NEGATIVACAO (NEGSTAT)"    TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           OPEN INPUT NEGSTAT
           IF NOT SUCESSO-S-ABERTO
              MOVE "ERRO ABERTURA NEGSTAT" TO WS-MSG
              MOVE FS-NEGSTAT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2341-LER-NEGSTAT
           PERFORM 2342-VERIFICAR-NEGSTAT UNTIL FIM-ARQ-S
           CLOSE NEGSTAT
           IF NOT SUCESSO-S
              MOVE "ERRO FECHAMENTO NEGSTAT" TO WS-MSG
              MOVE FS-NEGSTAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           .
       2341-LER-NEGSTAT.
           READ NEGSTAT INTO WS-REG-NEGSTAT
           IF NOT SUCESSO-S
              IF NOT FIM-ARQ-S
                 MOVE "ERRO LEITURA NEGSTAT" TO WS-MSG
                 MOVE FS-NEGSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2342-VERIFICAR-NEGSTAT.
           IF WS-NST-CODCLI = WS-CODCLI-REQ
              ADD 1                        TO WS-CTSECAO
              EVALUATE TRUE
                 WHEN SITUACAO-LISTADO
                    MOVE "LISTADO"         TO LN-SITUACAO
                 WHEN SITUACAO-RECUSADO
                    MOVE "RECUSADO"        TO LN-SITUACAO
                 WHEN SITUACAO-EXCLUIDO
                    MOVE "EXCLUIDO"        TO LN-SITUACAO
                 WHEN OTHER
                    MOVE WS-NST-SITUACAO   TO LN-SITUACAO
              END-EVALUATE
              MOVE WS-NST-DATA             TO WS-DATA-AUX
              PERFORM 2980-EDITAR-DATA
              MOVE WS-DATA-EDIT-X          TO LN-DATA
              MOVE WS-LINHA-NEGAT          TO WS-LINHA-REL
              PERFORM 2990-GRAVA-RELLGPD
           END-IF
           PERFORM 2341-LER-NEGSTAT
           .
       2350-LISTAR-EXTTORD.
           MOVE ZERO                       TO WS-CTSECAO
           MOVE "PEDIDOS DO EXTRATO (EXTTORD)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-PED               TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           OPEN INPUT EXTTORD
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTORD" TO WS-MSG
              MOVE FS-EXTTORD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2351-LER-EXTTORD
           PERFORM 2352-VERIFICAR-EXTTORD UNTIL FIM-ARQ-E
           CLOSE EXTTORD
           IF NOT SUCESSO-E
              MOVE "ERRO FECHAMENTO EXTTORD" TO WS-MSG
              MOVE FS-EXTTORD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           .
       2351-LER-EXTTORD.
           READ EXTTORD
           IF NOT SUCESSO-E
              IF NOT FIM-ARQ-E
                 MOVE "ERRO LEITURA EXTTORD" TO WS-MSG
                 MOVE FS-EXTTORD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2352-VERIFICAR-EXTTORD.
           IF TIPO-REG-EXTTORD = "D"
              MOVE COD-CLIENTE             TO WS-CODCLI-BUSCA
              IF WS-CODCLI-BUSCA (3:4) = WS-CODCLI-REQ
                 ADD 1                     TO WS-CTSECAO
                 MOVE DIA-ORD              TO WS-DATA-EDIT-DIA
                 MOVE MES-ORD              TO WS-DATA-EDIT-MES
                 MOVE ANO-ORD              TO WS-DATA-EDIT-ANO
                 MOVE WS-DATA-EDIT-X       TO LD-PED-DATA
                 MOVE NUM-PEDIDO           TO LD-PED-NUMERO
                 MOVE VALOR-PEDIDO         TO LD-PED-VALOR
                 MOVE COD-VENDEDOR         TO LD-PED-VENDEDOR
                 MOVE WS-LINDET-PED        TO WS-LINHA-REL
                 PERFORM 2990-GRAVA-RELLGPD
              END-IF
           END-IF
           PERFORM 2351-LER-EXTTORD
           .
       2360-LISTAR-ORDHELD.
           MOVE ZERO                       TO WS-CTSECAO
           MOVE "PEDIDOS RETIDOS (ORDHELD)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-PED               TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           OPEN INPUT ORDHELD
           IF NOT SUCESSO-O
              MOVE "ERRO ABERTURA ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2361-LER-ORDHELD
           PERFORM 2362-VERIFICAR-ORDHELD UNTIL FIM-ARQ-O
           CLOSE ORDHELD
           IF NOT SUCESSO-O
              MOVE "ERRO FECHAMENTO ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2975-FECHAR-SECAO
           .
       2361-LER-ORDHELD.
           READ ORDHELD INTO WS-REG-ORDHELD
           IF NOT SUCESSO-O
              IF NOT FIM-ARQ-O
                 MOVE "ERRO LEITURA ORDHELD" TO WS-MSG
                 MOVE FS-ORDHELD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2362-VERIFICAR-ORDHELD.
           IF HELD-PEDIDO
              MOVE WS-HELD-COD-CLIENTE     TO WS-CODCLI-BUSCA
              IF WS-CODCLI-BUSCA (3:4) = WS-CODCLI-REQ
                 ADD 1                     TO WS-CTSECAO
                 MOVE WS-HELD-DATA         TO WS-DATA-AUX
                 PERFORM 2980-EDITAR-DATA
                 MOVE WS-DATA-EDIT-X       TO LD-PED-DATA
                 MOVE WS-HELD-NUM-PEDIDO   TO LD-PED-NUMERO
                 MOVE WS-HELD-VALOR        TO LD-PED-VALOR
                 MOVE WS-HELD-COD-VENDEDOR TO LD-PED-VENDEDOR
                 MOVE WS-LINDET-PED        TO WS-LINHA-REL
                 PERFORM 2990-GRAVA-RELLGPD
              END-IF
           END-IF
           PERFORM 2361-LER-ORDHELD
           .
       2380-IMPRIMIR-CADASTRO.
           MOVE WS-CAD-NOME                TO LC-NOME
           IF WS-CAD-PESSOA-JURIDICA
              MOVE "CNPJ "                 TO LC-TIPODOC
              MOVE WS-CAD-CNPJ             TO LC-DOCUMENTO
           ELSE
              MOVE "CPF  "                 TO LC-TIPODOC
              MOVE WS-CAD-CPF              TO LC-DOCUMENTO
           END-IF
           MOVE WS-CAD-TIPOPESSOA          TO LC-TIPOPESSOA
           MOVE WS-LINCAD1                 TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CAD-END                 TO LC-END
           MOVE WS-CAD-FONE                TO LC-FONE
           MOVE WS-LINCAD2                 TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CAD-LOGRA               TO LC-LOGRA
           MOVE WS-CAD-NUMEND              TO LC-NUMEND
           MOVE WS-LINCAD3                 TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CAD-CIDADE              TO LC-CIDADE
           MOVE WS-CAD-UF                  TO LC-UF
           MOVE WS-CAD-CEP                 TO LC-CEP
           MOVE WS-LINCAD4                 TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CAD-DIVIDA              TO LC-DIVIDA
           MOVE WS-CAD-LIMITE              TO LC-LIMITE
           MOVE WS-LINCAD5                 TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           .
      *----------------------------------------------------------------*
      *    2600-AVALIAR-ELIMINACAO - A DIVIDA E AS PARCELAS EM ABERTO   *
      *    SAO BASES LEGAIS PARA MANTER OS DADOS (LGPD ART. 7, X -      *
      *    PROTECAO DO CREDITO; ART. 7, V - EXECUCAO DE CONTRATO)       *
      *----------------------------------------------------------------*
       2600-AVALIAR-ELIMINACAO.
           IF CLIENTE-NAO-CADASTRADO
              SET LOG-REJEITADA            TO TRUE
              MOVE "CLIENTE NAO CADASTRADO NO VCADCLI"
                                           TO WS-LOG-MOTIVO
           ELSE
              IF TOTALDIVIDA-VC > ZERO
                 SET LOG-BLOQUEADA         TO TRUE
                 MOVE
              "DIVIDA EM ABERTO - PROTECAO DO CREDITO (LGPD ART 7, X)"
                                           TO WS-LOG-MOTIVO
              ELSE
                 PERFORM 2610-VERIFICAR-CONTRATOS
                 IF CONTRATO-ABERTO
                    SET LOG-BLOQUEADA      TO TRUE
                    MOVE
              "PARCELA EM ABERTO - EXEC. DE CONTRATO (LGPD ART 7, V)"
                                           TO WS-LOG-MOTIVO
                 ELSE
                    PERFORM 2650-ELIMINAR-VCADCLI
                 END-IF
              END-IF
           END-IF
           .
       2610-VERIFICAR-CONTRATOS.
           MOVE "N"                        TO WS-SW-CONTRATO
           OPEN INPUT CONTRATOS
           IF NOT SUCESSO-T
              MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2611-LER-CONTRATOS
           PERFORM 2612-VERIFICAR-PARCELA
               UNTIL FIM-ARQ-T OR CONTRATO-ABERTO
           CLOSE CONTRATOS
           IF NOT SUCESSO-T
              MOVE "ERRO FECHAMENTO CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2611-LER-CONTRATOS.
           READ CONTRATOS INTO WS-REG-CONTRATO
           IF NOT SUCESSO-T
              IF NOT FIM-ARQ-T
                 MOVE "ERRO LEITURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2612-VERIFICAR-PARCELA.
           IF WS-CTR-CODCLI = WS-CODCLI-REQ
           AND PARCELA-ABERTA
              IF WS-CTR-VALOR-PAGO IS NUMERIC
              AND WS-CTR-VALOR-PAGO < WS-CTR-VALOR
                 COMPUTE WS-VALOR-ABERTO =
                         WS-CTR-VALOR - WS-CTR-VALOR-PAGO
              ELSE
                 MOVE WS-CTR-VALOR         TO WS-VALOR-ABERTO
              END-IF
              IF WS-VALOR-ABERTO > ZERO
                 SET CONTRATO-ABERTO       TO TRUE
              END-IF
           END-IF
           IF NOT CONTRATO-ABERTO
              PERFORM 2611-LER-CONTRATOS
           END-IF
           .
      *----------------------------------------------------------------*
      *    2650-ELIMINAR-VCADCLI - REGRAVA O CADASTRO COM A IDENTIDADE  *
      *    SINTETICA E GUARDA O CODIGO PARA AS NOVAS GERACOES DE        *
      *    CLINEW E CLIHISTM                                            *
      *----------------------------------------------------------------*
       2650-ELIMINAR-VCADCLI.
           MOVE CODCLI-VC                  TO WS-CODCLI-MASCARA
           PERFORM 8000-DERIVAR-IDENTIDADE
           MOVE WS-NOME-SINTETICO          TO NOMECLI-VC
           MOVE WS-END-SINTETICO           TO ENDCLI-VC
           MOVE WS-FONE-SINTETICO          TO FONECLI-VC
           IF PESSOA-JURIDICA-VC
              MOVE SPACES                  TO CPFCLI-VC
              MOVE WS-CNPJ-SINTETICO       TO CNPJCLI-VC
           ELSE
              MOVE WS-CPF-SINTETICO        TO CPFCLI-VC
           END-IF
           MOVE "RUA ANONIMIZADA"          TO LOGRACLI-VC
           MOVE WS-CODCLI-MASCARA          TO NUMENDCLI-VC
           MOVE "SAO PAULO"                TO CIDADECLI-VC
           MOVE "SP"                       TO UFCLI-VC
           MOVE "01000000"                 TO CEPCLI-VC
           REWRITE REG-VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO AO REGRAVAR VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CODCLI-REQ              TO WS-CODCLI-PROCURA
           PERFORM 3500-PROCURAR-ELIMINADO
           IF CLIENTE-NAO-ELIMINADO
              IF WS-QTD-ELIM NOT < WS-MAX-ELIM
                 MOVE "TABELA DE ELIMINACOES ESGOTADA" TO WS-MSG
                 MOVE ZEROS                            TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-QTD-ELIM
              MOVE WS-CODCLI-REQ           TO WS-ELI-CODCLI-T
                                              (WS-QTD-ELIM)
           END-IF
           ADD 1                           TO WS-CTELIMINADA
           SET LOG-ELIMINADA               TO TRUE
           MOVE "DADOS PESSOAIS SUBSTITUIDOS POR VALORES SINTETICOS"
                                           TO WS-LOG-MOTIVO
           .
      *----------------------------------------------------------------*
      *    2800-REGISTRAR-RESULTADO - LINHA DE RESULTADO NO RELATORIO   *
      *    E REGISTRO NO LOG DE CONFORMIDADE                            *
      *----------------------------------------------------------------*
       2800-REGISTRAR-RESULTADO.
           EVALUATE TRUE
              WHEN LOG-ATENDIDA
                 MOVE "ATENDIDA"           TO LR-RESULTADO
              WHEN LOG-ELIMINADA
                 MOVE "ELIMINADA"          TO LR-RESULTADO
              WHEN LOG-BLOQUEADA
                 ADD 1                     TO WS-CTBLOQUEADA
                 MOVE "BLOQUEADA"          TO LR-RESULTADO
              WHEN OTHER
                 ADD 1                     TO WS-CTREJEITADA
                 MOVE "REJEITADA"          TO LR-RESULTADO
           END-EVALUATE
           MOVE WS-LOG-MOTIVO              TO LR-MOTIVO
           MOVE WS-LINHA-BRANCO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-LINHA-RESULTADO         TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-LINHA-BRANCO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-DATA-SYS                TO WS-LOG-DATA
           MOVE WS-HORA-SYS (1:6)          TO WS-LOG-HORA
           MOVE WS-CODCLI-REQ              TO WS-LOG-CODCLI
           MOVE WS-TIPO-REQ                TO WS-LOG-TIPO
           MOVE WS-PROTOCOLO-REQ           TO WS-LOG-PROTOCOLO
           WRITE REG-LGPDLOG               FROM WS-REG-LGPDLOG
           IF NOT SUCESSO-L
              MOVE "ERRO GRAVACAO LGPDLOG" TO WS-MSG
              MOVE FS-LGPDLOG              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    ROTINAS DE IMPRESSAO                                         *
      *----------------------------------------------------------------*
       2970-GRAVA-TITULO.
           MOVE WS-LINHA-BRANCO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-CABEC-SECAO             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           MOVE WS-LINHA-SUBLIN            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           .
       2975-FECHAR-SECAO.
           IF WS-CTSECAO = ZERO
              MOVE WS-LINHA-SEM-REG        TO WS-LINHA-REL
              PERFORM 2990-GRAVA-RELLGPD
           END-IF
           MOVE WS-CTSECAO                 TO RD-QTD-SECAO
           MOVE WS-RODAPE-SECAO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-RELLGPD
           .
       2980-EDITAR-DATA.
           MOVE WS-DATA-AUX (7:2)          TO WS-DATA-EDIT-DIA
           MOVE WS-DATA-AUX (5:2)          TO WS-DATA-EDIT-MES
           MOVE WS-DATA-AUX (1:4)          TO WS-DATA-EDIT-ANO
           .
       2990-GRAVA-RELLGPD.
           WRITE REG-RELLGPD               FROM WS-LINHA-REL
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELLGPD" TO WS-MSG
              MOVE FS-RELLGPD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-APLICAR-ELIMINACOES - GRAVA AS NOVAS GERACOES DO        *
      *    CADASTRO E DO HISTORICO; OS CLIENTES ELIMINADOS NA RODADA    *
      *    SAEM COM A IDENTIDADE SINTETICA, OS DEMAIS PASSAM DIRETO     *
      *----------------------------------------------------------------*
       3000-APLICAR-ELIMINACOES.
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CLINEWN
           IF NOT SUCESSO-NN
              MOVE "ERRO ABERTURA CLINEWN" TO WS-MSG
              MOVE FS-CLINEWN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2321-LER-CLINEW
           PERFORM 3100-COPIAR-CLINEW UNTIL FIM-ARQ-N
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO CLINEW" TO WS-MSG
              MOVE FS-CLINEW                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CLINEWN
           IF NOT SUCESSO-NN
              MOVE "ERRO FECHAMENTO CLINEWN" TO WS-MSG
              MOVE FS-CLINEWN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT CLIHISTM
           IF NOT SUCESSO-H-ABERTO
              MOVE "ERRO ABERTURA CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CLIHISTN
           IF NOT SUCESSO-HN
              MOVE "ERRO ABERTURA CLIHISTN" TO WS-MSG
              MOVE FS-CLIHISTN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2331-LER-CLIHISTM
           PERFORM 3200-COPIAR-CLIHISTM UNTIL FIM-ARQ-H
           CLOSE CLIHISTM
           IF NOT SUCESSO-H
              MOVE "ERRO FECHAMENTO CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE CLIHISTN
           IF NOT SUCESSO-HN
              MOVE "ERRO FECHAMENTO CLIHISTN" TO WS-MSG
              MOVE FS-CLIHISTN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3100-COPIAR-CLINEW.
           ADD 1                           TO WS-CTCLINEW
           MOVE CODCLI-N                   TO WS-CODCLI-PROCURA
           PERFORM 3500-PROCURAR-ELIMINADO
           IF CLIENTE-ELIMINADO
              ADD 1                        TO WS-CTCLINEW-ELIM
              MOVE CODCLI-N                TO WS-CODCLI-MASCARA
              PERFORM 8000-DERIVAR-IDENTIDADE
              MOVE WS-NOME-SINTETICO       TO NOMECLI-N
              MOVE WS-END-SINTETICO        TO ENDCLI-N
              MOVE WS-FONE-SINTETICO       TO FONECLI-N
              IF PESSOA-JURIDICA-N
                 MOVE SPACES               TO CPFCLI-N
                 MOVE WS-CNPJ-SINTETICO    TO CNPJCLI-N
              ELSE
                 MOVE WS-CPF-SINTETICO     TO CPFCLI-N
              END-IF
              MOVE "RUA ANONIMIZADA"       TO LOGRACLI-N
              MOVE WS-CODCLI-MASCARA       TO NUMENDCLI-N
              MOVE "SAO PAULO"             TO CIDADECLI-N
              MOVE "SP"                    TO UFCLI-N
              MOVE "01000000"              TO CEPCLI-N
           END-IF
           WRITE REG-CLINEWN               FROM REG-CLINEW
           IF NOT SUCESSO-NN
              MOVE "ERRO GRAVACAO CLINEWN" TO WS-MSG
              MOVE FS-CLINEWN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2321-LER-CLINEW
           .
      *----------------------------------------------------------------*
      *    3200-COPIAR-CLIHISTM - NO JORNAL, CAMPOS EM BRANCO           *
      *    CONTINUAM EM BRANCO E OS INFORMADOS (ANTES E DEPOIS) SAO     *
      *    TROCADOS; DATAS E DIVIDAS SAO PRESERVADAS                    *
      *----------------------------------------------------------------*
       3200-COPIAR-CLIHISTM.
           ADD 1                           TO WS-CTHIST
           MOVE WS-CODCLI-LOG              TO WS-CODCLI-PROCURA
           PERFORM 3500-PROCURAR-ELIMINADO
           IF CLIENTE-ELIMINADO
              ADD 1                        TO WS-CTHIST-ELIM
              MOVE WS-CODCLI-LOG           TO WS-CODCLI-MASCARA
              PERFORM 8000-DERIVAR-IDENTIDADE
              IF WS-NOME-ANTES-LOG NOT = SPACES
                 MOVE WS-NOME-SINTETICO    TO WS-NOME-ANTES-LOG
              END-IF
              IF WS-NOME-DEPOIS-LOG NOT = SPACES
                 MOVE WS-NOME-SINTETICO    TO WS-NOME-DEPOIS-LOG
              END-IF
              IF WS-END-ANTES-LOG NOT = SPACES
                 MOVE WS-END-SINTETICO     TO WS-END-ANTES-LOG
              END-IF
              IF WS-END-DEPOIS-LOG NOT = SPACES
                 MOVE WS-END-SINTETICO     TO WS-END-DEPOIS-LOG
              END-IF
              IF WS-FONE-ANTES-LOG NOT = SPACES
                 MOVE WS-FONE-SINTETICO    TO WS-FONE-ANTES-LOG
              END-IF
              IF WS-FONE-DEPOIS-LOG NOT = SPACES
                 MOVE WS-FONE-SINTETICO    TO WS-FONE-DEPOIS-LOG
              END-IF
              IF WS-CPF-ANTES-LOG NOT = SPACES
                 MOVE WS-CPF-SINTETICO     TO WS-CPF-ANTES-LOG
              END-IF
              IF WS-CPF-DEPOIS-LOG NOT = SPACES
                 MOVE WS-CPF-SINTETICO     TO WS-CPF-DEPOIS-LOG
              END-IF
           END-IF
           WRITE REG-CLIHISTN              FROM WS-REG-CLIHISTM
           IF NOT SUCESSO-HN
              MOVE "ERRO GRAVACAO CLIHISTN" TO WS-MSG
              MOVE FS-CLIHISTN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2331-LER-CLIHISTM
           .
       3500-PROCURAR-ELIMINADO.
           SET CLIENTE-NAO-ELIMINADO       TO TRUE
           PERFORM 3510-COMPARAR-ELIMINADO
               VARYING WS-IDX-ELIM FROM 1 BY 1
               UNTIL WS-IDX-ELIM > WS-QTD-ELIM
               OR CLIENTE-ELIMINADO
           .
       3510-COMPARAR-ELIMINADO.
           IF WS-ELI-CODCLI-T (WS-IDX-ELIM) = WS-CODCLI-PROCURA
              SET CLIENTE-ELIMINADO        TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    8000-DERIVAR-IDENTIDADE - IDENTIDADE SINTETICA DETERMINADA   *
      *    PELO CODIGO DO CLIENTE (MESMO CODIGO, MESMA IDENTIDADE EM    *
      *    QUALQUER ARQUIVO). CODIGO NAO NUMERICO VIRA ZEROS NA BASE    *
      *    DO CPF PARA MANTER OS DIGITOS CALCULAVEIS                    *
      *----------------------------------------------------------------*
       8000-DERIVAR-IDENTIDADE.
           MOVE WS-CODCLI-MASCARA          TO WS-NOME-CODCLI
                                              WS-END-CODCLI
           IF WS-CODCLI-MASCARA IS NUMERIC
              MOVE WS-CODCLI-MASCARA       TO WS-FONE-CODCLI
                                              WS-CPF-COD1
                                              WS-CPF-COD2
                                              WS-CNPJ-COD1
           ELSE
              MOVE "0000"                  TO WS-FONE-CODCLI
                                              WS-CPF-COD1
                                              WS-CPF-COD2
                                              WS-CNPJ-COD1
           END-IF
           MOVE WS-CPF-COD1 (1:3)          TO WS-FONE-SUFIXO
                                              WS-CNPJ-COD2
           PERFORM 8100-CALCULAR-DV-CPF
           PERFORM 8200-CALCULAR-DV-CNPJ
           .
       8100-CALCULAR-DV-CPF.
           MOVE WS-CPF-BASE                TO WS-CPF-DIGITOS (1:9)
           MOVE ZERO                       TO WS-CPF-DIG (10)
                                              WS-CPF-DIG (11)
           MOVE ZERO                       TO WS-CPF-SOMA
           MOVE 10                         TO WS-CPF-PESO
           PERFORM 8150-SOMAR-DIGITO-DV1
               VARYING WS-CPF-IDX FROM 1 BY 1
               UNTIL WS-CPF-IDX > 9
           COMPUTE WS-CPF-DIVID = (WS-CPF-SOMA * 10) / 11
           COMPUTE WS-CPF-RESTO = (WS-CPF-SOMA * 10)
                                - (WS-CPF-DIVID * 11)
           IF WS-CPF-RESTO < 2
              MOVE 0                       TO WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
           END-IF
           MOVE WS-CPF-DV1                 TO WS-CPF-DIG (10)
           MOVE ZERO                       TO WS-CPF-SOMA
           MOVE 11                         TO WS-CPF-PESO
           PERFORM 8160-SOMAR-DIGITO-DV2
               VARYING WS-CPF-IDX FROM 1 BY 1
               UNTIL WS-CPF-IDX > 10
           COMPUTE WS-CPF-DIVID = (WS-CPF-SOMA * 10) / 11
           COMPUTE WS-CPF-RESTO = (WS-CPF-SOMA * 10)
                                - (WS-CPF-DIVID * 11)
           IF WS-CPF-RESTO < 2
              MOVE 0                       TO WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
           END-IF
           .
       8150-SOMAR-DIGITO-DV1.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                               + (WS-CPF-DIG (WS-CPF-IDX) * WS-CPF-PESO)
           SUBTRACT 1                      FROM WS-CPF-PESO
           .
       8160-SOMAR-DIGITO-DV2.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                               + (WS-CPF-DIG (WS-CPF-IDX) * WS-CPF-PESO)
           SUBTRACT 1                      FROM WS-CPF-PESO
           .
      *----------------------------------------------------------------*
      *    8200-CALCULAR-DV-CNPJ - MESMOS PESOS E PASSOS DA VALIDACAO   *
      *    DO ROTCNPJ, APLICADOS A BASE SINTETICA DE 12 DIGITOS         *
      *----------------------------------------------------------------*
       8200-CALCULAR-DV-CNPJ.
           MOVE WS-CNPJ-BASE               TO WS-CNPJ-DIGITOS (1:12)
           MOVE ZERO                       TO WS-CNPJ-DIG (13)
                                              WS-CNPJ-DIG (14)
           MOVE ZERO                       TO WS-CNPJ-SOMA
           MOVE 2                          TO WS-CNPJ-IDX-PESO
           PERFORM 9000-SOMAR-DIGITO-CNPJ
               VARYING WS-CNPJ-IDX FROM 1 BY 1
               UNTIL WS-CNPJ-IDX > 12
           PERFORM 9000-CALCULAR-RESTO-CNPJ
           MOVE WS-CNPJ-RESTO              TO WS-CNPJ-DV1
                                              WS-CNPJ-DIG (13)
           MOVE ZERO                       TO WS-CNPJ-SOMA
           MOVE 1                          TO WS-CNPJ-IDX-PESO
           PERFORM 9000-SOMAR-DIGITO-CNPJ
               VARYING WS-CNPJ-IDX FROM 1 BY 1
               UNTIL WS-CNPJ-IDX > 13
           PERFORM 9000-CALCULAR-RESTO-CNPJ
           MOVE WS-CNPJ-RESTO              TO WS-CNPJ-DV2
           .
       5000-TERMINO.
           MOVE WS-CTSOLIC                 TO WS-CTSOLIC-F
           MOVE WS-CTACESSO                TO WS-CTACESSO-F
           MOVE WS-CTELIMINADA             TO WS-CTELIMINADA-F
           MOVE WS-CTBLOQUEADA             TO WS-CTBLOQUEADA-F
           MOVE WS-CTREJEITADA             TO WS-CTREJEITADA-F
           MOVE WS-CTCLINEW                TO WS-CTCLINEW-F
           MOVE WS-CTCLINEW-ELIM           TO WS-CTCLINEW-ELIM-F
           MOVE WS-CTHIST                  TO WS-CTHIST-F
           MOVE WS-CTHIST-ELIM             TO WS-CTHIST-ELIM-F
           PERFORM 5500-EXIBIR-RESULTADOS
           PERFORM 4500-FECHAMENTO-ARQUIVOS
           .
       5500-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE SOLICITACOES LIDAS..........: "
                                           WS-CTSOLIC-F
           DISPLAY " ACESSOS ATENDIDOS....................: "
                                           WS-CTACESSO-F
           DISPLAY " ELIMINACOES EFETUADAS................: "
                                           WS-CTELIMINADA-F
           DISPLAY " ELIMINACOES BLOQUEADAS (BASE LEGAL)..: "
                                           WS-CTBLOQUEADA-F
           DISPLAY " SOLICITACOES REJEITADAS..............: "
                                           WS-CTREJEITADA-F
           DISPLAY " REGISTROS GRAVADOS EM CLINEWN........: "
                                           WS-CTCLINEW-F
           DISPLAY "    DOS QUAIS ANONIMIZADOS............: "
                                           WS-CTCLINEW-ELIM-F
           DISPLAY " REGISTROS GRAVADOS EM CLIHISTN.......: "
                                           WS-CTHIST-F
           DISPLAY "    DOS QUAIS ANONIMIZADOS............: "
                                           WS-CTHIST-ELIM-F
           DISPLAY "==================================================="
           .
       4500-FECHAMENTO-ARQUIVOS.
           CLOSE LGPDREQ
           IF NOT SUCESSO-Q
              MOVE "ERRO FECHAMENTO LGPDREQ" TO WS-MSG
              MOVE FS-LGPDREQ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELLGPD
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELLGPD" TO WS-MSG
              MOVE FS-RELLGPD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LGPDLOG
           IF NOT SUCESSO-L
              MOVE "ERRO FECHAMENTO LGPDLOG" TO WS-MSG
              MOVE FS-LGPDLOG               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
           COPY ROTCNPJ.
