      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P91.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONSULTA 360 DO CLIENTE.                                     *
      *    ATENDE OS CARTOES DE CONSULTA (CONS360) IMPRIMINDO EM        *
      *    REL360, PARA CADA CLIENTE SOLICITADO, UMA FOLHA UNICA COM    *
      *    TUDO O QUE O PROCESSAMENTO SABE SOBRE ELE:                   *
      *      - DADOS CADASTRAIS, LIMITE E DIVIDA ATUAL (VCADCLI)        *
      *      - DIAS DE ATRASO (DIASATR), SCORE (SCOREM) E SITUACAO      *
      *        DE NEGATIVACAO (NEGSTAT)                                 *
      *      - PARCELAS EM ABERTO DOS CONTRATOS (CONTRATOS)             *
      *      - PEDIDOS RETIDOS NO FATURAMENTO (ORDHELD)                 *
      *      - ULTIMAS ALTERACOES CADASTRAIS (CLIHISTM)                 *
      *    O CADASTRO E LIDO POR CHAVE; OS DEMAIS ARQUIVOS SAO          *
      *    VARRIDOS DO INICIO A CADA CARTAO, COMO NO EX004P27.          *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONS360 ASSIGN           TO UT-S-CONS360
           FILE STATUS IS FS-CONS360
           .
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT DIASATR ASSIGN           TO UT-S-DIASATR
           FILE STATUS IS FS-DIASATR
           .
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT ORDHELD ASSIGN           TO UT-S-ORDHELD
           FILE STATUS IS FS-ORDHELD
           .
           SELECT OPTIONAL SCOREM ASSIGN   TO SCOREM
           FILE STATUS IS FS-SCOREM
           .
           SELECT OPTIONAL NEGSTAT ASSIGN  TO UT-S-NEGSTAT
           FILE STATUS IS FS-NEGSTAT
           .
           SELECT OPTIONAL CLIHISTM ASSIGN TO UT-S-CLIHISTM
           FILE STATUS IS FS-CLIHISTM
           .
           SELECT REL360 ASSIGN            TO UT-S-REL360
           FILE STATUS IS FS-REL360
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CONS360 - UM CARTAO POR CLIENTE A CONSULTAR                  *
      *----------------------------------------------------------------*
       FD  CONS360
           RECORDING MODE IS F
           .
       01  REG-CONS360                     PIC X(80).
      *----------------------------------------------------------------*
       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.
      *----------------------------------------------------------------*
      *    DIASATR - ULTIMO DIASATRASO CONHECIDO POR CLIENTE            *
      *----------------------------------------------------------------*
       FD  DIASATR
           RECORDING MODE IS F
           .
       01  REG-DIASATR                     PIC X(07).
      *----------------------------------------------------------------*
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).
      *----------------------------------------------------------------*
      *    ORDHELD - PEDIDOS RETIDOS PELO EX004P34 (PEDIDO + ITENS)     *
      *----------------------------------------------------------------*
       FD  ORDHELD
           RECORDING MODE IS F
           .
       01  REG-ORDHELD                     PIC X(55).
      *----------------------------------------------------------------*
       FD  SCOREM
           RECORDING MODE IS F
           .
       01  REG-SCOREM                      PIC X(15).
      *----------------------------------------------------------------*
       FD  NEGSTAT
           RECORDING MODE IS F
           .
       01  REG-NEGSTAT                     PIC X(13).
      *----------------------------------------------------------------*
       FD  CLIHISTM
           RECORDING MODE IS F
           .
       01  REG-CLIHISTM                    PIC X(200).
      *----------------------------------------------------------------*
       FD  REL360
           RECORDING MODE IS F
           .
       01  REG-REL360                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-CONS360.
           05 WS-CODCLI-CON                PIC X(04).
           05 FILLER                       PIC X(76).
      *----------------------------------------------------------------*
       01  WS-REG-DIASATR.
           05 WS-CODCLI-ATR                PIC X(04).
           05 WS-DIASATRASO-ATR            PIC 9(03).
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
       01  WS-REG-SCOREM.
           05 WS-SCM-CODCLI                PIC X(04).
           05 WS-SCM-SCORE                 PIC 9(03).
           05 WS-SCM-DATA                  PIC 9(08).
      *----------------------------------------------------------------*
       01  WS-REG-NEGSTAT.
           05 WS-NST-CODCLI                PIC X(04).
           05 WS-NST-SITUACAO              PIC X(01).
              88 SITUACAO-LISTADO                  VALUE "I".
              88 SITUACAO-RECUSADO                 VALUE "R".
              88 SITUACAO-EXCLUIDO                 VALUE "E".
           05 WS-NST-DATA                  PIC 9(08).
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
      *    ULTIMAS ALTERACOES DO CLIENTE: O MASTER ESTA EM ORDEM DE
      *    ACUMULACAO, ENTAO GUARDA-SE UMA JANELA DAS ULTIMAS
      *    WS-MAX-HIST OCORRENCIAS, DESCARTANDO A MAIS ANTIGA
      *----------------------------------------------------------------*
       01  WS-TAB-HIST.
           05 WS-HIS-ENT OCCURS 5 TIMES.
              10 WS-HIS-DATA-T             PIC 9(08).
              10 WS-HIS-NOME-T             PIC X(25).
              10 WS-HIS-END-T              PIC X(30).
              10 WS-HIS-DIVIDA-ANTES-T     PIC 9(08)V99.
              10 WS-HIS-DIVIDA-DEPOIS-T    PIC 9(08)V99.
       77  WS-MAX-HIST                     PIC 9(02) COMP VALUE 5.
       77  WS-QTD-HIST                     PIC 9(02) COMP.
       77  WS-IDX-HIST                     PIC 9(02) COMP.
       77  WS-IDX-HIST-PROX                PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    SITUACAO DO CLIENTE APURADA NA VARREDURA DOS ARQUIVOS
      *----------------------------------------------------------------*
       01  WS-SW-CADASTRO                  PIC X(01).
           88 CLIENTE-CADASTRADO                   VALUE "S".
           88 CLIENTE-NAO-CADASTRADO               VALUE "N".
       01  WS-SW-ATRASO                    PIC X(01).
           88 ATRASO-ACHADO                        VALUE "S".
       01  WS-SW-SCORE                     PIC X(01).
           88 SCORE-ACHADO                         VALUE "S".
       01  WS-SW-NEGAT                     PIC X(01).
           88 NEGAT-ACHADA                         VALUE "S".
       77  WS-DIASATRASO-CLI               PIC 9(03).
       77  WS-SCORE-CLI                    PIC 9(03).
       77  WS-DATA-SCORE-CLI               PIC 9(08).
       01  WS-SITUACAO-NEG-CLI             PIC X(01).
           88 CLI-LISTADO                          VALUE "I".
           88 CLI-RECUSADO                         VALUE "R".
           88 CLI-EXCLUIDO                         VALUE "E".
       77  WS-DATA-NEG-CLI                 PIC 9(08).
       77  WS-VALOR-ABERTO                 PIC 9(09)V99.
       77  WS-SALDO-CLI                    PIC 9(09)V99.
       77  WS-VALOR-RETIDO                 PIC 9(09)V99.
       77  WS-DISPONIVEL                   PIC S9(09)V99.
      *----------------------------------------------------------------*
      *    TEXTOS MONTADOS PARA A SITUACAO DE CREDITO
      *----------------------------------------------------------------*
       01  WS-TEXTO-ATRASO.
           05 WS-TXA-DIAS                  PIC ZZ9.
           05 FILLER                       PIC X(05) VALUE " DIAS".
       01  WS-TEXTO-SCORE.
           05 WS-TXS-SCORE                 PIC ZZ9.
           05 FILLER                       PIC X(04) VALUE " EM ".
           05 WS-TXS-DATA                  PIC X(10).
       01  WS-TEXTO-NEGAT.
           05 WS-TXN-SITUACAO              PIC X(08).
           05 FILLER                       PIC X(04) VALUE " EM ".
           05 WS-TXN-DATA                  PIC X(10).
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO 360
      *----------------------------------------------------------------*
       01  WS-CABEC-360A.
           05 FILLER                       PIC X(24)
                                                   VALUE
              "CONSULTA 360 DO CLIENTE ".
           05 CB-CODCLI                    PIC X(04).
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   EMITIDA EM ".
           05 CB-DATA                      PIC X(10).
           05 FILLER                       PIC X(80) VALUE SPACES.
       01  WS-LINHA-TRACO                  PIC X(132)
                                                   VALUE ALL "=".
       01  WS-CABEC-SECAO.
           05 CS-TITULO                    PIC X(40).
           05 FILLER                       PIC X(92) VALUE SPACES.
       01  WS-LINHA-SUBLIN                 PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINHA-NAO-CAD.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "CLIENTE NAO CADASTRADO NO VCADCLI".
           05 FILLER                       PIC X(88) VALUE SPACES.
       01  WS-LINCAD1.
           05 FILLER                       PIC X(12)
                                                   VALUE "NOME......: ".
           05 LC-NOME                      PIC X(25).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "DOCUMENTO.: ".
           05 LC-TIPODOC                   PIC X(05).
           05 LC-DOCUMENTO                 PIC X(14).
           05 FILLER                       PIC X(61) VALUE SPACES.
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
                                                   VALUE "CIDADE/UF.: ".
           05 LC-CIDADE                    PIC X(20).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-UF                        PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "CEP.......: ".
           05 LC-CEP                       PIC X(08).
           05 FILLER                       PIC X(74) VALUE SPACES.
       01  WS-LINCRED1.
           05 FILLER                       PIC X(12)
                                                   VALUE "LIMITE....: ".
           05 LC-LIMITE                    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "DIVIDA....: ".
           05 LC-DIVIDA                    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "DISPONIVEL: ".
           05 LC-DISPONIVEL                PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(47) VALUE SPACES.
       01  WS-LINCRED2.
           05 FILLER                       PIC X(12)
                                                   VALUE "ATRASO....: ".
           05 LC-ATRASO                    PIC X(20).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "SCORE.....: ".
           05 LC-SCORE                     PIC X(20).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(12)
                                                   VALUE "NEGATIVADO: ".
           05 LC-NEGAT                     PIC X(25).
           05 FILLER                       PIC X(25) VALUE SPACES.
      *
       01  WS-CABEC-PARC                   PIC X(132)
                                                   VALUE
              "CONTR   PAR   VENCIMENTO            VALOR     SALDO ABERT
      -       "O   SITUACAO".
       01  WS-LINDET-PARC.
           05 LD-CTR-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CTR-NUMPARC               PIC 9(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CTR-VENC                  PIC X(10).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CTR-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CTR-ABERTO                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CTR-SITUACAO              PIC X(08).
           05 FILLER                       PIC X(63) VALUE SPACES.
       01  WS-LINHA-SEM-PARC.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "NENHUMA PARCELA EM ABERTO PARA O CLIENTE".
           05 FILLER                       PIC X(88) VALUE SPACES.
       01  WS-RODAPE-PARC.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "PARCELAS EM ABERTO..:".
           05 RD-QTD-PARC                  PIC ZZZ9.
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   VENCIDAS..:".
           05 RD-QTD-VENC                  PIC ZZZ9.
           05 FILLER                       PIC X(17)
                                                   VALUE
              "   SALDO ABERTO.:".
           05 RD-SALDO-PARC                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(58) VALUE SPACES.
      *
       01  WS-CABEC-HELD                   PIC X(132)
                                                   VALUE
              "PEDIDO     DATA           VALOR PEDIDO    DIV. RETENCAO".
       01  WS-LINDET-HELD.
           05 LD-HLD-PEDIDO                PIC 9(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-HLD-DATA                  PIC X(10).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-HLD-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-HLD-DIVIDA                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(77) VALUE SPACES.
       01  WS-LINHA-SEM-HELD.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "NENHUM PEDIDO RETIDO PARA O CLIENTE".
           05 FILLER                       PIC X(88) VALUE SPACES.
       01  WS-RODAPE-HELD.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "PEDIDOS RETIDOS.....:".
           05 RD-QTD-HELD                  PIC ZZZ9.
           05 FILLER                       PIC X(17)
                                                   VALUE
              "   VALOR RETIDO.:".
           05 RD-VALOR-HELD                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(76) VALUE SPACES.
      *
       01  WS-CABEC-HIS                    PIC X(132)
                                                   VALUE
              "DATA       NOME DEPOIS               ENDERECO DEPOIS
      -       "                DIVIDA ANTES    DIVIDA DEPOIS".
       01  WS-LINDET-HIS.
           05 LD-DATA-HIS                  PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-NOME-HIS                  PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-END-HIS                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-DIVIDA-ANTES              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DIVIDA-DEPOIS             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(33) VALUE SPACES.
       01  WS-LINHA-SEM-HIST.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "NENHUMA ALTERACAO REGISTRADA PARA O CLIENTE".
           05 FILLER                       PIC X(88) VALUE SPACES.
       01  WS-RODAPE-HIS.
           05 FILLER                       PIC X(21)
                                                   VALUE
              "ALTERACOES NO TOTAL.:".
           05 RD-QTD-HIS                   PIC ZZZ9.
           05 FILLER                       PIC X(17)
                                                   VALUE
              "   EXIBIDAS.....:".
           05 RD-QTD-HIS-EXIB              PIC ZZZ9.
           05 FILLER                       PIC X(86) VALUE SPACES.
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.
       01  WS-LINHA-REL                    PIC X(132).
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
       01  FS-CONS360                      PIC X(02).
           88 SUCESSO-K                    VALUE "00".
           88 FIM-ARQ-K                    VALUE "10".

       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".

       01  FS-DIASATR                      PIC X(02).
           88 SUCESSO-A                    VALUE "00".
           88 FIM-ARQ-A                    VALUE "10".

       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-T                    VALUE "00".
           88 FIM-ARQ-T                    VALUE "10".

       01  FS-ORDHELD                      PIC X(02).
           88 SUCESSO-O                    VALUE "00".
           88 FIM-ARQ-O                    VALUE "10".

       01  FS-SCOREM                       PIC X(02).
           88 SUCESSO-SC                   VALUE "00".
           88 SUCESSO-SC-ABERTO            VALUE "00" "05".
           88 FIM-ARQ-SC                   VALUE "10".

       01  FS-NEGSTAT                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
           88 SUCESSO-N-ABERTO             VALUE "00" "05".
           88 FIM-ARQ-N                    VALUE "10".

       01  FS-CLIHISTM                     PIC X(02).
           88 SUCESSO-H                    VALUE "00".
           88 SUCESSO-H-ABERTO             VALUE "00" "05".
           88 FIM-ARQ-H                    VALUE "10".

       01  FS-REL360                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCONSULTA                   PIC 9(04) COMP.
       77  WS-CTNAOCAD                     PIC 9(04) COMP.
       77  WS-CTPARC-CLI                   PIC 9(04) COMP.
       77  WS-CTVENC-CLI                   PIC 9(04) COMP.
       77  WS-CTHELD-CLI                   PIC 9(04) COMP.
       77  WS-CTHIST-CLI                   PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCONSULTA-F                 PIC ZZZ9.
       77  WS-CTNAOCAD-F                   PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P91.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ATENDER-CONSULTAS
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCONSULTA
                                              WS-CTNAOCAD
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           OPEN INPUT CONS360
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA CONS360" TO WS-MSG
              MOVE FS-CONS360              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT REL360
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA REL360"  TO WS-MSG
              MOVE FS-REL360               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-ATENDER-CONSULTAS - UMA FOLHA CONSOLIDADA POR CARTAO    *
      *----------------------------------------------------------------*
       2000-ATENDER-CONSULTAS.
           PERFORM 2100-LER-CONS360
           PERFORM 2200-CONSULTAR-CLIENTE UNTIL FIM-ARQ-K
           .
       2100-LER-CONS360.
           READ CONS360 INTO WS-REG-CONS360
           IF SUCESSO-K
              ADD 1                        TO WS-CTCONSULTA
           ELSE
              IF NOT FIM-ARQ-K
                 MOVE "ERRO LEITURA CONS360" TO WS-MSG
                 MOVE FS-CONS360             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-CONSULTAR-CLIENTE.
           MOVE WS-CODCLI-CON              TO CB-CODCLI
           MOVE WS-DATA-SYS                TO WS-DATA-AUX
           PERFORM 2980-EDITAR-DATA
           MOVE WS-DATA-EDIT-X             TO CB-DATA
           MOVE WS-CABEC-360A              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           MOVE WS-LINHA-TRACO             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           PERFORM 2300-LER-CADASTRO
           PERFORM 2400-APURAR-ATRASO
           PERFORM 2500-APURAR-SCORE
           PERFORM 2600-APURAR-NEGATIVACAO
           PERFORM 2350-IMPRIMIR-CADASTRO
           PERFORM 2700-LISTAR-PARCELAS
           PERFORM 2800-LISTAR-RETIDOS
           PERFORM 2900-LISTAR-ALTERACOES
           MOVE WS-LINHA-BRANCO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           PERFORM 2100-LER-CONS360
           .
      *----------------------------------------------------------------*
      *    2300-LER-CADASTRO - LEITURA DIRETA DO MASTER INDEXADO        *
      *----------------------------------------------------------------*
       2300-LER-CADASTRO.
           MOVE WS-CODCLI-CON              TO CODCLI-VC
           READ VCADCLI
              INVALID KEY
                 SET CLIENTE-NAO-CADASTRADO TO TRUE
                 ADD 1                     TO WS-CTNAOCAD
              NOT INVALID KEY
                 SET CLIENTE-CADASTRADO    TO TRUE
           END-READ
           .
       2350-IMPRIMIR-CADASTRO.
           MOVE "DADOS CADASTRAIS (VCADCLI)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           IF CLIENTE-NAO-CADASTRADO
              MOVE WS-LINHA-NAO-CAD        TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           ELSE
              MOVE NOMECLI-VC              TO LC-NOME
              IF PESSOA-JURIDICA-VC
                 MOVE "CNPJ "              TO LC-TIPODOC
                 MOVE CNPJCLI-VC           TO LC-DOCUMENTO
              ELSE
                 MOVE "CPF  "              TO LC-TIPODOC
                 MOVE CPFCLI-VC            TO LC-DOCUMENTO
              END-IF
              MOVE WS-LINCAD1              TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
              MOVE ENDCLI-VC               TO LC-END
              MOVE FONECLI-VC              TO LC-FONE
              MOVE WS-LINCAD2              TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
              MOVE CIDADECLI-VC            TO LC-CIDADE
              MOVE UFCLI-VC                TO LC-UF
              MOVE CEPCLI-VC               TO LC-CEP
              MOVE WS-LINCAD3              TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           END-IF
           MOVE "SITUACAO DE CREDITO"      TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           IF CLIENTE-CADASTRADO
              MOVE LIMITECRED-VC           TO LC-LIMITE
              MOVE TOTALDIVIDA-VC          TO LC-DIVIDA
              COMPUTE WS-DISPONIVEL = LIMITECRED-VC - TOTALDIVIDA-VC
              MOVE WS-DISPONIVEL           TO LC-DISPONIVEL
              MOVE WS-LINCRED1             TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           END-IF
           IF ATRASO-ACHADO
              MOVE WS-DIASATRASO-CLI       TO WS-TXA-DIAS
              MOVE WS-TEXTO-ATRASO         TO LC-ATRASO
           ELSE
              MOVE "NAO INFORMADO"         TO LC-ATRASO
           END-IF
           IF SCORE-ACHADO
              MOVE WS-SCORE-CLI            TO WS-TXS-SCORE
              MOVE WS-DATA-SCORE-CLI       TO WS-DATA-AUX
              PERFORM 2980-EDITAR-DATA
              MOVE WS-DATA-EDIT-X          TO WS-TXS-DATA
              MOVE WS-TEXTO-SCORE          TO LC-SCORE
           ELSE
              MOVE "SEM SCORE"             TO LC-SCORE
           END-IF
           IF NEGAT-ACHADA
              EVALUATE TRUE
                 WHEN CLI-LISTADO
                    MOVE "LISTADO"         TO WS-TXN-SITUACAO
                 WHEN CLI-RECUSADO
                    MOVE "RECUSADO"        TO WS-TXN-SITUACAO
                 WHEN CLI-EXCLUIDO
                    MOVE "EXCLUIDO"        TO WS-TXN-SITUACAO
                 WHEN OTHER
                    MOVE WS-SITUACAO-NEG-CLI TO WS-TXN-SITUACAO
              END-EVALUATE
              MOVE WS-DATA-NEG-CLI         TO WS-DATA-AUX
              PERFORM 2980-EDITAR-DATA
              MOVE WS-DATA-EDIT-X          TO WS-TXN-DATA
              MOVE WS-TEXTO-NEGAT          TO LC-NEGAT
           ELSE
              MOVE "NAO CONSTA"            TO LC-NEGAT
           END-IF
           MOVE WS-LINCRED2                TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
      *----------------------------------------------------------------*
      *    2400-APURAR-ATRASO - ULTIMO DIASATRASO DO CLIENTE            *
      *----------------------------------------------------------------*
       2400-APURAR-ATRASO.
           MOVE "N"                        TO WS-SW-ATRASO
           OPEN INPUT DIASATR
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA DIASATR" TO WS-MSG
              MOVE FS-DIASATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2410-LER-DIASATR
           PERFORM 2420-VERIFICAR-ATRASO UNTIL FIM-ARQ-A
           CLOSE DIASATR
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO DIASATR" TO WS-MSG
              MOVE FS-DIASATR               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2410-LER-DIASATR.
           READ DIASATR INTO WS-REG-DIASATR
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA DIASATR" TO WS-MSG
                 MOVE FS-DIASATR             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2420-VERIFICAR-ATRASO.
           IF WS-CODCLI-ATR = WS-CODCLI-CON
           AND WS-DIASATRASO-ATR IS NUMERIC
              SET ATRASO-ACHADO            TO TRUE
              MOVE WS-DIASATRASO-ATR       TO WS-DIASATRASO-CLI
           END-IF
           PERFORM 2410-LER-DIASATR
           .
      *----------------------------------------------------------------*
      *    2500-APURAR-SCORE - SCORE MAIS RECENTE DO CLIENTE (O MASTER  *
      *    PODE NAO EXISTIR AINDA)                                      *
      *----------------------------------------------------------------*
       2500-APURAR-SCORE.
           MOVE "N"                        TO WS-SW-SCORE
           MOVE ZEROS                      TO WS-DATA-SCORE-CLI
           OPEN INPUT SCOREM
           IF NOT SUCESSO-SC-ABERTO
              MOVE "ERRO ABERTURA SCOREM"  TO WS-MSG
              MOVE FS-SCOREM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2510-LER-SCOREM
           PERFORM 2520-VERIFICAR-SCORE UNTIL FIM-ARQ-SC
           CLOSE SCOREM
           IF NOT SUCESSO-SC
              MOVE "ERRO FECHAMENTO SCOREM" TO WS-MSG
              MOVE FS-SCOREM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2510-LER-SCOREM.
           READ SCOREM INTO WS-REG-SCOREM
           IF NOT SUCESSO-SC
              IF NOT FIM-ARQ-SC
                 MOVE "ERRO LEITURA SCOREM" TO WS-MSG
                 MOVE FS-SCOREM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2520-VERIFICAR-SCORE.
           IF WS-SCM-CODCLI = WS-CODCLI-CON
           AND WS-SCM-SCORE IS NUMERIC
           AND WS-SCM-DATA IS NUMERIC
              IF NOT SCORE-ACHADO
              OR WS-SCM-DATA NOT < WS-DATA-SCORE-CLI
                 SET SCORE-ACHADO          TO TRUE
                 MOVE WS-SCM-SCORE         TO WS-SCORE-CLI
                 MOVE WS-SCM-DATA          TO WS-DATA-SCORE-CLI
              END-IF
           END-IF
           PERFORM 2510-LER-SCOREM
           .
      *----------------------------------------------------------------*
      *    2600-APURAR-NEGATIVACAO - SITUACAO CORRENTE NO NEGSTAT       *
      *----------------------------------------------------------------*
       2600-APURAR-NEGATIVACAO.
           MOVE "N"                        TO WS-SW-NEGAT
           OPEN INPUT NEGSTAT
           IF NOT SUCESSO-N-ABERTO
              MOVE "ERRO ABERTURA NEGSTAT" TO WS-MSG
              MOVE FS-NEGSTAT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2610-LER-NEGSTAT
           PERFORM 2620-VERIFICAR-NEGATIVACAO UNTIL FIM-ARQ-N
           CLOSE NEGSTAT
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO NEGSTAT" TO WS-MSG
              MOVE FS-NEGSTAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2610-LER-NEGSTAT.
           READ NEGSTAT INTO WS-REG-NEGSTAT
           IF NOT SUCESSO-N
              IF NOT FIM-ARQ-N
                 MOVE "ERRO LEITURA NEGSTAT" TO WS-MSG
                 MOVE FS-NEGSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2620-VERIFICAR-NEGATIVACAO.
           IF WS-NST-CODCLI = WS-CODCLI-CON
              SET NEGAT-ACHADA             TO TRUE
              MOVE WS-NST-SITUACAO         TO WS-SITUACAO-NEG-CLI
              MOVE WS-NST-DATA             TO WS-DATA-NEG-CLI
           END-IF
           PERFORM 2610-LER-NEGSTAT
           .
      *----------------------------------------------------------------*
      *    2700-LISTAR-PARCELAS - PARCELAS "A" COM SALDO, MARCANDO AS   *
      *    JA VENCIDAS NA DATA DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       2700-LISTAR-PARCELAS.
           MOVE ZEROS                      TO WS-CTPARC-CLI
                                              WS-CTVENC-CLI
                                              WS-SALDO-CLI
           MOVE "PARCELAS EM ABERTO (CONTRATOS)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-PARC              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           OPEN INPUT CONTRATOS
           IF NOT SUCESSO-T
              MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2710-LER-CONTRATOS
           PERFORM 2720-LISTAR-PARCELA UNTIL FIM-ARQ-T
           CLOSE CONTRATOS
           IF NOT SUCESSO-T
              MOVE "ERRO FECHAMENTO CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-CTPARC-CLI = ZERO
              MOVE WS-LINHA-SEM-PARC       TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           END-IF
           MOVE WS-CTPARC-CLI              TO RD-QTD-PARC
           MOVE WS-CTVENC-CLI              TO RD-QTD-VENC
           MOVE WS-SALDO-CLI               TO RD-SALDO-PARC
           MOVE WS-RODAPE-PARC             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
       2710-LER-CONTRATOS.
           READ CONTRATOS INTO WS-REG-CONTRATO
           IF NOT SUCESSO-T
              IF NOT FIM-ARQ-T
                 MOVE "ERRO LEITURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2720-LISTAR-PARCELA.
           IF WS-CTR-CODCLI = WS-CODCLI-CON
           AND PARCELA-ABERTA
              IF WS-CTR-VALOR-PAGO IS NUMERIC
              AND WS-CTR-VALOR-PAGO < WS-CTR-VALOR
                 COMPUTE WS-VALOR-ABERTO =
                         WS-CTR-VALOR - WS-CTR-VALOR-PAGO
              ELSE
                 MOVE WS-CTR-VALOR         TO WS-VALOR-ABERTO
              END-IF
              IF WS-VALOR-ABERTO > ZERO
                 PERFORM 2730-IMPRIMIR-PARCELA
              END-IF
           END-IF
           PERFORM 2710-LER-CONTRATOS
           .
       2730-IMPRIMIR-PARCELA.
           ADD 1                           TO WS-CTPARC-CLI
           ADD WS-VALOR-ABERTO             TO WS-SALDO-CLI
           MOVE WS-CTR-NUMCONTR            TO LD-CTR-NUMCONTR
           MOVE WS-CTR-NUMPARC             TO LD-CTR-NUMPARC
           MOVE WS-CTR-VENCIMENTO          TO WS-DATA-AUX
           PERFORM 2980-EDITAR-DATA
           MOVE WS-DATA-EDIT-X             TO LD-CTR-VENC
           MOVE WS-CTR-VALOR               TO LD-CTR-VALOR
           MOVE WS-VALOR-ABERTO            TO LD-CTR-ABERTO
           IF WS-CTR-VENCIMENTO < WS-DATA-SYS
              ADD 1                        TO WS-CTVENC-CLI
              MOVE "VENCIDA"               TO LD-CTR-SITUACAO
           ELSE
              MOVE "A VENCER"              TO LD-CTR-SITUACAO
           END-IF
           MOVE WS-LINDET-PARC             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
      *----------------------------------------------------------------*
      *    2800-LISTAR-RETIDOS - PEDIDOS ("D") DO CLIENTE RETIDOS PELO  *
      *    EX004P34; OS ITENS QUE OS ACOMPANHAM NAO SAO LISTADOS        *
      *----------------------------------------------------------------*
       2800-LISTAR-RETIDOS.
           MOVE ZEROS                      TO WS-CTHELD-CLI
                                              WS-VALOR-RETIDO
           MOVE "PEDIDOS RETIDOS (ORDHELD)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-HELD              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           OPEN INPUT ORDHELD
           IF NOT SUCESSO-O
              MOVE "ERRO ABERTURA ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2810-LER-ORDHELD
           PERFORM 2820-LISTAR-RETIDO UNTIL FIM-ARQ-O
           CLOSE ORDHELD
           IF NOT SUCESSO-O
              MOVE "ERRO FECHAMENTO ORDHELD" TO WS-MSG
              MOVE FS-ORDHELD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-CTHELD-CLI = ZERO
              MOVE WS-LINHA-SEM-HELD       TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           END-IF
           MOVE WS-CTHELD-CLI              TO RD-QTD-HELD
           MOVE WS-VALOR-RETIDO            TO RD-VALOR-HELD
           MOVE WS-RODAPE-HELD             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
       2810-LER-ORDHELD.
           READ ORDHELD INTO WS-REG-ORDHELD
           IF NOT SUCESSO-O
              IF NOT FIM-ARQ-O
                 MOVE "ERRO LEITURA ORDHELD" TO WS-MSG
                 MOVE FS-ORDHELD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2820-LISTAR-RETIDO.
           IF HELD-PEDIDO
              MOVE WS-HELD-COD-CLIENTE     TO WS-CODCLI-BUSCA
              IF WS-CODCLI-BUSCA (3:4) = WS-CODCLI-CON
                 ADD 1                     TO WS-CTHELD-CLI
                 ADD WS-HELD-VALOR         TO WS-VALOR-RETIDO
                 MOVE WS-HELD-NUM-PEDIDO   TO LD-HLD-PEDIDO
                 MOVE WS-HELD-DATA         TO WS-DATA-AUX
                 PERFORM 2980-EDITAR-DATA
                 MOVE WS-DATA-EDIT-X       TO LD-HLD-DATA
                 MOVE WS-HELD-VALOR        TO LD-HLD-VALOR
                 MOVE WS-HELD-DIVIDA       TO LD-HLD-DIVIDA
                 MOVE WS-LINDET-HELD       TO WS-LINHA-REL
                 PERFORM 2990-GRAVA-REL360
              END-IF
           END-IF
           PERFORM 2810-LER-ORDHELD
           .
      *----------------------------------------------------------------*
      *    2900-LISTAR-ALTERACOES - ULTIMAS ALTERACOES DO CLIENTE NO    *
      *    HISTORICO PERMANENTE, EM ORDEM CRONOLOGICA                   *
      *----------------------------------------------------------------*
       2900-LISTAR-ALTERACOES.
           MOVE ZEROS                      TO WS-CTHIST-CLI
                                              WS-QTD-HIST
           MOVE "ULTIMAS ALTERACOES (CLIHISTM)" TO CS-TITULO
           PERFORM 2970-GRAVA-TITULO
           MOVE WS-CABEC-HIS               TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           OPEN INPUT CLIHISTM
           IF NOT SUCESSO-H-ABERTO
              MOVE "ERRO ABERTURA CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2910-LER-CLIHISTM
           PERFORM 2920-GUARDAR-ALTERACAO UNTIL FIM-ARQ-H
           CLOSE CLIHISTM
           IF NOT SUCESSO-H
              MOVE "ERRO FECHAMENTO CLIHISTM" TO WS-MSG
              MOVE FS-CLIHISTM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-CTHIST-CLI = ZERO
              MOVE WS-LINHA-SEM-HIST       TO WS-LINHA-REL
              PERFORM 2990-GRAVA-REL360
           ELSE
              PERFORM 2940-IMPRIMIR-ALTERACAO
                  VARYING WS-IDX-HIST FROM 1 BY 1
                  UNTIL WS-IDX-HIST > WS-QTD-HIST
           END-IF
           MOVE WS-CTHIST-CLI              TO RD-QTD-HIS
           MOVE WS-QTD-HIST                TO RD-QTD-HIS-EXIB
           MOVE WS-RODAPE-HIS              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
       2910-LER-CLIHISTM.
           READ CLIHISTM INTO WS-REG-CLIHISTM
           IF NOT SUCESSO-H
              IF NOT FIM-ARQ-H
                 MOVE "ERRO LEITURA CLIHISTM" TO WS-MSG
                 MOVE FS-CLIHISTM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2920-GUARDAR-ALTERACAO.
           IF WS-CODCLI-LOG = WS-CODCLI-CON
              ADD 1                        TO WS-CTHIST-CLI
              IF WS-QTD-HIST < WS-MAX-HIST
                 ADD 1                     TO WS-QTD-HIST
              ELSE
                 PERFORM 2930-DESLOCAR-ALTERACAO
                     VARYING WS-IDX-HIST FROM 1 BY 1
                     UNTIL WS-IDX-HIST NOT < WS-MAX-HIST
              END-IF
              MOVE WS-DATA-HIST
                            TO WS-HIS-DATA-T (WS-QTD-HIST)
              MOVE WS-NOME-DEPOIS-LOG
                            TO WS-HIS-NOME-T (WS-QTD-HIST)
              MOVE WS-END-DEPOIS-LOG
                            TO WS-HIS-END-T (WS-QTD-HIST)
              MOVE WS-DIVIDA-ANTES-LOG
                            TO WS-HIS-DIVIDA-ANTES-T (WS-QTD-HIST)
              MOVE WS-DIVIDA-DEPOIS-LOG
                            TO WS-HIS-DIVIDA-DEPOIS-T (WS-QTD-HIST)
           END-IF
           PERFORM 2910-LER-CLIHISTM
           .
       2930-DESLOCAR-ALTERACAO.
           COMPUTE WS-IDX-HIST-PROX = WS-IDX-HIST + 1
           MOVE WS-HIS-ENT (WS-IDX-HIST-PROX)
                                           TO WS-HIS-ENT (WS-IDX-HIST)
           .
       2940-IMPRIMIR-ALTERACAO.
           MOVE WS-HIS-DATA-T (WS-IDX-HIST) TO WS-DATA-AUX
           PERFORM 2980-EDITAR-DATA
           MOVE WS-DATA-EDIT-X             TO LD-DATA-HIS
           MOVE WS-HIS-NOME-T (WS-IDX-HIST) TO LD-NOME-HIS
           MOVE WS-HIS-END-T (WS-IDX-HIST) TO LD-END-HIS
           MOVE WS-HIS-DIVIDA-ANTES-T (WS-IDX-HIST)
                                           TO LD-DIVIDA-ANTES
           MOVE WS-HIS-DIVIDA-DEPOIS-T (WS-IDX-HIST)
                                           TO LD-DIVIDA-DEPOIS
           MOVE WS-LINDET-HIS              TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
      *----------------------------------------------------------------*
      *    ROTINAS DE IMPRESSAO                                         *
      *----------------------------------------------------------------*
       2970-GRAVA-TITULO.
           MOVE WS-LINHA-BRANCO            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           MOVE WS-CABEC-SECAO             TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           MOVE WS-LINHA-SUBLIN            TO WS-LINHA-REL
           PERFORM 2990-GRAVA-REL360
           .
       2980-EDITAR-DATA.
           MOVE WS-DATA-AUX (7:2)          TO WS-DATA-EDIT-DIA
           MOVE WS-DATA-AUX (5:2)          TO WS-DATA-EDIT-MES
           MOVE WS-DATA-AUX (1:4)          TO WS-DATA-EDIT-ANO
           .
       2990-GRAVA-REL360.
           WRITE REG-REL360                FROM WS-LINHA-REL
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO REL360"  TO WS-MSG
              MOVE FS-REL360               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           MOVE WS-CTCONSULTA              TO WS-CTCONSULTA-F
           MOVE WS-CTNAOCAD                TO WS-CTNAOCAD-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE CONSULTAS ATENDIDAS.........: "
                                           WS-CTCONSULTA-F
           DISPLAY " TOTAL DE CLIENTES NAO CADASTRADOS....: "
                                           WS-CTNAOCAD-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE CONS360
           IF NOT SUCESSO-K
              MOVE "ERRO FECHAMENTO CONS360" TO WS-MSG
              MOVE FS-CONS360               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE REL360
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO REL360" TO WS-MSG
              MOVE FS-REL360               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
