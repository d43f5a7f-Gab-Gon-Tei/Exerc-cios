      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P74.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    RAZAO DE CONTAS A PAGAR. CARREGA OS TITULOS DO CICLO         *
      *    ANTERIOR (TITPAGANT) E APLICA OS CARTOES DE PAGAMENTO        *
      *    (PAGFORN), BAIXANDO TOTAL OU PARCIALMENTE O TITULO. EM       *
      *    SEGUIDA CRIA UM TITULO PARA CADA RECEBIMENTO CASADO COM      *
      *    PEDIDO (RECPCOM DO EX004P72, MAIS OS PENDENTES RECPANT DO    *
      *    CICLO ANTERIOR), COM VENCIMENTO = DATA DO RECEBIMENTO +      *
      *    PRAZO DO FORNECEDOR (FORNMST, MANTIDO PELO EX004P73) PELA    *
      *    ENTRADA DATACHCK-SOMADIAS, ROLADO PARA O PROXIMO DIA UTIL.   *
      *    RECEBIMENTO DE FORNECEDOR NAO CADASTRADO FICA PENDENTE EM    *
      *    RECPNOV PARA O PROXIMO CICLO. A APROPRIACAO DE CADA TITULO   *
      *    E CADA PAGAMENTO SAO GRAVADOS NO LAYOUT H/D/T EM LANCGL3,    *
      *    TERCEIRA FONTE DO CONSOLIDADOR CONTABIL EX004P50, COM AS     *
      *    CONTAS DA TABELA CONTASFOR.                                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT FORNMST ASSIGN           TO UT-S-FORNMST
           FILE STATUS IS FS-FORNMST
           .
           SELECT CONTASFOR ASSIGN         TO CONTASFOR
           FILE STATUS IS FS-CONTASFOR
           .
           SELECT OPTIONAL TITPAGANT ASSIGN
                                           TO UT-S-TITPAGANT
           FILE STATUS IS FS-TITPAGANT
           .
           SELECT TITPAGNOV ASSIGN         TO UT-S-TITPAGNOV
           FILE STATUS IS FS-TITPAGNOV
           .
           SELECT OPTIONAL PAGFORN ASSIGN  TO UT-S-PAGFORN
           FILE STATUS IS FS-PAGFORN
           .
           SELECT OPTIONAL RECPANT ASSIGN  TO UT-S-RECPANT
           FILE STATUS IS FS-RECPANT
           .
           SELECT OPTIONAL RECPCOM ASSIGN  TO UT-S-RECPCOM
           FILE STATUS IS FS-RECPCOM
           .
           SELECT RECPNOV ASSIGN           TO UT-S-RECPNOV
           FILE STATUS IS FS-RECPNOV
           .
           SELECT LANCGL3 ASSIGN           TO LANCGL3
           FILE STATUS IS FS-LANCGL3
           .
           SELECT RELPAGAR ASSIGN          TO UT-S-RELPAGAR
           FILE STATUS IS FS-RELPAGAR
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    FORNMST - MASTER DE FORNECEDORES (CPFORNEC)
       FD  FORNMST
           RECORDING MODE IS F
           .
       01  REG-FORNMST                     PIC X(80).

      *    CONTASFOR - CONTA DEBITO/CREDITO POR TIPO DE LANCAMENTO
      *    (A = APROPRIACAO DO TITULO, P = PAGAMENTO)
       FD  CONTASFOR
           RECORDING MODE IS F
           .
       01  REG-CONTASFOR                   PIC X(17).

      *    TITPAGANT/TITPAGNOV - RAZAO DE CONTAS A PAGAR (CPTITPAG)
       FD  TITPAGANT
           RECORDING MODE IS F
           .
       01  REG-TITPAGANT                   PIC X(90).

       FD  TITPAGNOV
           RECORDING MODE IS F
           .
       01  REG-TITPAGNOV                   PIC X(90).

      *    PAGFORN - CARTOES DE PAGAMENTO DE TITULOS
       FD  PAGFORN
           RECORDING MODE IS F
           .
       01  REG-PAGFORN                     PIC X(80).

      *    RECPANT/RECPCOM/RECPNOV - RECEBIMENTOS CASADOS (CPRECCOM)
       FD  RECPANT
           RECORDING MODE IS F
           .
       01  REG-RECPANT                     PIC X(70).

       FD  RECPCOM
           RECORDING MODE IS F
           .
       01  REG-RECPCOM                     PIC X(70).

       FD  RECPNOV
           RECORDING MODE IS F
           .
       01  REG-RECPNOV                     PIC X(70).

      *    LANCGL3 - INTERFACE CONTABIL DO CONTAS A PAGAR
      *    (MESMO LAYOUT H/D/T DO LANCGL DO EX004P16)
       FD  LANCGL3
           RECORDING MODE IS F
           .
       01  REG-LANCGL3                     PIC X(45).

       FD  RELPAGAR
           RECORDING MODE IS F
           .
       01  REG-RELPAGAR                    PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPFORNEC.
           COPY CPTITPAG.
           COPY CPRECCOM.
      *----------------------------------------------------------------*
       01  WS-REG-PAGFORN.
           05 WS-PAG-CODFORN               PIC X(10).
           05 WS-PAG-NUM-TITULO            PIC 9(08).
           05 WS-PAG-DATA                  PIC 9(08).
           05 WS-PAG-VALOR                 PIC 9(09)V99.
           05 FILLER                       PIC X(43).
      *----------------------------------------------------------------*
      *    FORNECEDORES CADASTRADOS (CODIGO E PRAZO DE PAGAMENTO)
      *----------------------------------------------------------------*
       01  WS-TAB-FORNEC.
           05 WS-TFO-ENT OCCURS 1000 TIMES.
              10 WS-TFO-CODFORN            PIC X(10).
              10 WS-TFO-PRAZO              PIC 9(03).
       77  WS-QTD-FORNEC                   PIC 9(04) COMP.
       77  WS-IDX-FORNEC                   PIC 9(04) COMP.
       77  WS-IDX-FOR-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    TITULOS DO RAZAO (ANTERIORES E CRIADOS NO CICLO)
      *----------------------------------------------------------------*
       01  WS-TAB-TITULOS.
           05 WS-TTP-ENT OCCURS 5000 TIMES PIC X(90).
       77  WS-QTD-TITULOS                  PIC 9(04) COMP.
       77  WS-IDX-TITULO                   PIC 9(04) COMP.
       77  WS-IDX-TIT-ACHADO               PIC 9(04) COMP.
       77  WS-ULT-TITULO                   PIC 9(08).
       77  WS-SALDO-TITULO                 PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    INTERFACE CONTABIL: CONTAS POR TIPO DE LANCAMENTO
      *----------------------------------------------------------------*
       01  WS-REG-CONTASFOR.
           05 WS-CTF-TIPO                  PIC X(01).
           05 WS-CTF-DEBITO                PIC X(08).
           05 WS-CTF-CREDITO               PIC X(08).
       01  WS-TAB-CONTASFOR.
           05 WS-CTF-ENT OCCURS 5 TIMES.
              10 WS-CTF-TIPO-T             PIC X(01).
              10 WS-CTF-DEB-T              PIC X(08).
              10 WS-CTF-CRED-T             PIC X(08).
       77  WS-QTD-CONTASFOR                PIC 9(02) COMP.
       77  WS-IDX-CONTASFOR                PIC 9(02) COMP.
       77  WS-IDX-CTF-ACHADA               PIC 9(02) COMP.
       77  WS-TIPO-LANC-FOR                PIC X(01).
       77  WS-ORIGEM-LANC-FOR              PIC X(04).
       77  WS-VAL-LANC-FOR                 PIC 9(11)V99.
       01  WS-REG-LANCGL3-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLF-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGL3-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-GLF-DATA                  PIC 9(08).
           05 WS-GLF-ORIGEM                PIC X(04).
           05 WS-GLF-CONTA-DEB             PIC X(08).
           05 WS-GLF-CONTA-CRED            PIC X(08).
           05 WS-GLF-VALOR                 PIC 9(11)V99.
           05 WS-GLF-FILIAL                PIC X(03) VALUE SPACES.
       01  WS-REG-LANCGL3-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLF-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLF-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
       77  WS-TOT-DEBITO-GLF               PIC 9(13)V99.
       77  WS-TOT-CREDITO-GLF              PIC 9(13)V99.
      *----------------------------------------------------------------*
      *    AREAS DE CHAMADA DO DATACHCK
      *----------------------------------------------------------------*
       77  WS-PROG-DATACHCK                PIC X(08) VALUE "DATACHCK".
       77  WS-ENTRY-SOMADIAS               PIC X(18)
                                           VALUE "DATACHCK-SOMADIAS".
       01  WS-PARM-DATACHCK.
           05 WS-DTC-TAMANHO               PIC S9(04) COMP.
           05 WS-DTC-DATA.
              10 WS-DTC-ANO                PIC 9(04).
              10 WS-DTC-MES                PIC 9(02).
              10 WS-DTC-DIA                PIC 9(02).
           05 WS-DTC-RESULTADO.
              10 WS-DTC-SITUACAO           PIC X(01).
                 88 DTC-DATA-OK                    VALUE "1".
              10 WS-DTC-DIA-SEMANA         PIC 9(01).
                 88 DTC-FIM-DE-SEMANA              VALUES 1 7.
                 88 DTC-DIA-UTIL                   VALUES 2 THRU 6.
       01  WS-PARM-SOMADIAS.
           05 WS-SOM-DATA-BASE.
              10 WS-SOM-ANO-BASE           PIC 9(04).
              10 WS-SOM-MES-BASE           PIC 9(02).
              10 WS-SOM-DIA-BASE           PIC 9(02).
           05 WS-SOM-QTD-DIAS              PIC S9(05) COMP.
           05 WS-SOM-DATA-RESULTADO.
              10 WS-SOM-ANO-RES            PIC 9(04).
              10 WS-SOM-MES-RES            PIC 9(02).
              10 WS-SOM-DIA-RES            PIC 9(02).
           05 WS-SOM-SITUACAO              PIC X(01).
              88 SOMA-OK                           VALUE "1".
       77  WS-TENTATIVAS-ROL               PIC 9(02) COMP.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DO CONTAS A PAGAR
      *----------------------------------------------------------------*
       01  WS-CABEC-PAG1                   PIC X(100)
                                                   VALUE
              "    MOVIMENTO DO CONTAS A PAGAR - TITULOS E PAGAMENTOS".
       01  WS-CABEC-PAG2                   PIC X(100)
                                                   VALUE
              "  TITULO  FORNECEDOR    PEDIDO  VENCTO             VALOR
      -       " OCORRENCIA".
       01  WS-CABEC-PAG3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-PAG.
           05 LD-PAG-TITULO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAG-FORNECEDOR            PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAG-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAG-VENCTO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAG-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAG-OCORRENCIA            PIC X(30).
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-RODAPE-PAG.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL EM ABERTO NO CONTAS A PAGAR:".
           05 RD-PAG-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(49) VALUE SPACES.
       77  WS-TOT-ABERTO                   PIC 9(11)V99.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-FORNMST                      PIC X(02).
           88 SUCESSO-F                    VALUE "00".
           88 FIM-ARQ-F                    VALUE "10".
       01  FS-CONTASFOR                    PIC X(02).
           88 SUCESSO-CTF                  VALUE "00".
           88 FIM-CONTASFOR                VALUE "10".
       01  FS-TITPAGANT                    PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-TITPAGNOV                    PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-PAGFORN                      PIC X(02).
           88 SUCESSO-P                    VALUE "00" "05".
           88 FIM-ARQ-P                    VALUE "10".
       01  FS-RECPANT                      PIC X(02).
           88 SUCESSO-RA                   VALUE "00" "05".
           88 FIM-ARQ-RA                   VALUE "10".
       01  FS-RECPCOM                      PIC X(02).
           88 SUCESSO-RC                   VALUE "00" "05".
           88 FIM-ARQ-RC                   VALUE "10".
       01  FS-RECPNOV                      PIC X(02).
           88 SUCESSO-RN                   VALUE "00".
       01  FS-LANCGL3                      PIC X(02).
           88 SUCESSO-GLF                  VALUE "00".
       01  FS-RELPAGAR                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTTITULO-ANT                 PIC 9(05) COMP.
       77  WS-CTPAGTO                      PIC 9(05) COMP.
       77  WS-CTQUITADO                    PIC 9(05) COMP.
       77  WS-CTPARCIAL                    PIC 9(05) COMP.
       77  WS-CTPAGREJ                     PIC 9(05) COMP.
       77  WS-CTRECEB                      PIC 9(05) COMP.
       77  WS-CTTITULO-NOVO                PIC 9(05) COMP.
       77  WS-CTPENDENTE                   PIC 9(05) COMP.
       77  WS-CTLANCGL                     PIC 9(05) COMP.
       77  WS-CTSEMCONTA                   PIC 9(05) COMP.
       77  WS-CTDATAINV                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTTITULO-ANT-F               PIC ZZZZ9.
       77  WS-CTPAGTO-F                    PIC ZZZZ9.
       77  WS-CTQUITADO-F                  PIC ZZZZ9.
       77  WS-CTPARCIAL-F                  PIC ZZZZ9.
       77  WS-CTPAGREJ-F                   PIC ZZZZ9.
       77  WS-CTRECEB-F                    PIC ZZZZ9.
       77  WS-CTTITULO-NOVO-F              PIC ZZZZ9.
       77  WS-CTPENDENTE-F                 PIC ZZZZ9.
       77  WS-CTLANCGL-F                   PIC ZZZZ9.
       77  WS-CTSEMCONTA-F                 PIC ZZZZ9.
       77  WS-CTDATAINV-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P74.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-APLICAR-PAGAMENTOS
           PERFORM 2500-GERAR-TITULOS
           PERFORM 2800-GRAVAR-TITULO
               VARYING WS-IDX-TITULO FROM 1 BY 1
               UNTIL WS-IDX-TITULO > WS-QTD-TITULOS
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTTITULO-ANT
                                              WS-CTPAGTO
                                              WS-CTQUITADO
                                              WS-CTPARCIAL
                                              WS-CTPAGREJ
                                              WS-CTRECEB
                                              WS-CTTITULO-NOVO
                                              WS-CTPENDENTE
                                              WS-CTLANCGL
                                              WS-CTSEMCONTA
                                              WS-CTDATAINV
                                              WS-QTD-FORNEC
                                              WS-QTD-TITULOS
                                              WS-QTD-CONTASFOR
                                              WS-ULT-TITULO
                                              WS-TOT-DEBITO-GLF
                                              WS-TOT-CREDITO-GLF
                                              WS-TOT-ABERTO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-CARREGAR-FORNECEDORES
           PERFORM 1200-CARREGAR-CONTASFOR
           PERFORM 1300-CARREGAR-TITULOS
           OPEN OUTPUT TITPAGNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA TITPAGNOV" TO WS-MSG
              MOVE FS-TITPAGNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RECPNOV
           IF NOT SUCESSO-RN
              MOVE "ERRO ABERTURA RECPNOV" TO WS-MSG
              MOVE FS-RECPNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPAGAR
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPAGAR" TO WS-MSG
              MOVE FS-RELPAGAR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPAGAR              FROM WS-CABEC-PAG1
           WRITE REG-RELPAGAR              FROM WS-CABEC-PAG2
           WRITE REG-RELPAGAR              FROM WS-CABEC-PAG3
           OPEN OUTPUT LANCGL3
           IF NOT SUCESSO-GLF
              MOVE "ERRO ABERTURA LANCGL3" TO WS-MSG
              MOVE FS-LANCGL3              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-SYS                TO WS-GLF-DATA-H
           WRITE REG-LANCGL3               FROM WS-REG-LANCGL3-H
           IF NOT SUCESSO-GLF
              MOVE "ERRO AO GRAVAR HEADER LANCGL3" TO WS-MSG
              MOVE FS-LANCGL3                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-FORNECEDORES - CODIGO E PRAZO DE PAGAMENTO     *
      *----------------------------------------------------------------*
       1100-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNMST
           IF NOT SUCESSO-F
              MOVE "ERRO ABERTURA FORNMST" TO WS-MSG
              MOVE FS-FORNMST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-FORNMST
           PERFORM 1120-ARMAZENAR-FORNECEDOR UNTIL FIM-ARQ-F
           CLOSE FORNMST
           .
       1110-LER-FORNMST.
           READ FORNMST INTO WS-REG-FORNEC
           IF NOT SUCESSO-F
              IF NOT FIM-ARQ-F
                 MOVE "ERRO LEITURA FORNMST" TO WS-MSG
                 MOVE FS-FORNMST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-FORNECEDOR.
           IF WS-QTD-FORNEC < 1000
              ADD 1                        TO WS-QTD-FORNEC
              MOVE WS-FOR-CODFORN          TO
                   WS-TFO-CODFORN (WS-QTD-FORNEC)
              MOVE WS-FOR-PRAZO-PAGTO      TO
                   WS-TFO-PRAZO (WS-QTD-FORNEC)
           ELSE
              MOVE "TABELA DE FORNECEDORES ESTOURADA" TO WS-MSG
              MOVE SPACES                             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-FORNMST
           .
       1200-CARREGAR-CONTASFOR.
           OPEN INPUT CONTASFOR
           IF NOT SUCESSO-CTF
              MOVE "ERRO ABERTURA CONTASFOR" TO WS-MSG
              MOVE FS-CONTASFOR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-CONTASFOR
           PERFORM 1220-ARMAZENAR-CONTASFOR UNTIL FIM-CONTASFOR
           CLOSE CONTASFOR
           .
       1210-LER-CONTASFOR.
           READ CONTASFOR INTO WS-REG-CONTASFOR
           IF NOT SUCESSO-CTF
              IF NOT FIM-CONTASFOR
                 MOVE "ERRO LEITURA CONTASFOR" TO WS-MSG
                 MOVE FS-CONTASFOR             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-CONTASFOR.
           IF WS-QTD-CONTASFOR < 5
              ADD 1                        TO WS-QTD-CONTASFOR
              MOVE WS-CTF-TIPO             TO
                   WS-CTF-TIPO-T (WS-QTD-CONTASFOR)
              MOVE WS-CTF-DEBITO           TO
                   WS-CTF-DEB-T (WS-QTD-CONTASFOR)
              MOVE WS-CTF-CREDITO          TO
                   WS-CTF-CRED-T (WS-QTD-CONTASFOR)
           END-IF
           PERFORM 1210-LER-CONTASFOR
           .
      *----------------------------------------------------------------*
      *    1300-CARREGAR-TITULOS - RAZAO ANTERIOR NA TABELA; GUARDA O   *
      *    MAIOR NUMERO DE TITULO PARA A NUMERACAO DOS NOVOS            *
      *----------------------------------------------------------------*
       1300-CARREGAR-TITULOS.
           OPEN INPUT TITPAGANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA TITPAGANT" TO WS-MSG
              MOVE FS-TITPAGANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1310-LER-TITPAGANT
           PERFORM 1320-ARMAZENAR-TITULO UNTIL FIM-ARQ-A
           CLOSE TITPAGANT
           .
       1310-LER-TITPAGANT.
           READ TITPAGANT INTO WS-REG-TITPAG
           IF SUCESSO-A
              ADD 1                        TO WS-CTTITULO-ANT
           ELSE
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA TITPAGANT" TO WS-MSG
                 MOVE FS-TITPAGANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1320-ARMAZENAR-TITULO.
           PERFORM 2900-INCLUIR-NA-TABELA
           IF WS-TPG-NUM-TITULO > WS-ULT-TITULO
              MOVE WS-TPG-NUM-TITULO       TO WS-ULT-TITULO
           END-IF
           PERFORM 1310-LER-TITPAGANT
           .
      *----------------------------------------------------------------*
      *    2000-APLICAR-PAGAMENTOS - CADA CARTAO BAIXA UM TITULO EM     *
      *    ABERTO DO MESMO FORNECEDOR, SEM PASSAR DO SALDO              *
      *----------------------------------------------------------------*
       2000-APLICAR-PAGAMENTOS.
           OPEN INPUT PAGFORN
           IF NOT SUCESSO-P
              MOVE "ERRO ABERTURA PAGFORN" TO WS-MSG
              MOVE FS-PAGFORN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2010-LER-PAGFORN
           PERFORM 2100-TRATAR-PAGAMENTO UNTIL FIM-ARQ-P
           CLOSE PAGFORN
           .
       2010-LER-PAGFORN.
           READ PAGFORN INTO WS-REG-PAGFORN
           IF SUCESSO-P
              ADD 1                        TO WS-CTPAGTO
           ELSE
              IF NOT FIM-ARQ-P
                 MOVE "ERRO LEITURA PAGFORN" TO WS-MSG
                 MOVE FS-PAGFORN             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-PAGAMENTO.
           MOVE SPACES                     TO LD-PAG-OCORRENCIA
           MOVE ZEROS                      TO WS-IDX-TIT-ACHADO
           IF WS-PAG-NUM-TITULO IS NOT NUMERIC
           OR WS-PAG-DATA IS NOT NUMERIC
           OR WS-PAG-VALOR IS NOT NUMERIC
              MOVE "CARTAO DE PAGAMENTO INVALIDO" TO LD-PAG-OCORRENCIA
           ELSE
              IF WS-PAG-VALOR = ZERO
                 MOVE "CARTAO DE PAGAMENTO INVALIDO"
                                           TO LD-PAG-OCORRENCIA
              ELSE
                 PERFORM 2150-PROCURAR-TITULO
                     VARYING WS-IDX-TITULO FROM 1 BY 1
                     UNTIL WS-IDX-TITULO > WS-QTD-TITULOS
                     OR    WS-IDX-TIT-ACHADO > ZERO
              END-IF
           END-IF
           IF LD-PAG-OCORRENCIA = SPACES
              IF WS-IDX-TIT-ACHADO = ZERO
                 MOVE "TITULO NAO ACHADO"  TO LD-PAG-OCORRENCIA
              ELSE
                 MOVE WS-TTP-ENT (WS-IDX-TIT-ACHADO) TO WS-REG-TITPAG
                 COMPUTE WS-SALDO-TITULO = WS-TPG-VALOR
                                         - WS-TPG-VALOR-PAGO
                 EVALUATE TRUE
                    WHEN WS-TPG-CODFORN NOT = WS-PAG-CODFORN
                       MOVE "FORNECEDOR NAO CONFERE"
                                           TO LD-PAG-OCORRENCIA
                    WHEN TPG-PAGO
                       MOVE "TITULO JA PAGO"
                                           TO LD-PAG-OCORRENCIA
                    WHEN WS-PAG-VALOR > WS-SALDO-TITULO
                       MOVE "PAGAMENTO ACIMA DO SALDO"
                                           TO LD-PAG-OCORRENCIA
                    WHEN OTHER
                       PERFORM 2200-BAIXAR-TITULO
                 END-EVALUATE
              END-IF
           END-IF
           IF LD-PAG-OCORRENCIA NOT = "TITULO QUITADO"
           AND LD-PAG-OCORRENCIA NOT = "PAGAMENTO PARCIAL"
              ADD 1                        TO WS-CTPAGREJ
              MOVE WS-PAG-NUM-TITULO       TO LD-PAG-TITULO
              MOVE WS-PAG-CODFORN          TO LD-PAG-FORNECEDOR
              MOVE ZEROS                   TO LD-PAG-PEDIDO
                                              LD-PAG-VENCTO
              MOVE WS-PAG-VALOR            TO LD-PAG-VALOR
              PERFORM 2950-GRAVA-RELPAGAR
           END-IF
           PERFORM 2010-LER-PAGFORN
           .
       2150-PROCURAR-TITULO.
           IF WS-TTP-ENT (WS-IDX-TITULO) (1:8) = WS-PAG-NUM-TITULO
              MOVE WS-IDX-TITULO           TO WS-IDX-TIT-ACHADO
           END-IF
           .
       2200-BAIXAR-TITULO.
           ADD WS-PAG-VALOR                TO WS-TPG-VALOR-PAGO
           MOVE WS-PAG-DATA                TO WS-TPG-DATA-PAGTO
           IF WS-TPG-VALOR-PAGO = WS-TPG-VALOR
              SET TPG-PAGO                 TO TRUE
              ADD 1                        TO WS-CTQUITADO
              MOVE "TITULO QUITADO"        TO LD-PAG-OCORRENCIA
           ELSE
              ADD 1                        TO WS-CTPARCIAL
              MOVE "PAGAMENTO PARCIAL"     TO LD-PAG-OCORRENCIA
           END-IF
           MOVE WS-REG-TITPAG              TO
                WS-TTP-ENT (WS-IDX-TIT-ACHADO)
           MOVE "P"                        TO WS-TIPO-LANC-FOR
           MOVE "PAGT"                     TO WS-ORIGEM-LANC-FOR
           MOVE WS-PAG-VALOR               TO WS-VAL-LANC-FOR
           PERFORM 2700-GERAR-LANCAMENTO
           MOVE WS-PAG-VALOR               TO LD-PAG-VALOR
           PERFORM 2960-RELATAR-TITULO
           .
      *----------------------------------------------------------------*
      *    2500-GERAR-TITULOS - PENDENTES DO CICLO ANTERIOR PRIMEIRO,   *
      *    DEPOIS OS RECEBIMENTOS CASADOS DO CICLO                      *
      *----------------------------------------------------------------*
       2500-GERAR-TITULOS.
           OPEN INPUT RECPANT
           IF NOT SUCESSO-RA
              MOVE "ERRO ABERTURA RECPANT" TO WS-MSG
              MOVE FS-RECPANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2510-LER-RECPANT
           PERFORM 2520-TRATAR-RECPANT UNTIL FIM-ARQ-RA
           CLOSE RECPANT
           OPEN INPUT RECPCOM
           IF NOT SUCESSO-RC
              MOVE "ERRO ABERTURA RECPCOM" TO WS-MSG
              MOVE FS-RECPCOM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2530-LER-RECPCOM
           PERFORM 2540-TRATAR-RECPCOM UNTIL FIM-ARQ-RC
           CLOSE RECPCOM
           .
       2510-LER-RECPANT.
           READ RECPANT INTO WS-REG-RECCOM
           IF NOT SUCESSO-RA
              IF NOT FIM-ARQ-RA
                 MOVE "ERRO LEITURA RECPANT" TO WS-MSG
                 MOVE FS-RECPANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2520-TRATAR-RECPANT.
           PERFORM 2600-CRIAR-TITULO
           PERFORM 2510-LER-RECPANT
           .
       2530-LER-RECPCOM.
           READ RECPCOM INTO WS-REG-RECCOM
           IF NOT SUCESSO-RC
              IF NOT FIM-ARQ-RC
                 MOVE "ERRO LEITURA RECPCOM" TO WS-MSG
                 MOVE FS-RECPCOM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2540-TRATAR-RECPCOM.
           PERFORM 2600-CRIAR-TITULO
           PERFORM 2530-LER-RECPCOM
           .
      *----------------------------------------------------------------*
      *    2600-CRIAR-TITULO - FORNECEDOR FORA DO CADASTRO DEIXA O      *
      *    RECEBIMENTO PENDENTE; CADASTRADO, GERA O TITULO E A          *
      *    APROPRIACAO CONTABIL                                         *
      *----------------------------------------------------------------*
       2600-CRIAR-TITULO.
           ADD 1                           TO WS-CTRECEB
           MOVE ZEROS                      TO WS-IDX-FOR-ACHADO
           PERFORM 2610-PROCURAR-FORNECEDOR
               VARYING WS-IDX-FORNEC FROM 1 BY 1
               UNTIL WS-IDX-FORNEC > WS-QTD-FORNEC
               OR    WS-IDX-FOR-ACHADO > ZERO
           IF WS-IDX-FOR-ACHADO = ZERO
              ADD 1                        TO WS-CTPENDENTE
              WRITE REG-RECPNOV            FROM WS-REG-RECCOM
              IF NOT SUCESSO-RN
                 MOVE "ERRO GRAVACAO RECPNOV" TO WS-MSG
                 MOVE FS-RECPNOV              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              MOVE ZEROS                   TO LD-PAG-TITULO
                                              LD-PAG-VENCTO
              MOVE WS-RCO-FORNECEDOR       TO LD-PAG-FORNECEDOR
              MOVE WS-RCO-NUM-PEDIDO       TO LD-PAG-PEDIDO
              MOVE WS-RCO-VALOR            TO LD-PAG-VALOR
              MOVE "FORNECEDOR NAO CADASTRADO" TO LD-PAG-OCORRENCIA
              PERFORM 2950-GRAVA-RELPAGAR
           ELSE
              MOVE SPACES                  TO WS-REG-TITPAG
              ADD 1                        TO WS-ULT-TITULO
              MOVE WS-ULT-TITULO           TO WS-TPG-NUM-TITULO
              MOVE WS-RCO-FORNECEDOR       TO WS-TPG-CODFORN
              MOVE WS-RCO-NUM-PEDIDO       TO WS-TPG-NUM-PEDIDO
              MOVE WS-RCO-NUMMOVTO         TO WS-TPG-NUMMOVTO
              MOVE WS-RCO-DATAMOVTO        TO WS-TPG-DATA-EMISSAO
              MOVE WS-RCO-VALOR            TO WS-TPG-VALOR
              MOVE ZEROS                   TO WS-TPG-VALOR-PAGO
                                              WS-TPG-DATA-PAGTO
              SET TPG-ABERTO               TO TRUE
              PERFORM 2650-CALCULAR-VENCIMENTO
              PERFORM 2900-INCLUIR-NA-TABELA
              ADD 1                        TO WS-CTTITULO-NOVO
              MOVE "A"                     TO WS-TIPO-LANC-FOR
              MOVE "PROV"                  TO WS-ORIGEM-LANC-FOR
              MOVE WS-TPG-VALOR            TO WS-VAL-LANC-FOR
              PERFORM 2700-GERAR-LANCAMENTO
              MOVE WS-TPG-VALOR            TO LD-PAG-VALOR
              MOVE "TITULO INCLUIDO"       TO LD-PAG-OCORRENCIA
              PERFORM 2960-RELATAR-TITULO
           END-IF
           .
       2610-PROCURAR-FORNECEDOR.
           IF WS-TFO-CODFORN (WS-IDX-FORNEC) = WS-RCO-FORNECEDOR
              MOVE WS-IDX-FORNEC           TO WS-IDX-FOR-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2650-CALCULAR-VENCIMENTO - RECEBIMENTO + PRAZO DO FORNECEDOR *
      *    (PRAZO ZERO VENCE NO PROPRIO DIA), SEMPRE ROLADO PARA DIA    *
      *    UTIL; DATA QUE O DATACHCK RECUSA FICA COMO VEIO              *
      *----------------------------------------------------------------*
       2650-CALCULAR-VENCIMENTO.
           MOVE WS-RCO-DATAMOVTO (1:4)     TO WS-SOM-ANO-BASE
           MOVE WS-RCO-DATAMOVTO (5:2)     TO WS-SOM-MES-BASE
           MOVE WS-RCO-DATAMOVTO (7:2)     TO WS-SOM-DIA-BASE
           IF WS-TFO-PRAZO (WS-IDX-FOR-ACHADO) = ZERO
              MOVE WS-SOM-DATA-BASE        TO WS-SOM-DATA-RESULTADO
              PERFORM 3450-ROLAR-FIM-DE-SEMANA
              MOVE WS-SOM-DATA-RESULTADO   TO WS-TPG-DATA-VENCTO
           ELSE
              MOVE WS-TFO-PRAZO (WS-IDX-FOR-ACHADO)
                                           TO WS-SOM-QTD-DIAS
              CALL WS-ENTRY-SOMADIAS       USING WS-PARM-SOMADIAS
              IF NOT SOMA-OK
                 ADD 1                     TO WS-CTDATAINV
                 MOVE WS-RCO-DATAMOVTO     TO WS-TPG-DATA-VENCTO
              ELSE
                 PERFORM 3450-ROLAR-FIM-DE-SEMANA
                 MOVE WS-SOM-DATA-RESULTADO TO WS-TPG-DATA-VENCTO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2700-GERAR-LANCAMENTO - UM LANCAMENTO POR TITULO APROPRIADO  *
      *    OU PAGAMENTO BAIXADO, COM AS CONTAS DA TABELA CONTASFOR      *
      *----------------------------------------------------------------*
       2700-GERAR-LANCAMENTO.
           MOVE ZEROS                      TO WS-IDX-CTF-ACHADA
           PERFORM 2710-PROCURAR-CONTASFOR
               VARYING WS-IDX-CONTASFOR FROM 1 BY 1
               UNTIL WS-IDX-CONTASFOR > WS-QTD-CONTASFOR
           IF WS-IDX-CTF-ACHADA = ZERO
              ADD 1                        TO WS-CTSEMCONTA
           ELSE
              MOVE WS-DATA-SYS             TO WS-GLF-DATA
              MOVE WS-ORIGEM-LANC-FOR      TO WS-GLF-ORIGEM
              MOVE WS-CTF-DEB-T (WS-IDX-CTF-ACHADA)
                                           TO WS-GLF-CONTA-DEB
              MOVE WS-CTF-CRED-T (WS-IDX-CTF-ACHADA)
                                           TO WS-GLF-CONTA-CRED
              MOVE WS-VAL-LANC-FOR         TO WS-GLF-VALOR
              WRITE REG-LANCGL3            FROM WS-REG-LANCGL3-D
              IF NOT SUCESSO-GLF
                 MOVE "ERRO GRAVACAO LANCGL3" TO WS-MSG
                 MOVE FS-LANCGL3              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-CTLANCGL
              ADD WS-VAL-LANC-FOR          TO WS-TOT-DEBITO-GLF
                                              WS-TOT-CREDITO-GLF
           END-IF
           .
       2710-PROCURAR-CONTASFOR.
           IF WS-IDX-CTF-ACHADA = ZERO
           AND WS-CTF-TIPO-T (WS-IDX-CONTASFOR) = WS-TIPO-LANC-FOR
              MOVE WS-IDX-CONTASFOR        TO WS-IDX-CTF-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2800-GRAVAR-TITULO - RAZAO NOVO COM TODOS OS TITULOS         *
      *----------------------------------------------------------------*
       2800-GRAVAR-TITULO.
           MOVE WS-TTP-ENT (WS-IDX-TITULO) TO WS-REG-TITPAG
           IF TPG-ABERTO
              COMPUTE WS-TOT-ABERTO = WS-TOT-ABERTO
                                    + WS-TPG-VALOR - WS-TPG-VALOR-PAGO
           END-IF
           WRITE REG-TITPAGNOV             FROM WS-REG-TITPAG
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO TITPAGNOV" TO WS-MSG
              MOVE FS-TITPAGNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2900-INCLUIR-NA-TABELA.
           IF WS-QTD-TITULOS < 5000
              ADD 1                        TO WS-QTD-TITULOS
              MOVE WS-REG-TITPAG           TO
                   WS-TTP-ENT (WS-QTD-TITULOS)
           ELSE
              MOVE "TABELA DE TITULOS ESTOURADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2950-GRAVA-RELPAGAR.
           WRITE REG-RELPAGAR              FROM WS-LINDET-PAG
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPAGAR" TO WS-MSG
              MOVE FS-RELPAGAR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2960-RELATAR-TITULO.
           MOVE WS-TPG-NUM-TITULO          TO LD-PAG-TITULO
           MOVE WS-TPG-CODFORN             TO LD-PAG-FORNECEDOR
           MOVE WS-TPG-NUM-PEDIDO          TO LD-PAG-PEDIDO
           MOVE WS-TPG-DATA-VENCTO         TO LD-PAG-VENCTO
           PERFORM 2950-GRAVA-RELPAGAR
           .
      *----------------------------------------------------------------*
      *    3450-ROLAR-FIM-DE-SEMANA - AVANCA UM DIA POR VEZ ATE CAIR    *
      *    EM DIA UTIL: O DATACHCK DEVOLVE 8 PARA FERIADO DO            *
      *    CALENDARIO E 1/7 PARA FIM DE SEMANA                          *
      *----------------------------------------------------------------*
       3450-ROLAR-FIM-DE-SEMANA.
           MOVE ZEROS                      TO WS-TENTATIVAS-ROL
           PERFORM 3460-TESTAR-DIA-UTIL
           PERFORM 3470-AVANCAR-UM-DIA
               UNTIL DTC-DIA-UTIL
               OR    WS-TENTATIVAS-ROL > 10
           .
       3460-TESTAR-DIA-UTIL.
           MOVE LENGTH OF WS-DTC-DATA      TO WS-DTC-TAMANHO
           MOVE WS-SOM-ANO-RES             TO WS-DTC-ANO
           MOVE WS-SOM-MES-RES             TO WS-DTC-MES
           MOVE WS-SOM-DIA-RES             TO WS-DTC-DIA
           CALL WS-PROG-DATACHCK           USING WS-PARM-DATACHCK
           IF NOT DTC-DATA-OK
      *    DATA IRREGULAR NAO ENTRA EM LACO: SEGUE COMO ESTA
              MOVE 2                       TO WS-DTC-DIA-SEMANA
           END-IF
           .
       3470-AVANCAR-UM-DIA.
           ADD 1                           TO WS-TENTATIVAS-ROL
           MOVE WS-SOM-DATA-RESULTADO      TO WS-SOM-DATA-BASE
           MOVE 1                          TO WS-SOM-QTD-DIAS
           CALL WS-ENTRY-SOMADIAS          USING WS-PARM-SOMADIAS
           PERFORM 3460-TESTAR-DIA-UTIL
           .
       3000-TERMINO.
           MOVE WS-TOT-DEBITO-GLF          TO WS-GLF-TOT-DEBITO
           MOVE WS-TOT-CREDITO-GLF         TO WS-GLF-TOT-CREDITO
           WRITE REG-LANCGL3               FROM WS-REG-LANCGL3-T
           IF NOT SUCESSO-GLF
              MOVE "ERRO AO GRAVAR TRAILER LANCGL3" TO WS-MSG
              MOVE FS-LANCGL3                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPAGAR              FROM WS-CABEC-PAG3
           MOVE WS-TOT-ABERTO              TO RD-PAG-VALOR
           WRITE REG-RELPAGAR              FROM WS-RODAPE-PAG
           MOVE WS-CTTITULO-ANT            TO WS-CTTITULO-ANT-F
           MOVE WS-CTPAGTO                 TO WS-CTPAGTO-F
           MOVE WS-CTQUITADO               TO WS-CTQUITADO-F
           MOVE WS-CTPARCIAL               TO WS-CTPARCIAL-F
           MOVE WS-CTPAGREJ                TO WS-CTPAGREJ-F
           MOVE WS-CTRECEB                 TO WS-CTRECEB-F
           MOVE WS-CTTITULO-NOVO           TO WS-CTTITULO-NOVO-F
           MOVE WS-CTPENDENTE              TO WS-CTPENDENTE-F
           MOVE WS-CTLANCGL                TO WS-CTLANCGL-F
           MOVE WS-CTSEMCONTA              TO WS-CTSEMCONTA-F
           MOVE WS-CTDATAINV               TO WS-CTDATAINV-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TITULOS DO RAZAO ANTERIOR............: "
                                           WS-CTTITULO-ANT-F
           DISPLAY " CARTOES DE PAGAMENTO LIDOS...........: "
                                           WS-CTPAGTO-F
           DISPLAY " TITULOS QUITADOS.....................: "
                                           WS-CTQUITADO-F
           DISPLAY " PAGAMENTOS PARCIAIS..................: "
                                           WS-CTPARCIAL-F
           DISPLAY " PAGAMENTOS RECUSADOS.................: "
                                           WS-CTPAGREJ-F
           DISPLAY " RECEBIMENTOS CASADOS LIDOS...........: "
                                           WS-CTRECEB-F
           DISPLAY " TITULOS INCLUIDOS....................: "
                                           WS-CTTITULO-NOVO-F
           DISPLAY " RECEBIMENTOS PENDENTES (SEM CADASTRO): "
                                           WS-CTPENDENTE-F
           DISPLAY " LANCAMENTOS GRAVADOS NO LANCGL3......: "
                                           WS-CTLANCGL-F
           DISPLAY " LANCAMENTOS SEM CONTA CONTABIL.......: "
                                           WS-CTSEMCONTA-F
           DISPLAY " VENCIMENTOS NAO CALCULADOS...........: "
                                           WS-CTDATAINV-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE TITPAGNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO TITPAGNOV" TO WS-MSG
              MOVE FS-TITPAGNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RECPNOV
           IF NOT SUCESSO-RN
              MOVE "ERRO FECHAMENTO RECPNOV" TO WS-MSG
              MOVE FS-RECPNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LANCGL3
           IF NOT SUCESSO-GLF
              MOVE "ERRO FECHAMENTO LANCGL3" TO WS-MSG
              MOVE FS-LANCGL3                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPAGAR
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPAGAR" TO WS-MSG
              MOVE FS-RELPAGAR                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
