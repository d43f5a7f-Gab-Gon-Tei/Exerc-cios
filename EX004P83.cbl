      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P83.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONCILIACAO BANCARIA. CONFRONTA O EXTRATO DIARIO DO BANCO    *
      *    (EXTRATO, CPEXTRAT) COM AS BAIXAS DO RETORNO DE COBRANCA     *
      *    (O MESMO ARQUIVO QUE O EX004P56 TRANSFORMA EM CARTOES        *
      *    RECEB). PRIMEIRO CADA ESTORNO DE CREDITO (HISTORICO 103) E   *
      *    CASADO COM O CREDITO ORIGINAL DE MESMO VALOR E DOCUMENTO,    *
      *    QUE DEIXA DE VALER COMO RECEBIMENTO. DEPOIS CADA CREDITO E   *
      *    CASADO COM UMA BAIXA DE MESMA DATA E VALOR E, NAO HAVENDO,   *
      *    COM O CONJUNTO DAS BAIXAS AINDA LIVRES DA MESMA DATA CUJA    *
      *    SOMA DA O VALOR DO CREDITO (BANCO AGRUPANDO VARIOS TITULOS   *
      *    NUM SO CREDITO). SAEM EM RELCONBC OS CREDITOS CONCILIADOS    *
      *    COM SUAS BAIXAS, OS CREDITOS SEM BAIXA, AS BAIXAS SEM        *
      *    CREDITO, OS CREDITOS ESTORNADOS E AS TARIFAS E ENCARGOS      *
      *    COBRADOS PELO BANCO (HISTORICOS 105 E 102, COM O ESTORNO DE  *
      *    DEBITO 204 ABATENDO).                                        *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN           TO UT-S-EXTRATO
           FILE STATUS IS FS-EXTRATO
           .
           SELECT RETORNO ASSIGN           TO UT-S-RETORNO
           FILE STATUS IS FS-RETORNO
           .
           SELECT RELCONBC ASSIGN          TO UT-S-RELCONBC
           FILE STATUS IS FS-RELCONBC
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    EXTRATO - LANCAMENTOS DO EXTRATO BANCARIO (CPEXTRAT)
       FD  EXTRATO
           RECORDING MODE IS F
           .
       01  REG-EXTRATO                     PIC X(80).

      *    RETORNO - TITULOS PAGOS NO LAYOUT FIXO DO BANCO
       FD  RETORNO
           RECORDING MODE IS F
           .
       01  REG-RETORNO                     PIC X(60).

       FD  RELCONBC
           RECORDING MODE IS F
           .
       01  REG-RELCONBC                    PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTRAT.
      *----------------------------------------------------------------*
      *    REGISTROS DO RETORNO DO BANCO (LAYOUT DO EX004P56)
      *----------------------------------------------------------------*
       01  WS-REG-RETORNO.
           05 WS-RET-TIPO                  PIC X(01).
           05 WS-RET-NUMCONTR              PIC 9(05).
           05 WS-RET-NUMPARC               PIC 9(03).
           05 WS-RET-VALOR-PAGO            PIC 9(09)V99.
           05 WS-RET-DATA-PGTO             PIC 9(08).
           05 FILLER                       PIC X(32).
      *----------------------------------------------------------------*
      *    LANCAMENTOS DO EXTRATO. SITUACAO: " " PENDENTE, "C" CREDITO
      *    CONCILIADO, "E" CREDITO ESTORNADO, "R" ESTORNO APLICADO,
      *    "X" ESTORNO SEM CREDITO ORIGINAL
      *----------------------------------------------------------------*
       01  WS-TAB-EXTRATO.
           05 WS-TEX-ENT OCCURS 3000 TIMES.
              10 WS-TEX-DATA               PIC 9(08).
              10 WS-TEX-VALOR              PIC 9(11)V99.
              10 WS-TEX-NATUREZA           PIC X(01).
              10 WS-TEX-HISTORICO          PIC 9(03).
              10 WS-TEX-DOCUMENTO          PIC X(10).
              10 WS-TEX-DESCRICAO          PIC X(25).
              10 WS-TEX-SITUACAO           PIC X(01).
              10 WS-TEX-IDX-PAR            PIC 9(04) COMP.
              10 WS-TEX-QTD-BAIXAS         PIC 9(04) COMP.
       77  WS-QTD-EXTRATO                  PIC 9(04) COMP.
       77  WS-IDX-EXT                      PIC 9(04) COMP.
       77  WS-IDX-EXT-ORIG                 PIC 9(04) COMP.
       77  WS-IDX-EXT-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    BAIXAS DO RETORNO; IDX-CREDITO ZERO = SEM CREDITO NO EXTRATO
      *----------------------------------------------------------------*
       01  WS-TAB-BAIXAS.
           05 WS-TBX-ENT OCCURS 5000 TIMES.
              10 WS-TBX-NUMCONTR           PIC 9(05).
              10 WS-TBX-NUMPARC            PIC 9(03).
              10 WS-TBX-VALOR              PIC 9(09)V99.
              10 WS-TBX-DATA               PIC 9(08).
              10 WS-TBX-IDX-CREDITO        PIC 9(04) COMP.
       77  WS-QTD-BAIXAS                   PIC 9(04) COMP.
       77  WS-IDX-BX                       PIC 9(04) COMP.
       77  WS-IDX-BX-ACHADA                PIC 9(04) COMP.
       77  WS-SOMA-LOTE                    PIC 9(13)V99.
       77  WS-QTD-LOTE                     PIC 9(04) COMP.
       01  WS-SW-ENCERRAMENTO              PIC X(01).
           88 ENCERRAMENTO-VISTO                   VALUE "S".
           88 ENCERRAMENTO-NAO-VISTO               VALUE "N".
      *----------------------------------------------------------------*
      *    RELATORIO DE CONCILIACAO BANCARIA (RELCONBC)
      *----------------------------------------------------------------*
       01  WS-CABEC-CBC1                   PIC X(100)
                                                   VALUE
              "           CONCILIACAO BANCARIA - EXTRATO X RETORNO".
       01  WS-CABEC-CBC2                   PIC X(100)
                                                   VALUE
              "DATA      HIS  DOCUMENTO   DESCRICAO                     
      -       "         VALOR   OBSERVACAO".
       01  WS-CABEC-CBC3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINHA-BRANCO                 PIC X(100) VALUE SPACES.
       01  WS-TITULO-SECAO.
           05 FILLER                       PIC X(04) VALUE "*** ".
           05 TS-CBC-TITULO                PIC X(40).
           05 FILLER                       PIC X(56) VALUE SPACES.
       01  WS-LINDET-CBC.
           05 LD-CBC-DATA                  PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CBC-HISTORICO             PIC 9(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CBC-DOCUMENTO             PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CBC-DESCRICAO             PIC X(25).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CBC-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-CBC-OBS                   PIC X(26).
       01  WS-LINBX-CBC.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "TITULO ".
           05 LB-CBC-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LB-CBC-NUMPARC               PIC 9(03).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PAGO EM ".
           05 LB-CBC-DATA                  PIC 9(08).
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 LB-CBC-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(28) VALUE SPACES.
       01  WS-RODAPE-CBC.
           05 RD-CBC-ROTULO                PIC X(40).
           05 RD-CBC-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 RD-CBC-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(28) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-EXTRATO                      PIC X(02).
           88 SUCESSO-EX                   VALUE "00".
           88 FIM-ARQ-EX                   VALUE "10".
       01  FS-RETORNO                      PIC X(02).
           88 SUCESSO-B                    VALUE "00".
           88 FIM-ARQ-B                    VALUE "10".
       01  FS-RELCONBC                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E TOTAIS
      *----------------------------------------------------------------*
       77  WS-CTEXTRATO                    PIC 9(05) COMP.
       77  WS-CTBAIXA                      PIC 9(05) COMP.
       77  WS-CTCONCILIADO                 PIC 9(05) COMP.
       77  WS-CTCRED-SEMBX                 PIC 9(05) COMP.
       77  WS-CTBX-SEMCRED                 PIC 9(05) COMP.
       77  WS-CTESTORNO                    PIC 9(05) COMP.
       77  WS-CTTARIFA                     PIC 9(05) COMP.
       77  WS-CTOUTRO-DEB                  PIC 9(05) COMP.
       77  WS-TOT-CONCILIADO               PIC 9(13)V99.
       77  WS-TOT-CRED-SEMBX               PIC 9(13)V99.
       77  WS-TOT-BX-SEMCRED               PIC 9(13)V99.
       77  WS-TOT-ESTORNO                  PIC 9(13)V99.
       77  WS-TOT-TARIFA                   PIC S9(13)V99.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTEXTRATO-F                  PIC ZZZZ9.
       77  WS-CTBAIXA-F                    PIC ZZZZ9.
       77  WS-CTCONCILIADO-F               PIC ZZZZ9.
       77  WS-CTCRED-SEMBX-F               PIC ZZZZ9.
       77  WS-CTBX-SEMCRED-F               PIC ZZZZ9.
       77  WS-CTESTORNO-F                  PIC ZZZZ9.
       77  WS-CTTARIFA-F                   PIC ZZZZ9.
       77  WS-CTOUTRO-DEB-F                PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P83.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-CARREGAR-EXTRATO
           PERFORM 1200-CARREGAR-RETORNO
           PERFORM 2000-TRATAR-ESTORNOS
           PERFORM 2100-CASAR-EXATO
           PERFORM 2200-CASAR-LOTE
           PERFORM 3000-EMITIR-RELATORIO
           PERFORM 4000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTEXTRATO
                                              WS-CTBAIXA
                                              WS-CTCONCILIADO
                                              WS-CTCRED-SEMBX
                                              WS-CTBX-SEMCRED
                                              WS-CTESTORNO
                                              WS-CTTARIFA
                                              WS-CTOUTRO-DEB
                                              WS-TOT-CONCILIADO
                                              WS-TOT-CRED-SEMBX
                                              WS-TOT-BX-SEMCRED
                                              WS-TOT-ESTORNO
                                              WS-TOT-TARIFA
                                              WS-QTD-EXTRATO
                                              WS-QTD-BAIXAS
           OPEN OUTPUT RELCONBC
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELCONBC" TO WS-MSG
              MOVE FS-RELCONBC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELCONBC              FROM WS-CABEC-CBC1
           WRITE REG-RELCONBC              FROM WS-CABEC-CBC2
           WRITE REG-RELCONBC              FROM WS-CABEC-CBC3
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-EXTRATO - LANCAMENTOS DO EXTRATO EM TABELA     *
      *----------------------------------------------------------------*
       1100-CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO
           IF NOT SUCESSO-EX
              MOVE "ERRO ABERTURA EXTRATO" TO WS-MSG
              MOVE FS-EXTRATO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-EXTRATO
           PERFORM 1120-ARMAZENAR-LANCAMENTO UNTIL FIM-ARQ-EX
           CLOSE EXTRATO
           .
       1110-LER-EXTRATO.
           READ EXTRATO INTO WS-REG-EXTRATO
           IF SUCESSO-EX
              ADD 1                        TO WS-CTEXTRATO
           ELSE
              IF NOT FIM-ARQ-EX
                 MOVE "ERRO LEITURA EXTRATO" TO WS-MSG
                 MOVE FS-EXTRATO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-LANCAMENTO.
           IF WS-EXT-DATA IS NOT NUMERIC
           OR WS-EXT-VALOR IS NOT NUMERIC
           OR WS-EXT-HISTORICO IS NOT NUMERIC
           OR NOT (EXT-CREDITO OR EXT-DEBITO)
              MOVE "LANCAMENTO INVALIDO NO EXTRATO" TO WS-MSG
              MOVE SPACES                           TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-QTD-EXTRATO < 3000
              ADD 1                        TO WS-QTD-EXTRATO
              MOVE WS-QTD-EXTRATO          TO WS-IDX-EXT
              MOVE WS-EXT-DATA             TO WS-TEX-DATA (WS-IDX-EXT)
              MOVE WS-EXT-VALOR            TO WS-TEX-VALOR (WS-IDX-EXT)
              MOVE WS-EXT-NATUREZA         TO
                   WS-TEX-NATUREZA (WS-IDX-EXT)
              MOVE WS-EXT-HISTORICO        TO
                   WS-TEX-HISTORICO (WS-IDX-EXT)
              MOVE WS-EXT-DOCUMENTO        TO
                   WS-TEX-DOCUMENTO (WS-IDX-EXT)
              MOVE WS-EXT-DESCRICAO        TO
                   WS-TEX-DESCRICAO (WS-IDX-EXT)
              MOVE SPACES                  TO
                   WS-TEX-SITUACAO (WS-IDX-EXT)
              MOVE ZEROS                   TO
                   WS-TEX-IDX-PAR (WS-IDX-EXT)
                   WS-TEX-QTD-BAIXAS (WS-IDX-EXT)
           ELSE
              MOVE "TABELA DO EXTRATO ESTOURADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-EXTRATO
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-RETORNO - DETALHES "1" DO RETORNO EM TABELA,   *
      *    COM ABERTURA "0" E ENCERRAMENTO "9" COMO NO EX004P56         *
      *----------------------------------------------------------------*
       1200-CARREGAR-RETORNO.
           SET ENCERRAMENTO-NAO-VISTO      TO TRUE
           OPEN INPUT RETORNO
           IF NOT SUCESSO-B
              MOVE "ERRO ABERTURA RETORNO" TO WS-MSG
              MOVE FS-RETORNO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-RETORNO
           IF WS-RET-TIPO NOT = "0"
              MOVE "RETORNO SEM REGISTRO DE ABERTURA" TO WS-MSG
              MOVE FS-RETORNO                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1220-TRATAR-RETORNO
               UNTIL ENCERRAMENTO-VISTO
           CLOSE RETORNO
           .
       1210-LER-RETORNO.
           READ RETORNO INTO WS-REG-RETORNO
           IF NOT SUCESSO-B
              IF FIM-ARQ-B
                 MOVE "RETORNO SEM ENCERRAMENTO" TO WS-MSG
                 MOVE FS-RETORNO                 TO WS-FS
                 GO TO 9000-ERRO
              ELSE
                 MOVE "ERRO LEITURA RETORNO" TO WS-MSG
                 MOVE FS-RETORNO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-TRATAR-RETORNO.
           PERFORM 1210-LER-RETORNO
           IF WS-RET-TIPO = "9"
              SET ENCERRAMENTO-VISTO       TO TRUE
           ELSE
              IF WS-RET-NUMCONTR IS NUMERIC
              AND WS-RET-NUMPARC IS NUMERIC
              AND WS-RET-VALOR-PAGO IS NUMERIC
              AND WS-RET-DATA-PGTO IS NUMERIC
                 PERFORM 1230-ARMAZENAR-BAIXA
              END-IF
           END-IF
           .
       1230-ARMAZENAR-BAIXA.
           IF WS-QTD-BAIXAS < 5000
              ADD 1                        TO WS-QTD-BAIXAS
                                              WS-CTBAIXA
              MOVE WS-QTD-BAIXAS           TO WS-IDX-BX
              MOVE WS-RET-NUMCONTR         TO
                   WS-TBX-NUMCONTR (WS-IDX-BX)
              MOVE WS-RET-NUMPARC          TO WS-TBX-NUMPARC (WS-IDX-BX)
              MOVE WS-RET-VALOR-PAGO       TO WS-TBX-VALOR (WS-IDX-BX)
              MOVE WS-RET-DATA-PGTO        TO WS-TBX-DATA (WS-IDX-BX)
              MOVE ZEROS                   TO
                   WS-TBX-IDX-CREDITO (WS-IDX-BX)
           ELSE
              MOVE "TABELA DE BAIXAS ESTOURADA" TO WS-MSG
              MOVE SPACES                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-TRATAR-ESTORNOS - CADA ESTORNO DE CREDITO ANULA O       *
      *    CREDITO ANTERIOR DE MESMO VALOR E DOCUMENTO AINDA NAO        *
      *    ESTORNADO; SEM ORIGINAL NO EXTRATO, FICA MARCADO "X"         *
      *----------------------------------------------------------------*
       2000-TRATAR-ESTORNOS.
           PERFORM 2010-TRATAR-ESTORNO
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           .
       2010-TRATAR-ESTORNO.
           IF WS-TEX-NATUREZA (WS-IDX-EXT) = "D"
           AND WS-TEX-HISTORICO (WS-IDX-EXT) = 103
              ADD 1                        TO WS-CTESTORNO
              ADD WS-TEX-VALOR (WS-IDX-EXT) TO WS-TOT-ESTORNO
              MOVE ZEROS                   TO WS-IDX-EXT-ACHADO
              PERFORM 2020-PROCURAR-ORIGINAL
                  VARYING WS-IDX-EXT-ORIG FROM 1 BY 1
                  UNTIL WS-IDX-EXT-ORIG > WS-QTD-EXTRATO
                  OR    WS-IDX-EXT-ACHADO > ZERO
              IF WS-IDX-EXT-ACHADO = ZERO
                 MOVE "X"                  TO
                      WS-TEX-SITUACAO (WS-IDX-EXT)
              ELSE
                 MOVE "R"                  TO
                      WS-TEX-SITUACAO (WS-IDX-EXT)
                 MOVE WS-IDX-EXT-ACHADO    TO
                      WS-TEX-IDX-PAR (WS-IDX-EXT)
                 MOVE "E"                  TO
                      WS-TEX-SITUACAO (WS-IDX-EXT-ACHADO)
                 MOVE WS-IDX-EXT           TO
                      WS-TEX-IDX-PAR (WS-IDX-EXT-ACHADO)
              END-IF
           END-IF
           .
       2020-PROCURAR-ORIGINAL.
           IF WS-TEX-NATUREZA (WS-IDX-EXT-ORIG) = "C"
           AND WS-TEX-SITUACAO (WS-IDX-EXT-ORIG) = SPACES
           AND WS-TEX-HISTORICO (WS-IDX-EXT-ORIG) NOT = 204
           AND WS-TEX-VALOR (WS-IDX-EXT-ORIG) =
               WS-TEX-VALOR (WS-IDX-EXT)
           AND WS-TEX-DOCUMENTO (WS-IDX-EXT-ORIG) =
               WS-TEX-DOCUMENTO (WS-IDX-EXT)
           AND WS-TEX-DATA (WS-IDX-EXT-ORIG) NOT >
               WS-TEX-DATA (WS-IDX-EXT)
              MOVE WS-IDX-EXT-ORIG         TO WS-IDX-EXT-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2100-CASAR-EXATO - CREDITO COM UMA BAIXA DE MESMA DATA E     *
      *    MESMO VALOR                                                  *
      *----------------------------------------------------------------*
       2100-CASAR-EXATO.
           PERFORM 2110-CASAR-CREDITO
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           .
       2110-CASAR-CREDITO.
           IF WS-TEX-NATUREZA (WS-IDX-EXT) = "C"
           AND WS-TEX-SITUACAO (WS-IDX-EXT) = SPACES
           AND WS-TEX-HISTORICO (WS-IDX-EXT) NOT = 204
              MOVE ZEROS                   TO WS-IDX-BX-ACHADA
              PERFORM 2120-PROCURAR-BAIXA
                  VARYING WS-IDX-BX FROM 1 BY 1
                  UNTIL WS-IDX-BX > WS-QTD-BAIXAS
                  OR    WS-IDX-BX-ACHADA > ZERO
              IF WS-IDX-BX-ACHADA > ZERO
                 MOVE WS-IDX-EXT           TO
                      WS-TBX-IDX-CREDITO (WS-IDX-BX-ACHADA)
                 MOVE "C"                  TO
                      WS-TEX-SITUACAO (WS-IDX-EXT)
                 MOVE 1                    TO
                      WS-TEX-QTD-BAIXAS (WS-IDX-EXT)
              END-IF
           END-IF
           .
       2120-PROCURAR-BAIXA.
           IF WS-TBX-IDX-CREDITO (WS-IDX-BX) = ZERO
           AND WS-TBX-DATA (WS-IDX-BX) = WS-TEX-DATA (WS-IDX-EXT)
           AND WS-TBX-VALOR (WS-IDX-BX) = WS-TEX-VALOR (WS-IDX-EXT)
              MOVE WS-IDX-BX               TO WS-IDX-BX-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-CASAR-LOTE - CREDITO AINDA PENDENTE CONTRA A SOMA DAS   *
      *    BAIXAS LIVRES DA MESMA DATA (TITULOS AGRUPADOS PELO BANCO)   *
      *----------------------------------------------------------------*
       2200-CASAR-LOTE.
           PERFORM 2210-CASAR-CREDITO-LOTE
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           .
       2210-CASAR-CREDITO-LOTE.
           IF WS-TEX-NATUREZA (WS-IDX-EXT) = "C"
           AND WS-TEX-SITUACAO (WS-IDX-EXT) = SPACES
           AND WS-TEX-HISTORICO (WS-IDX-EXT) NOT = 204
              MOVE ZEROS                   TO WS-SOMA-LOTE
                                              WS-QTD-LOTE
              PERFORM 2220-SOMAR-BAIXA-LIVRE
                  VARYING WS-IDX-BX FROM 1 BY 1
                  UNTIL WS-IDX-BX > WS-QTD-BAIXAS
              IF WS-QTD-LOTE > 1
              AND WS-SOMA-LOTE = WS-TEX-VALOR (WS-IDX-EXT)
                 PERFORM 2230-MARCAR-BAIXA-LOTE
                     VARYING WS-IDX-BX FROM 1 BY 1
                     UNTIL WS-IDX-BX > WS-QTD-BAIXAS
                 MOVE "C"                  TO
                      WS-TEX-SITUACAO (WS-IDX-EXT)
                 MOVE WS-QTD-LOTE          TO
                      WS-TEX-QTD-BAIXAS (WS-IDX-EXT)
              END-IF
           END-IF
           .
       2220-SOMAR-BAIXA-LIVRE.
           IF WS-TBX-IDX-CREDITO (WS-IDX-BX) = ZERO
           AND WS-TBX-DATA (WS-IDX-BX) = WS-TEX-DATA (WS-IDX-EXT)
              ADD WS-TBX-VALOR (WS-IDX-BX) TO WS-SOMA-LOTE
              ADD 1                        TO WS-QTD-LOTE
           END-IF
           .
       2230-MARCAR-BAIXA-LOTE.
           IF WS-TBX-IDX-CREDITO (WS-IDX-BX) = ZERO
           AND WS-TBX-DATA (WS-IDX-BX) = WS-TEX-DATA (WS-IDX-EXT)
              MOVE WS-IDX-EXT              TO
                   WS-TBX-IDX-CREDITO (WS-IDX-BX)
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-EMITIR-RELATORIO - UMA SECAO POR SITUACAO               *
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO.
           MOVE "CREDITOS CONCILIADOS"     TO TS-CBC-TITULO
           PERFORM 3900-ABRIR-SECAO
           PERFORM 3100-LISTAR-CONCILIADO
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           MOVE "TOTAL CONCILIADO"         TO RD-CBC-ROTULO
           MOVE WS-CTCONCILIADO            TO RD-CBC-QTD
           MOVE WS-TOT-CONCILIADO          TO RD-CBC-VALOR
           PERFORM 3950-FECHAR-SECAO
           MOVE "CREDITOS NO EXTRATO SEM BAIXA" TO TS-CBC-TITULO
           PERFORM 3900-ABRIR-SECAO
           PERFORM 3200-LISTAR-CRED-SEMBX
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           MOVE "TOTAL DE CREDITOS SEM BAIXA" TO RD-CBC-ROTULO
           MOVE WS-CTCRED-SEMBX            TO RD-CBC-QTD
           MOVE WS-TOT-CRED-SEMBX          TO RD-CBC-VALOR
           PERFORM 3950-FECHAR-SECAO
           MOVE "BAIXAS DO RETORNO SEM CREDITO" TO TS-CBC-TITULO
           PERFORM 3900-ABRIR-SECAO
           PERFORM 3300-LISTAR-BX-SEMCRED
               VARYING WS-IDX-BX FROM 1 BY 1
               UNTIL WS-IDX-BX > WS-QTD-BAIXAS
           MOVE "TOTAL DE BAIXAS SEM CREDITO" TO RD-CBC-ROTULO
           MOVE WS-CTBX-SEMCRED            TO RD-CBC-QTD
           MOVE WS-TOT-BX-SEMCRED          TO RD-CBC-VALOR
           PERFORM 3950-FECHAR-SECAO
           MOVE "CREDITOS ESTORNADOS PELO BANCO" TO TS-CBC-TITULO
           PERFORM 3900-ABRIR-SECAO
           PERFORM 3400-LISTAR-ESTORNO
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           MOVE "TOTAL ESTORNADO"          TO RD-CBC-ROTULO
           MOVE WS-CTESTORNO               TO RD-CBC-QTD
           MOVE WS-TOT-ESTORNO             TO RD-CBC-VALOR
           PERFORM 3950-FECHAR-SECAO
           MOVE "TARIFAS E ENCARGOS BANCARIOS" TO TS-CBC-TITULO
           PERFORM 3900-ABRIR-SECAO
           PERFORM 3500-LISTAR-TARIFA
               VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
           MOVE "TOTAL LIQUIDO DE TARIFAS" TO RD-CBC-ROTULO
           MOVE WS-CTTARIFA                TO RD-CBC-QTD
           MOVE WS-TOT-TARIFA              TO RD-CBC-VALOR
           PERFORM 3950-FECHAR-SECAO
           .
      *    CREDITO CONCILIADO SEGUIDO DAS BAIXAS QUE O COMPOEM
       3100-LISTAR-CONCILIADO.
           IF WS-TEX-SITUACAO (WS-IDX-EXT) = "C"
              ADD 1                        TO WS-CTCONCILIADO
              ADD WS-TEX-VALOR (WS-IDX-EXT) TO WS-TOT-CONCILIADO
              IF WS-TEX-QTD-BAIXAS (WS-IDX-EXT) > 1
                 MOVE "AGRUPADO PELO BANCO"  TO LD-CBC-OBS
              ELSE
                 MOVE SPACES                 TO LD-CBC-OBS
              END-IF
              MOVE WS-TEX-VALOR (WS-IDX-EXT) TO LD-CBC-VALOR
              PERFORM 3800-GRAVAR-LANCAMENTO
              PERFORM 3110-LISTAR-BAIXA-CREDITO
                  VARYING WS-IDX-BX FROM 1 BY 1
                  UNTIL WS-IDX-BX > WS-QTD-BAIXAS
           END-IF
           .
       3110-LISTAR-BAIXA-CREDITO.
           IF WS-TBX-IDX-CREDITO (WS-IDX-BX) = WS-IDX-EXT
              PERFORM 3850-GRAVAR-BAIXA
           END-IF
           .
       3200-LISTAR-CRED-SEMBX.
           IF WS-TEX-NATUREZA (WS-IDX-EXT) = "C"
           AND WS-TEX-SITUACAO (WS-IDX-EXT) = SPACES
           AND WS-TEX-HISTORICO (WS-IDX-EXT) NOT = 204
              ADD 1                        TO WS-CTCRED-SEMBX
              ADD WS-TEX-VALOR (WS-IDX-EXT) TO WS-TOT-CRED-SEMBX
              MOVE SPACES                  TO LD-CBC-OBS
              MOVE WS-TEX-VALOR (WS-IDX-EXT) TO LD-CBC-VALOR
              PERFORM 3800-GRAVAR-LANCAMENTO
           END-IF
           .
       3300-LISTAR-BX-SEMCRED.
           IF WS-TBX-IDX-CREDITO (WS-IDX-BX) = ZERO
              ADD 1                        TO WS-CTBX-SEMCRED
              ADD WS-TBX-VALOR (WS-IDX-BX) TO WS-TOT-BX-SEMCRED
              PERFORM 3850-GRAVAR-BAIXA
           END-IF
           .
      *    ESTORNO COM O CREDITO QUE ELE ANULOU NA LINHA SEGUINTE
       3400-LISTAR-ESTORNO.
           EVALUATE WS-TEX-SITUACAO (WS-IDX-EXT)
              WHEN "R"
                 MOVE "ESTORNO"            TO LD-CBC-OBS
                 COMPUTE LD-CBC-VALOR = ZERO - WS-TEX-VALOR (WS-IDX-EXT)
                 PERFORM 3800-GRAVAR-LANCAMENTO
                 MOVE WS-IDX-EXT           TO WS-IDX-EXT-ORIG
                 MOVE WS-TEX-IDX-PAR (WS-IDX-EXT) TO WS-IDX-EXT
                 MOVE "CREDITO ANULADO"    TO LD-CBC-OBS
                 MOVE WS-TEX-VALOR (WS-IDX-EXT) TO LD-CBC-VALOR
                 PERFORM 3800-GRAVAR-LANCAMENTO
                 MOVE WS-IDX-EXT-ORIG      TO WS-IDX-EXT
              WHEN "X"
                 MOVE "SEM CREDITO ORIGINAL"   TO LD-CBC-OBS
                 COMPUTE LD-CBC-VALOR = ZERO - WS-TEX-VALOR (WS-IDX-EXT)
                 PERFORM 3800-GRAVAR-LANCAMENTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *    TARIFA E ENCARGO SAEM POSITIVOS; ESTORNO DE DEBITO ABATE
       3500-LISTAR-TARIFA.
           EVALUATE TRUE
              WHEN WS-TEX-NATUREZA (WS-IDX-EXT) = "D"
              AND (WS-TEX-HISTORICO (WS-IDX-EXT) = 105
              OR   WS-TEX-HISTORICO (WS-IDX-EXT) = 102)
                 ADD 1                     TO WS-CTTARIFA
                 ADD WS-TEX-VALOR (WS-IDX-EXT) TO WS-TOT-TARIFA
                 MOVE WS-TEX-VALOR (WS-IDX-EXT) TO LD-CBC-VALOR
                 IF WS-TEX-HISTORICO (WS-IDX-EXT) = 105
                    MOVE "TARIFA"          TO LD-CBC-OBS
                 ELSE
                    MOVE "ENCARGO"         TO LD-CBC-OBS
                 END-IF
                 PERFORM 3800-GRAVAR-LANCAMENTO
              WHEN WS-TEX-NATUREZA (WS-IDX-EXT) = "C"
              AND  WS-TEX-HISTORICO (WS-IDX-EXT) = 204
                 ADD 1                     TO WS-CTTARIFA
                 SUBTRACT WS-TEX-VALOR (WS-IDX-EXT) FROM WS-TOT-TARIFA
                 COMPUTE LD-CBC-VALOR = ZERO - WS-TEX-VALOR (WS-IDX-EXT)
                 MOVE "ESTORNO DE DEBITO"  TO LD-CBC-OBS
                 PERFORM 3800-GRAVAR-LANCAMENTO
              WHEN WS-TEX-NATUREZA (WS-IDX-EXT) = "D"
              AND  WS-TEX-HISTORICO (WS-IDX-EXT) NOT = 103
                 ADD 1                     TO WS-CTOUTRO-DEB
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       3800-GRAVAR-LANCAMENTO.
           MOVE WS-TEX-DATA (WS-IDX-EXT)   TO LD-CBC-DATA
           MOVE WS-TEX-HISTORICO (WS-IDX-EXT) TO LD-CBC-HISTORICO
           MOVE WS-TEX-DOCUMENTO (WS-IDX-EXT) TO LD-CBC-DOCUMENTO
           MOVE WS-TEX-DESCRICAO (WS-IDX-EXT) TO LD-CBC-DESCRICAO
           WRITE REG-RELCONBC              FROM WS-LINDET-CBC
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELCONBC" TO WS-MSG
              MOVE FS-RELCONBC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3850-GRAVAR-BAIXA.
           MOVE WS-TBX-NUMCONTR (WS-IDX-BX) TO LB-CBC-NUMCONTR
           MOVE WS-TBX-NUMPARC (WS-IDX-BX) TO LB-CBC-NUMPARC
           MOVE WS-TBX-DATA (WS-IDX-BX)    TO LB-CBC-DATA
           MOVE WS-TBX-VALOR (WS-IDX-BX)   TO LB-CBC-VALOR
           WRITE REG-RELCONBC              FROM WS-LINBX-CBC
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELCONBC" TO WS-MSG
              MOVE FS-RELCONBC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3900-ABRIR-SECAO.
           WRITE REG-RELCONBC              FROM WS-LINHA-BRANCO
           WRITE REG-RELCONBC              FROM WS-TITULO-SECAO
           .
       3950-FECHAR-SECAO.
           WRITE REG-RELCONBC              FROM WS-CABEC-CBC3
           WRITE REG-RELCONBC              FROM WS-RODAPE-CBC
           .
       4000-TERMINO.
           CLOSE RELCONBC
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELCONBC" TO WS-MSG
              MOVE FS-RELCONBC                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTEXTRATO               TO WS-CTEXTRATO-F
           MOVE WS-CTBAIXA                 TO WS-CTBAIXA-F
           MOVE WS-CTCONCILIADO            TO WS-CTCONCILIADO-F
           MOVE WS-CTCRED-SEMBX            TO WS-CTCRED-SEMBX-F
           MOVE WS-CTBX-SEMCRED            TO WS-CTBX-SEMCRED-F
           MOVE WS-CTESTORNO               TO WS-CTESTORNO-F
           MOVE WS-CTTARIFA                TO WS-CTTARIFA-F
           MOVE WS-CTOUTRO-DEB             TO WS-CTOUTRO-DEB-F
           PERFORM 5000-EXIBIR-RESULTADOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " LANCAMENTOS LIDOS NO EXTRATO.........: "
                                           WS-CTEXTRATO-F
           DISPLAY " BAIXAS LIDAS NO RETORNO..............: "
                                           WS-CTBAIXA-F
           DISPLAY " CREDITOS CONCILIADOS.................: "
                                           WS-CTCONCILIADO-F
           DISPLAY " CREDITOS SEM BAIXA...................: "
                                           WS-CTCRED-SEMBX-F
           DISPLAY " BAIXAS SEM CREDITO...................: "
                                           WS-CTBX-SEMCRED-F
           DISPLAY " ESTORNOS DE CREDITO..................: "
                                           WS-CTESTORNO-F
           DISPLAY " TARIFAS E ENCARGOS...................: "
                                           WS-CTTARIFA-F
           DISPLAY " OUTROS DEBITOS NAO CONCILIADOS.......: "
                                           WS-CTOUTRO-DEB-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
