      *    QUANTIDADE DE PEDIDOS E VALOR POR COD-CLIENTE E IMPRIME O    *
      *    RANKING DOS CLIENTES POR VALOR COMPRADO (MAIOR PRIMEIRO),    *
      *    COM TOTAL GERAL E CONCILIACAO DA QUANTIDADE DE DETALHES      *
      *    LIDOS CONTRA O TRAILER QTDREG-EXTTORD. EM SEGUIDA IMPRIME O  *
      *    RESUMO DO ANO POR FILIAL (COD-FILIAL DO DETALHE; EM BRANCO   *
      *    SAI COMO "SEM FILIAL").                                      *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           05 WS-TOT-VALOR                 PIC 9(11)V99.
       77  WS-CODCLI-CUR                   PIC 9(06).
      *----------------------------------------------------------------*
      *    TOTAL DO ANO POR FILIAL, NA ORDEM EM QUE A FILIAL APARECE
      *----------------------------------------------------------------*
       01  WS-TAB-FILIAL.
           05 WS-TFL-ENT OCCURS 200 TIMES.
              10 WS-TFL-CODFIL             PIC X(03).
              10 WS-TFL-QTDPED             PIC 9(07).
              10 WS-TFL-VALOR              PIC 9(13)V99.
       77  WS-QTD-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FIL-ACHADA               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE RANKING
      *----------------------------------------------------------------*
       01  WS-CABEC-RNK1.
           05 RD-RNK-TRAILER               PIC ZZZZZZ9.
           05 RD-RNK-SITUACAO              PIC X(15) VALUE SPACES.
           05 FILLER                       PIC X(17) VALUE SPACES.
       01  WS-CABEC-FIL1.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "RESUMO DE COMPRAS POR FILIAL     -  ".
           05 CB-FIL-ANO                   PIC 9(04).
           05 FILLER                       PIC X(40) VALUE SPACES.
       01  WS-CABEC-FIL2                   PIC X(80)
                                                   VALUE
              "FILIAL      PEDIDOS      VALOR COMPRADO".
       01  WS-LINDET-FIL.
           05 LD-FIL-CODIGO                PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-FIL-QTDPED                PIC ZZZZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-FIL-VALOR                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(41) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       77  WS-CTDETALHE-F                  PIC ZZZZZZ9.
       77  WS-CTANO-F                      PIC ZZZZZZ9.
       77  WS-CTCLIENTE-F                  PIC ZZZZ9.
       77  WS-QTD-FILIAL-F                 PIC ZZZ9.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
                                              WS-QTDREG-TRAILER
                                              WS-POSICAO
                                              WS-TOTAL-GERAL
                                              WS-QTD-FILIAL
           SET TRAILER-EXT-NAO-VISTO       TO TRUE
           ACCEPT WS-DATA-PARM             FROM DATE YYYYMMDD
           MOVE "EX004P33"                 TO WS-PRM-PROGRAMA
                    MOVE COD-CLIENTE       TO WS-PED-CODCLI
                    MOVE VALOR-PEDIDO      TO WS-PED-VALOR
                    RELEASE REG-CLASS-PED  FROM WS-REG-PED
                    PERFORM 2300-ACUMULAR-FILIAL
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2300-ACUMULAR-FILIAL - SOMA O PEDIDO DO ANO NA FILIAL        *
      *----------------------------------------------------------------*
       2300-ACUMULAR-FILIAL.
           MOVE ZEROS                      TO WS-IDX-FIL-ACHADA
           PERFORM 2310-PROCURAR-FILIAL
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > WS-QTD-FILIAL
               OR    WS-IDX-FIL-ACHADA > ZERO
           IF WS-IDX-FIL-ACHADA = ZERO
              IF WS-QTD-FILIAL < 200
                 ADD 1                     TO WS-QTD-FILIAL
                 MOVE WS-QTD-FILIAL        TO WS-IDX-FIL-ACHADA
                 MOVE COD-FILIAL           TO
                      WS-TFL-CODFIL (WS-IDX-FIL-ACHADA)
                 MOVE ZEROS                TO
                      WS-TFL-QTDPED (WS-IDX-FIL-ACHADA)
                      WS-TFL-VALOR (WS-IDX-FIL-ACHADA)
              ELSE
                 MOVE "TABELA DE FILIAIS ESTOURADA" TO WS-MSG
                 MOVE SPACES                        TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           ADD 1                           TO
               WS-TFL-QTDPED (WS-IDX-FIL-ACHADA)
           ADD VALOR-PEDIDO                TO
               WS-TFL-VALOR (WS-IDX-FIL-ACHADA)
           .
       2310-PROCURAR-FILIAL.
           IF WS-TFL-CODFIL (WS-IDX-FILIAL) = COD-FILIAL
              MOVE WS-IDX-FILIAL           TO WS-IDX-FIL-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-TOTALIZAR-CLIENTES - QUEBRA POR CLIENTE GERANDO UM      *
      *    REGISTRO DE TOTAL POR CLIENTE NO TOTWRK                      *
      *----------------------------------------------------------------*
              MOVE " (DIVERGENTE)"         TO RD-RNK-SITUACAO
           END-IF
           WRITE REG-RELRANK               FROM WS-RODAPE-RNK2
           PERFORM 3900-IMPRIMIR-FILIAIS
           MOVE WS-CTDETALHE               TO WS-CTDETALHE-F
           MOVE WS-CTANO                   TO WS-CTANO-F
           MOVE WS-CTCLIENTE               TO WS-CTCLIENTE-F
           MOVE WS-QTD-FILIAL              TO WS-QTD-FILIAL-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
      *----------------------------------------------------------------*
      *    3900-IMPRIMIR-FILIAIS - RESUMO DO ANO POR FILIAL             *
      *----------------------------------------------------------------*
       3900-IMPRIMIR-FILIAIS.
           MOVE WS-ANO-PARM                TO CB-FIL-ANO
           WRITE REG-RELRANK               FROM WS-CABEC-RNK3
           WRITE REG-RELRANK               FROM WS-CABEC-FIL1
           WRITE REG-RELRANK               FROM WS-CABEC-FIL2
           WRITE REG-RELRANK               FROM WS-CABEC-RNK3
           PERFORM 3910-IMPRIMIR-FILIAL
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > WS-QTD-FILIAL
           .
       3910-IMPRIMIR-FILIAL.
           IF WS-TFL-CODFIL (WS-IDX-FILIAL) = SPACES
              MOVE "SEM FILIAL"            TO LD-FIL-CODIGO
           ELSE
              MOVE WS-TFL-CODFIL (WS-IDX-FILIAL) TO LD-FIL-CODIGO
           END-IF
           MOVE WS-TFL-QTDPED (WS-IDX-FILIAL) TO LD-FIL-QTDPED
           MOVE WS-TFL-VALOR (WS-IDX-FILIAL)  TO LD-FIL-VALOR
           WRITE REG-RELRANK               FROM WS-LINDET-FIL
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELRANK" TO WS-MSG
              MOVE FS-RELRANK              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE DETALHES LIDOS EM EXTTORD...: "
                                           WS-CTANO-F
           DISPLAY " TOTAL DE CLIENTES NO RANKING.........: "
                                           WS-CTCLIENTE-F
           DISPLAY " TOTAL DE FILIAIS NO RESUMO...........: "
                                           WS-QTD-FILIAL-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
