      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P80.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO PLANO DE CONTAS (CPPLCTA). CADA CONTA TEM      *
      *    TIPO (ATIVO, PASSIVO, PATRIMONIO LIQUIDO, RECEITA, CUSTO OU  *
      *    DESPESA), GRAU (SINTETICA OU ANALITICA), CONTA-PAI E         *
      *    SITUACAO ATIVA/INATIVA. OS CARTOES PLCMOV ("I" INCLUI, "A"   *
      *    ALTERA, "D" DESATIVA) SAO APLICADOS NA ORDEM DE LEITURA      *
      *    SOBRE O PLANO ANTERIOR (PLCANT), CARREGADO EM TABELA PARA    *
      *    CONFERIR A HIERARQUIA, E O PLANO NOVO SAI EM PLCNOV. A       *
      *    CONTA-PAI TEM DE EXISTIR, SER SINTETICA, ATIVA E DO MESMO    *
      *    TIPO; CONTA COM SUBCONTAS ATIVAS NAO E DESATIVADA. NA        *
      *    ALTERACAO, CAMPO EM BRANCO NO CARTAO MANTEM O VALOR DO       *
      *    CADASTRO E ATIVA "S" REATIVA A CONTA. CONTA NAO E EXCLUIDA,  *
      *    POIS O RAZAO GUARDA LANCAMENTOS NELA. CADA CARTAO SAI NO     *
      *    RELATORIO DE AUDITORIA RELPLC.                               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PLCMOV ASSIGN            TO UT-S-PLCMOV
           FILE STATUS IS FS-PLCMOV
           .
           SELECT OPTIONAL PLCANT ASSIGN   TO UT-S-PLCANT
           FILE STATUS IS FS-PLCANT
           .
           SELECT PLCNOV ASSIGN            TO UT-S-PLCNOV
           FILE STATUS IS FS-PLCNOV
           .
           SELECT RELPLC ASSIGN            TO UT-S-RELPLC
           FILE STATUS IS FS-RELPLC
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PLCMOV - CARTOES DE MANUTENCAO DO PLANO DE CONTAS
       FD  PLCMOV
           RECORDING MODE IS F
           .
       01  REG-PLCMOV                      PIC X(80).

      *    PLCANT - PLANO DE CONTAS DO CICLO ANTERIOR
       FD  PLCANT
           RECORDING MODE IS F
           .
       01  REG-PLCANT                      PIC X(80).

      *    PLCNOV - PLANO DE CONTAS ATUALIZADO
       FD  PLCNOV
           RECORDING MODE IS F
           .
       01  REG-PLCNOV                      PIC X(80).

       FD  RELPLC
           RECORDING MODE IS F
           .
       01  REG-RELPLC                      PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-PLCMOV.
           05 WS-MOV-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-ALTERAR                      VALUE "A".
              88 ACAO-DESATIVAR                    VALUE "D".
           05 WS-MOV-CONTA                 PIC X(08).
           05 WS-MOV-DESCRICAO             PIC X(30).
           05 WS-MOV-TIPO                  PIC X(01).
           05 WS-MOV-GRAU                  PIC X(01).
           05 WS-MOV-CONTA-PAI             PIC X(08).
           05 WS-MOV-ATIVA                 PIC X(01).
           05 FILLER                       PIC X(30).
      *----------------------------------------------------------------*
           COPY CPPLCTA.
      *----------------------------------------------------------------*
      *    PLANO DE CONTAS EM TABELA, NO MESMO LAYOUT DO CPPLCTA
      *----------------------------------------------------------------*
       01  WS-TAB-CONTAS.
           05 WS-TPL-ENT OCCURS 2000 TIMES.
              10 WS-TPL-CONTA              PIC X(08).
              10 WS-TPL-DESCRICAO          PIC X(30).
              10 WS-TPL-TIPO               PIC X(01).
              10 WS-TPL-GRAU               PIC X(01).
              10 WS-TPL-CONTA-PAI          PIC X(08).
              10 WS-TPL-ATIVA              PIC X(01).
              10 WS-TPL-DATA-INCLUSAO      PIC 9(08).
              10 WS-TPL-DATA-ALTERACAO     PIC 9(08).
              10 FILLER                    PIC X(15).
       77  WS-QTD-CONTAS                   PIC 9(04) COMP.
       77  WS-IDX-CONTA                    PIC 9(04) COMP.
       77  WS-IDX-ACHADO                   PIC 9(04) COMP.
       77  WS-IDX-BUSCA                    PIC 9(04) COMP.
       77  WS-CONTA-BUSCA                  PIC X(08).
       77  WS-QTD-SUBCONTAS                PIC 9(04) COMP.
       77  WS-QTD-SUBCONTAS-ATIVAS         PIC 9(04) COMP.
       77  WS-NIVEL                        PIC 9(02) COMP.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE AUDITORIA
      *----------------------------------------------------------------*
       01  WS-CABEC-PLC1                   PIC X(100)
                                                   VALUE
              "    AUDITORIA DA MANUTENCAO DO PLANO DE CONTAS".
       01  WS-CABEC-PLC2                   PIC X(100)
                                                   VALUE
              "ACAO  CONTA     DESCRICAO                       T  G  CON
      -       "TA-PAI  ATIVA SITUACAO".
       01  WS-CABEC-PLC3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-PLC.
           05 LD-PLC-ACAO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-PLC-CONTA                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PLC-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PLC-TIPO                  PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PLC-GRAU                  PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PLC-CONTA-PAI             PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PLC-ATIVA                 PIC X(01).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PLC-SITUACAO              PIC X(28).
           05 FILLER                       PIC X(01) VALUE SPACES.
       01  WS-RODAPE-PLC.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE CONTAS NO PLANO.........:".
           05 RD-PLC-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "CONTAS INATIVAS..................:".
           05 RD-PLC-INATIVAS              PIC ZZZZ9.
           05 FILLER                       PIC X(18) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PLCMOV                       PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-PLCANT                       PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-PLCNOV                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELPLC                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCONTA-ANT                  PIC 9(05) COMP.
       77  WS-CTCARTAO                     PIC 9(04) COMP.
       77  WS-CTINCLUIDO                   PIC 9(04) COMP.
       77  WS-CTALTERADO                   PIC 9(04) COMP.
       77  WS-CTDESATIVADO                 PIC 9(04) COMP.
       77  WS-CTINVALIDO                   PIC 9(04) COMP.
       77  WS-CTGRAVADO                    PIC 9(05) COMP.
       77  WS-CTINATIVA                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCONTA-ANT-F                PIC ZZZZ9.
       77  WS-CTCARTAO-F                   PIC ZZZ9.
       77  WS-CTINCLUIDO-F                 PIC ZZZ9.
       77  WS-CTALTERADO-F                 PIC ZZZ9.
       77  WS-CTDESATIVADO-F               PIC ZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P80.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-APLICAR-CARTOES
           PERFORM 2800-GRAVAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCONTA-ANT
                                              WS-CTCARTAO
                                              WS-CTINCLUIDO
                                              WS-CTALTERADO
                                              WS-CTDESATIVADO
                                              WS-CTINVALIDO
                                              WS-CTGRAVADO
                                              WS-CTINATIVA
                                              WS-QTD-CONTAS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           OPEN OUTPUT PLCNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA PLCNOV"  TO WS-MSG
              MOVE FS-PLCNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPLC
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPLC"  TO WS-MSG
              MOVE FS-RELPLC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPLC                FROM WS-CABEC-PLC1
           WRITE REG-RELPLC                FROM WS-CABEC-PLC2
           WRITE REG-RELPLC                FROM WS-CABEC-PLC3
           PERFORM 1100-CARREGAR-PLANO
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PLANO - PLANO ANTERIOR NA TABELA               *
      *----------------------------------------------------------------*
       1100-CARREGAR-PLANO.
           OPEN INPUT PLCANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA PLCANT"  TO WS-MSG
              MOVE FS-PLCANT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-PLCANT
           PERFORM 1200-ARMAZENAR-CONTA UNTIL FIM-ARQ-A
           CLOSE PLCANT
           .
       1150-LER-PLCANT.
           READ PLCANT INTO WS-REG-PLCTA
           IF SUCESSO-A
              ADD 1                        TO WS-CTCONTA-ANT
           ELSE
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA PLCANT" TO WS-MSG
                 MOVE FS-PLCANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CONTA.
           PERFORM 2950-INCLUIR-NA-TABELA
           PERFORM 1150-LER-PLCANT
           .
      *----------------------------------------------------------------*
      *    2000-APLICAR-CARTOES - CADA CARTAO E CRITICADO E APLICADO NA *
      *    TABELA NA ORDEM DE LEITURA (UMA CONTA-PAI INCLUIDA NO        *
      *    PROPRIO CICLO JA VALE PARA OS CARTOES SEGUINTES)             *
      *----------------------------------------------------------------*
       2000-APLICAR-CARTOES.
           OPEN INPUT PLCMOV
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA PLCMOV"  TO WS-MSG
              MOVE FS-PLCMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2010-LER-CARTAO
           PERFORM 2100-TRATAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE PLCMOV
           .
       2010-LER-CARTAO.
           READ PLCMOV INTO WS-REG-PLCMOV
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA PLCMOV" TO WS-MSG
                 MOVE FS-PLCMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-CARTAO.
           MOVE SPACES                     TO LD-PLC-SITUACAO
           MOVE WS-MOV-CONTA               TO WS-CONTA-BUSCA
           PERFORM 2900-PROCURAR-CONTA
           MOVE WS-IDX-BUSCA               TO WS-IDX-ACHADO
           EVALUATE TRUE
              WHEN WS-MOV-CONTA = SPACES
                 MOVE "CARTAO INVALIDO"    TO LD-PLC-SITUACAO
              WHEN ACAO-INCLUIR
                 PERFORM 2200-INCLUIR-CONTA
              WHEN ACAO-ALTERAR
                 PERFORM 2300-ALTERAR-CONTA
              WHEN ACAO-DESATIVAR
                 PERFORM 2400-DESATIVAR-CONTA
              WHEN OTHER
                 MOVE "CARTAO INVALIDO"    TO LD-PLC-SITUACAO
           END-EVALUATE
           IF LD-PLC-SITUACAO = SPACES
              EVALUATE TRUE
                 WHEN ACAO-INCLUIR
                    ADD 1                  TO WS-CTINCLUIDO
                    MOVE "INCLUIDA"        TO LD-PLC-SITUACAO
                 WHEN ACAO-ALTERAR
                    ADD 1                  TO WS-CTALTERADO
                    MOVE "ALTERADA"        TO LD-PLC-SITUACAO
                 WHEN OTHER
                    ADD 1                  TO WS-CTDESATIVADO
                    MOVE "DESATIVADA"      TO LD-PLC-SITUACAO
              END-EVALUATE
              PERFORM 2850-RELATAR-CONTA
           ELSE
              ADD 1                        TO WS-CTINVALIDO
              PERFORM 2860-RELATAR-CARTAO
           END-IF
           PERFORM 2010-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    2200-INCLUIR-CONTA - INCLUSAO EXIGE TODOS OS CAMPOS; A       *
      *    CONTA NASCE ATIVA                                            *
      *----------------------------------------------------------------*
       2200-INCLUIR-CONTA.
           MOVE SPACES                     TO WS-REG-PLCTA
           MOVE WS-MOV-CONTA               TO WS-PLC-CONTA
           MOVE WS-MOV-DESCRICAO           TO WS-PLC-DESCRICAO
           MOVE WS-MOV-TIPO                TO WS-PLC-TIPO
           MOVE WS-MOV-GRAU                TO WS-PLC-GRAU
           MOVE WS-MOV-CONTA-PAI           TO WS-PLC-CONTA-PAI
           SET PLC-CONTA-ATIVA             TO TRUE
           MOVE WS-DATA-SYS                TO WS-PLC-DATA-INCLUSAO
                                              WS-PLC-DATA-ALTERACAO
           EVALUATE TRUE
              WHEN WS-IDX-ACHADO > ZERO
                 MOVE "CONTA JA CADASTRADA" TO LD-PLC-SITUACAO
              WHEN WS-PLC-DESCRICAO = SPACES
              WHEN NOT PLC-TIPO-VALIDO
              WHEN NOT PLC-SINTETICA AND NOT PLC-ANALITICA
                 MOVE "CARTAO INCOMPLETO"  TO LD-PLC-SITUACAO
              WHEN OTHER
                 PERFORM 2500-VALIDAR-PAI
           END-EVALUATE
           IF LD-PLC-SITUACAO = SPACES
              PERFORM 2950-INCLUIR-NA-TABELA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2300-ALTERAR-CONTA - CAMPOS EM BRANCO MANTEM O CADASTRO.     *
      *    CONTA COM SUBCONTAS NAO MUDA DE TIPO NEM VIRA ANALITICA      *
      *----------------------------------------------------------------*
       2300-ALTERAR-CONTA.
           IF WS-IDX-ACHADO = ZERO
              MOVE "CONTA NAO CADASTRADA"  TO LD-PLC-SITUACAO
           ELSE
              MOVE WS-TPL-ENT (WS-IDX-ACHADO) TO WS-REG-PLCTA
              IF WS-MOV-DESCRICAO NOT = SPACES
                 MOVE WS-MOV-DESCRICAO     TO WS-PLC-DESCRICAO
              END-IF
              IF WS-MOV-TIPO NOT = SPACES
                 MOVE WS-MOV-TIPO          TO WS-PLC-TIPO
              END-IF
              IF WS-MOV-GRAU NOT = SPACES
                 MOVE WS-MOV-GRAU          TO WS-PLC-GRAU
              END-IF
              IF WS-MOV-CONTA-PAI NOT = SPACES
                 MOVE WS-MOV-CONTA-PAI     TO WS-PLC-CONTA-PAI
              END-IF
              IF WS-MOV-ATIVA NOT = SPACES
                 MOVE WS-MOV-ATIVA         TO WS-PLC-ATIVA
              END-IF
              MOVE WS-DATA-SYS             TO WS-PLC-DATA-ALTERACAO
              PERFORM 2600-CONTAR-SUBCONTAS
              EVALUATE TRUE
                 WHEN NOT PLC-TIPO-VALIDO
                 WHEN NOT PLC-SINTETICA AND NOT PLC-ANALITICA
                 WHEN NOT PLC-CONTA-ATIVA AND NOT PLC-CONTA-INATIVA
                    MOVE "CAMPO INVALIDO"  TO LD-PLC-SITUACAO
                 WHEN WS-QTD-SUBCONTAS > ZERO
                  AND PLC-ANALITICA
                    MOVE "CONTA COM SUBCONTAS"
                                           TO LD-PLC-SITUACAO
                 WHEN WS-QTD-SUBCONTAS > ZERO
                  AND WS-PLC-TIPO NOT = WS-TPL-TIPO (WS-IDX-ACHADO)
                    MOVE "TIPO DIFERE DAS SUBCONTAS"
                                           TO LD-PLC-SITUACAO
                 WHEN PLC-CONTA-INATIVA
                  AND WS-QTD-SUBCONTAS-ATIVAS > ZERO
                    MOVE "CONTA COM SUBCONTAS ATIVAS"
                                           TO LD-PLC-SITUACAO
                 WHEN OTHER
                    PERFORM 2500-VALIDAR-PAI
              END-EVALUATE
              IF LD-PLC-SITUACAO = SPACES
                 MOVE WS-REG-PLCTA         TO
                      WS-TPL-ENT (WS-IDX-ACHADO)
              END-IF
           END-IF
           .
       2400-DESATIVAR-CONTA.
           IF WS-IDX-ACHADO = ZERO
              MOVE "CONTA NAO CADASTRADA"  TO LD-PLC-SITUACAO
           ELSE
              MOVE WS-TPL-ENT (WS-IDX-ACHADO) TO WS-REG-PLCTA
              PERFORM 2600-CONTAR-SUBCONTAS
              EVALUATE TRUE
                 WHEN PLC-CONTA-INATIVA
                    MOVE "CONTA JA INATIVA" TO LD-PLC-SITUACAO
                 WHEN WS-QTD-SUBCONTAS-ATIVAS > ZERO
                    MOVE "CONTA COM SUBCONTAS ATIVAS"
                                           TO LD-PLC-SITUACAO
                 WHEN OTHER
                    SET PLC-CONTA-INATIVA  TO TRUE
                    MOVE WS-DATA-SYS       TO WS-PLC-DATA-ALTERACAO
                    MOVE WS-REG-PLCTA      TO
                         WS-TPL-ENT (WS-IDX-ACHADO)
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2500-VALIDAR-PAI - A CONTA-PAI DE WS-REG-PLCTA TEM DE        *
      *    EXISTIR, SER SINTETICA, ESTAR ATIVA (SE A CONTA ESTA ATIVA), *
      *    TER O MESMO TIPO E NAO DESCENDER DA PROPRIA CONTA            *
      *----------------------------------------------------------------*
       2500-VALIDAR-PAI.
           IF WS-PLC-CONTA-PAI NOT = SPACES
              MOVE WS-PLC-CONTA-PAI        TO WS-CONTA-BUSCA
              PERFORM 2900-PROCURAR-CONTA
              EVALUATE TRUE
                 WHEN WS-PLC-CONTA-PAI = WS-PLC-CONTA
                    MOVE "CONTA-PAI INVALIDA"
                                           TO LD-PLC-SITUACAO
                 WHEN WS-IDX-BUSCA = ZERO
                    MOVE "CONTA-PAI INEXISTENTE"
                                           TO LD-PLC-SITUACAO
                 WHEN WS-TPL-GRAU (WS-IDX-BUSCA) NOT = "S"
                    MOVE "CONTA-PAI NAO E SINTETICA"
                                           TO LD-PLC-SITUACAO
                 WHEN WS-TPL-ATIVA (WS-IDX-BUSCA) NOT = "S"
                  AND PLC-CONTA-ATIVA
                    MOVE "CONTA-PAI INATIVA" TO LD-PLC-SITUACAO
                 WHEN WS-TPL-TIPO (WS-IDX-BUSCA) NOT = WS-PLC-TIPO
                    MOVE "TIPO DIFERE DA CONTA-PAI"
                                           TO LD-PLC-SITUACAO
                 WHEN OTHER
                    PERFORM 2550-SUBIR-NIVEL
                        VARYING WS-NIVEL FROM 1 BY 1
                        UNTIL WS-NIVEL > 20
                        OR    WS-IDX-BUSCA = ZERO
                        OR    LD-PLC-SITUACAO NOT = SPACES
              END-EVALUATE
           END-IF
           .
      *    SOBE A HIERARQUIA A PARTIR DA CONTA-PAI; ACHAR A PROPRIA
      *    CONTA NO CAMINHO FECHARIA UM CICLO
       2550-SUBIR-NIVEL.
           IF WS-TPL-CONTA (WS-IDX-BUSCA) = WS-PLC-CONTA
              MOVE "HIERARQUIA CIRCULAR"   TO LD-PLC-SITUACAO
           ELSE
              IF WS-TPL-CONTA-PAI (WS-IDX-BUSCA) = SPACES
                 MOVE ZEROS                TO WS-IDX-BUSCA
              ELSE
                 MOVE WS-TPL-CONTA-PAI (WS-IDX-BUSCA)
                                           TO WS-CONTA-BUSCA
                 PERFORM 2900-PROCURAR-CONTA
              END-IF
           END-IF
           .
       2600-CONTAR-SUBCONTAS.
           MOVE ZEROS                      TO WS-QTD-SUBCONTAS
                                              WS-QTD-SUBCONTAS-ATIVAS
           PERFORM 2650-VERIFICAR-SUBCONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
           .
       2650-VERIFICAR-SUBCONTA.
           IF WS-TPL-CONTA-PAI (WS-IDX-CONTA) = WS-PLC-CONTA
              ADD 1                        TO WS-QTD-SUBCONTAS
              IF WS-TPL-ATIVA (WS-IDX-CONTA) = "S"
                 ADD 1                     TO WS-QTD-SUBCONTAS-ATIVAS
              END-IF
           END-IF
           .
       2800-GRAVAR-CONTA.
           WRITE REG-PLCNOV
                                   FROM WS-TPL-ENT (WS-IDX-CONTA)
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO PLCNOV"  TO WS-MSG
              MOVE FS-PLCNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           IF WS-TPL-ATIVA (WS-IDX-CONTA) NOT = "S"
              ADD 1                        TO WS-CTINATIVA
           END-IF
           .
       2850-RELATAR-CONTA.
           MOVE WS-MOV-ACAO                TO LD-PLC-ACAO
           MOVE WS-PLC-CONTA               TO LD-PLC-CONTA
           MOVE WS-PLC-DESCRICAO           TO LD-PLC-DESCRICAO
           MOVE WS-PLC-TIPO                TO LD-PLC-TIPO
           MOVE WS-PLC-GRAU                TO LD-PLC-GRAU
           MOVE WS-PLC-CONTA-PAI           TO LD-PLC-CONTA-PAI
           MOVE WS-PLC-ATIVA               TO LD-PLC-ATIVA
           PERFORM 2870-GRAVA-RELPLC
           .
       2860-RELATAR-CARTAO.
           MOVE WS-MOV-ACAO                TO LD-PLC-ACAO
           MOVE WS-MOV-CONTA               TO LD-PLC-CONTA
           MOVE WS-MOV-DESCRICAO           TO LD-PLC-DESCRICAO
           MOVE WS-MOV-TIPO                TO LD-PLC-TIPO
           MOVE WS-MOV-GRAU                TO LD-PLC-GRAU
           MOVE WS-MOV-CONTA-PAI           TO LD-PLC-CONTA-PAI
           MOVE WS-MOV-ATIVA               TO LD-PLC-ATIVA
           PERFORM 2870-GRAVA-RELPLC
           .
       2870-GRAVA-RELPLC.
           WRITE REG-RELPLC                FROM WS-LINDET-PLC
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELPLC"  TO WS-MSG
              MOVE FS-RELPLC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2900-PROCURAR-CONTA.
           MOVE ZEROS                      TO WS-IDX-BUSCA
           PERFORM 2910-COMPARAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               OR    WS-IDX-BUSCA > ZERO
           .
       2910-COMPARAR-CONTA.
           IF WS-TPL-CONTA (WS-IDX-CONTA) = WS-CONTA-BUSCA
              MOVE WS-IDX-CONTA            TO WS-IDX-BUSCA
           END-IF
           .
       2950-INCLUIR-NA-TABELA.
           IF WS-QTD-CONTAS < 2000
              ADD 1                        TO WS-QTD-CONTAS
              MOVE WS-REG-PLCTA            TO WS-TPL-ENT (WS-QTD-CONTAS)
           ELSE
              MOVE "TABELA DO PLANO DE CONTAS ESTOURADA" TO WS-MSG
              MOVE SPACES                                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELPLC                FROM WS-CABEC-PLC3
           MOVE WS-CTGRAVADO               TO RD-PLC-QTD
           MOVE WS-CTINATIVA               TO RD-PLC-INATIVAS
           WRITE REG-RELPLC                FROM WS-RODAPE-PLC
           MOVE WS-CTCONTA-ANT             TO WS-CTCONTA-ANT-F
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINCLUIDO              TO WS-CTINCLUIDO-F
           MOVE WS-CTALTERADO              TO WS-CTALTERADO-F
           MOVE WS-CTDESATIVADO            TO WS-CTDESATIVADO-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " CONTAS NO PLANO ANTERIOR.............: "
                                           WS-CTCONTA-ANT-F
           DISPLAY " CARTOES DE MANUTENCAO LIDOS..........: "
                                           WS-CTCARTAO-F
           DISPLAY " CONTAS INCLUIDAS.....................: "
                                           WS-CTINCLUIDO-F
           DISPLAY " CONTAS ALTERADAS.....................: "
                                           WS-CTALTERADO-F
           DISPLAY " CONTAS DESATIVADAS...................: "
                                           WS-CTDESATIVADO-F
           DISPLAY " CARTOES RECUSADOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " CONTAS NO PLANO NOVO.................: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE PLCNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO PLCNOV" TO WS-MSG
              MOVE FS-PLCNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPLC
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPLC" TO WS-MSG
              MOVE FS-RELPLC                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
