      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P85.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MASTER DE INDICES ECONOMICOS (INDICES), USADO  *
      *    NA CORRECAO MONETARIA DOS CONTRATOS POS-FIXADOS (EX004P86).  *
      *    CADA REGISTRO DO MASTER TRAZ O CODIGO DO INDICE (IPCA, CDI,  *
      *    IGPM...), A COMPETENCIA (ANO/MES) E A VARIACAO PERCENTUAL    *
      *    DO MES, COM SINAL "-" PARA VARIACAO NEGATIVA. OS CARTOES     *
      *    INDMOV ("I" INCLUI, "E" EXCLUI PELA CHAVE INDICE +           *
      *    COMPETENCIA) SAO APLICADOS SOBRE O MASTER ANTERIOR (INDANT)  *
      *    GERANDO O NOVO (INDNOV), COM CADA ACAO RELACIONADA NO        *
      *    RELATORIO DE AUDITORIA RELINDIC. INCLUSAO DE CHAVE JA        *
      *    EXISTENTE E RECUSADA: A CORRECAO DE UMA VARIACAO E FEITA     *
      *    COM UM CARTAO "E" SEGUIDO DO "I" NA MESMA RODADA.            *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT INDMOV ASSIGN            TO UT-S-INDMOV
           FILE STATUS IS FS-INDMOV
           .
           SELECT OPTIONAL INDANT ASSIGN   TO UT-S-INDANT
           FILE STATUS IS FS-INDANT
           .
           SELECT INDNOV ASSIGN            TO UT-S-INDNOV
           FILE STATUS IS FS-INDNOV
           .
           SELECT RELINDIC ASSIGN          TO UT-S-RELINDIC
           FILE STATUS IS FS-RELINDIC
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    INDMOV - CARTOES DE MANUTENCAO DO MASTER DE INDICES
       FD  INDMOV
           RECORDING MODE IS F
           .
       01  REG-INDMOV                      PIC X(80).

      *    INDANT - MASTER DE INDICES DO CICLO ANTERIOR (CPINDICE)
       FD  INDANT
           RECORDING MODE IS F
           .
       01  REG-INDANT                      PIC X(30).

      *    INDNOV - MASTER DE INDICES ATUALIZADO (CPINDICE)
       FD  INDNOV
           RECORDING MODE IS F
           .
       01  REG-INDNOV                      PIC X(30).

       FD  RELINDIC
           RECORDING MODE IS F
           .
       01  REG-RELINDIC                    PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-INDMOV.
           05 WS-MOV-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-EXCLUIR                      VALUE "E".
           05 WS-MOV-CODIGO                PIC X(04).
           05 WS-MOV-ANOMES                PIC 9(06).
           05 WS-MOV-ANOMES-R REDEFINES WS-MOV-ANOMES.
              10 WS-MOV-ANO                PIC 9(04).
              10 WS-MOV-MES                PIC 9(02).
           05 WS-MOV-SINAL                 PIC X(01).
              88 MOV-SINAL-VALIDO                  VALUES " " "+" "-".
           05 WS-MOV-VARIACAO              PIC 9(03)V9(04).
           05 FILLER                       PIC X(61).
      *----------------------------------------------------------------*
           COPY CPINDICE.
      *----------------------------------------------------------------*
      *    CARTOES CARREGADOS PARA APLICACAO SOBRE O MASTER. SITUACAO
      *    "N" = PENDENTE, "S" = APLICADO, "D" = CHAVE JA NO MASTER
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-CRT-ENT OCCURS 100 TIMES.
              10 WS-CRT-ACAO               PIC X(01).
              10 WS-CRT-CODIGO             PIC X(04).
              10 WS-CRT-ANOMES             PIC 9(06).
              10 WS-CRT-SINAL              PIC X(01).
              10 WS-CRT-VARIACAO           PIC 9(03)V9(04).
              10 WS-CRT-APLICADO           PIC X(01).
       77  WS-QTD-CARTOES                  PIC 9(03) COMP.
       77  WS-IDX-CARTAO                   PIC 9(03) COMP.
       77  WS-IDX-EXCLUSAO                 PIC 9(03) COMP.
       77  WS-IDX-DUPLICADO                PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE AUDITORIA
      *----------------------------------------------------------------*
       01  WS-CABEC-IND1                   PIC X(80)
                                                   VALUE
              "       AUDITORIA DA MANUTENCAO DO MASTER DE INDICES".
       01  WS-CABEC-IND2                   PIC X(80)
                                                   VALUE
              "ACAO  INDICE  COMPETENCIA   VARIACAO %   SITUACAO".
       01  WS-CABEC-IND3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-IND.
           05 LD-IND-ACAO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-IND-CODIGO                PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-IND-ANOMES                PIC 9(06).
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 LD-IND-VARIACAO              PIC ---9,9999.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-IND-SITUACAO              PIC X(25).
           05 FILLER                       PIC X(16) VALUE SPACES.
       01  WS-RODAPE-IND.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE INDICES NO MASTER NOVO..:".
           05 RD-IND-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(41) VALUE SPACES.
       77  WS-VARIACAO-REL                 PIC S9(03)V9(04).
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-INDMOV                       PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-INDANT                       PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-INDNOV                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELINDIC                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(05) COMP.
       77  WS-CTINCLUIDO                   PIC 9(05) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(05) COMP.
       77  WS-CTMANTIDO                    PIC 9(05) COMP.
       77  WS-CTINVALIDO                   PIC 9(05) COMP.
       77  WS-CTDUPLICADO                  PIC 9(05) COMP.
       77  WS-CTSEMREGISTRO                PIC 9(05) COMP.
       77  WS-CTGRAVADO                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZZ9.
       77  WS-CTINCLUIDO-F                 PIC ZZZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZZZ9.
       77  WS-CTMANTIDO-F                  PIC ZZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZZ9.
       77  WS-CTDUPLICADO-F                PIC ZZZZ9.
       77  WS-CTSEMREGISTRO-F              PIC ZZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P85.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-COPIAR-MASTER UNTIL FIM-ARQ-A
           PERFORM 2500-APLICAR-INCLUSOES
           PERFORM 2600-RELATAR-SEM-REGISTRO
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCARTAO
                                              WS-CTINCLUIDO
                                              WS-CTEXCLUIDO
                                              WS-CTMANTIDO
                                              WS-CTINVALIDO
                                              WS-CTDUPLICADO
                                              WS-CTSEMREGISTRO
                                              WS-CTGRAVADO
                                              WS-QTD-CARTOES
           OPEN INPUT INDANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA INDANT"  TO WS-MSG
              MOVE FS-INDANT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT INDNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA INDNOV"  TO WS-MSG
              MOVE FS-INDNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELINDIC
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELINDIC" TO WS-MSG
              MOVE FS-RELINDIC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELINDIC              FROM WS-CABEC-IND1
           WRITE REG-RELINDIC              FROM WS-CABEC-IND2
           WRITE REG-RELINDIC              FROM WS-CABEC-IND3
           PERFORM 1100-CARREGAR-CARTOES
           PERFORM 1500-LER-INDANT
           .
       1100-CARREGAR-CARTOES.
           OPEN INPUT INDMOV
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA INDMOV"  TO WS-MSG
              MOVE FS-INDMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-CARTAO
           PERFORM 1200-ARMAZENAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE INDMOV
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO INDMOV" TO WS-MSG
              MOVE FS-INDMOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1150-LER-CARTAO.
           READ INDMOV INTO WS-REG-INDMOV
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA INDMOV" TO WS-MSG
                 MOVE FS-INDMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CARTAO.
           PERFORM 1250-CRITICAR-CARTAO
           PERFORM 1150-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    1250-CRITICAR-CARTAO - ACAO, CODIGO E COMPETENCIA SEMPRE;    *
      *    SINAL E VARIACAO SO NA INCLUSAO. A MESMA INCLUSAO REPETIDA   *
      *    NA RODADA E RECUSADA                                         *
      *----------------------------------------------------------------*
       1250-CRITICAR-CARTAO.
           MOVE SPACES                     TO LD-IND-SITUACAO
           IF (NOT ACAO-INCLUIR AND NOT ACAO-EXCLUIR)
           OR WS-MOV-CODIGO = SPACES
           OR (ACAO-INCLUIR AND (WS-MOV-VARIACAO IS NOT NUMERIC
                                 OR NOT MOV-SINAL-VALIDO))
              MOVE "CARTAO INVALIDO"       TO LD-IND-SITUACAO
           ELSE
              IF WS-MOV-ANOMES IS NOT NUMERIC
              OR WS-MOV-ANO < 1900
              OR WS-MOV-MES < 1
              OR WS-MOV-MES > 12
                 MOVE "COMPETENCIA INVALIDA" TO LD-IND-SITUACAO
              END-IF
           END-IF
           IF LD-IND-SITUACAO = SPACES
           AND ACAO-INCLUIR
              MOVE ZEROS                   TO WS-IDX-DUPLICADO
              PERFORM 1260-PROCURAR-REPETIDO
                  VARYING WS-IDX-CARTAO FROM 1 BY 1
                  UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
              IF WS-IDX-DUPLICADO NOT = ZERO
                 MOVE "INCLUSAO REPETIDA"  TO LD-IND-SITUACAO
              END-IF
           END-IF
           IF LD-IND-SITUACAO = SPACES
              IF WS-QTD-CARTOES < 100
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-MOV-ACAO          TO
                      WS-CRT-ACAO (WS-QTD-CARTOES)
                 MOVE WS-MOV-CODIGO        TO
                      WS-CRT-CODIGO (WS-QTD-CARTOES)
                 MOVE WS-MOV-ANOMES        TO
                      WS-CRT-ANOMES (WS-QTD-CARTOES)
                 MOVE WS-MOV-SINAL         TO
                      WS-CRT-SINAL (WS-QTD-CARTOES)
                 MOVE WS-MOV-VARIACAO      TO
                      WS-CRT-VARIACAO (WS-QTD-CARTOES)
                 MOVE "N"                  TO
                      WS-CRT-APLICADO (WS-QTD-CARTOES)
              ELSE
                 MOVE "TABELA DE CARTOES CHEIA"
                                           TO LD-IND-SITUACAO
              END-IF
           END-IF
           IF LD-IND-SITUACAO NOT = SPACES
              ADD 1                        TO WS-CTINVALIDO
              PERFORM 2900-RELATAR-CARTAO
           END-IF
           .
       1260-PROCURAR-REPETIDO.
           IF WS-IDX-DUPLICADO = ZERO
           AND WS-CRT-ACAO (WS-IDX-CARTAO) = "I"
           AND WS-CRT-CODIGO (WS-IDX-CARTAO) = WS-MOV-CODIGO
           AND WS-CRT-ANOMES (WS-IDX-CARTAO) = WS-MOV-ANOMES
              MOVE WS-IDX-CARTAO           TO WS-IDX-DUPLICADO
           END-IF
           .
       1500-LER-INDANT.
           READ INDANT INTO WS-REG-INDICE
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA INDANT" TO WS-MSG
                 MOVE FS-INDANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-COPIAR-MASTER - COPIA O MASTER ANTERIOR, RETIRANDO OS   *
      *    REGISTROS ALVO DE CARTAO "E" (CHAVE: INDICE + COMPETENCIA)   *
      *    E MARCANDO AS INCLUSOES DE CHAVE QUE O MASTER JA TEM         *
      *----------------------------------------------------------------*
       2000-COPIAR-MASTER.
           MOVE ZEROS                      TO WS-IDX-EXCLUSAO
           PERFORM 2100-PROCURAR-EXCLUSAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           IF WS-IDX-EXCLUSAO = ZERO
              PERFORM 2150-MARCAR-DUPLICADO
                  VARYING WS-IDX-CARTAO FROM 1 BY 1
                  UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
              PERFORM 2300-GRAVA-INDNOV
              ADD 1                        TO WS-CTMANTIDO
           ELSE
              ADD 1                        TO WS-CTEXCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-EXCLUSAO)
              PERFORM 2200-RELATAR-EXCLUSAO
           END-IF
           PERFORM 1500-LER-INDANT
           .
       2100-PROCURAR-EXCLUSAO.
           IF WS-IDX-EXCLUSAO = ZERO
           AND WS-CRT-ACAO (WS-IDX-CARTAO) = "E"
           AND WS-CRT-APLICADO (WS-IDX-CARTAO) = "N"
           AND WS-CRT-CODIGO (WS-IDX-CARTAO) = WS-IND-CODIGO
           AND WS-CRT-ANOMES (WS-IDX-CARTAO) = WS-IND-ANOMES
              MOVE WS-IDX-CARTAO           TO WS-IDX-EXCLUSAO
           END-IF
           .
       2150-MARCAR-DUPLICADO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "I"
           AND WS-CRT-CODIGO (WS-IDX-CARTAO) = WS-IND-CODIGO
           AND WS-CRT-ANOMES (WS-IDX-CARTAO) = WS-IND-ANOMES
              MOVE "D" TO WS-CRT-APLICADO (WS-IDX-CARTAO)
           END-IF
           .
       2200-RELATAR-EXCLUSAO.
           MOVE "E"                        TO LD-IND-ACAO
           MOVE WS-IND-CODIGO              TO LD-IND-CODIGO
           MOVE WS-IND-ANOMES              TO LD-IND-ANOMES
           MOVE WS-IND-VARIACAO            TO WS-VARIACAO-REL
           IF IND-VARIACAO-NEGATIVA
              MULTIPLY -1                  BY WS-VARIACAO-REL
           END-IF
           MOVE WS-VARIACAO-REL            TO LD-IND-VARIACAO
           MOVE "EXCLUIDO"                 TO LD-IND-SITUACAO
           PERFORM 2950-GRAVA-RELINDIC
           .
       2300-GRAVA-INDNOV.
           WRITE REG-INDNOV                FROM WS-REG-INDICE
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO INDNOV"  TO WS-MSG
              MOVE FS-INDNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           .
      *----------------------------------------------------------------*
      *    2500-APLICAR-INCLUSOES - CARTOES "I" VIRAM REGISTROS NOVOS   *
      *    NO FINAL DO MASTER; OS DE CHAVE JA EXISTENTE SAO RECUSADOS   *
      *----------------------------------------------------------------*
       2500-APLICAR-INCLUSOES.
           PERFORM 2550-INCLUIR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2550-INCLUIR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "I"
              MOVE "I"                     TO LD-IND-ACAO
              MOVE WS-CRT-CODIGO (WS-IDX-CARTAO)
                                           TO LD-IND-CODIGO
              MOVE WS-CRT-ANOMES (WS-IDX-CARTAO)
                                           TO LD-IND-ANOMES
              MOVE WS-CRT-VARIACAO (WS-IDX-CARTAO)
                                           TO WS-VARIACAO-REL
              IF WS-CRT-SINAL (WS-IDX-CARTAO) = "-"
                 MULTIPLY -1               BY WS-VARIACAO-REL
              END-IF
              MOVE WS-VARIACAO-REL         TO LD-IND-VARIACAO
              IF WS-CRT-APLICADO (WS-IDX-CARTAO) = "D"
                 ADD 1                     TO WS-CTDUPLICADO
                 MOVE "JA EXISTE NO MASTER" TO LD-IND-SITUACAO
              ELSE
                 MOVE SPACES               TO WS-REG-INDICE
                 MOVE WS-CRT-CODIGO (WS-IDX-CARTAO)
                                           TO WS-IND-CODIGO
                 MOVE WS-CRT-ANOMES (WS-IDX-CARTAO)
                                           TO WS-IND-ANOMES
                 MOVE WS-CRT-VARIACAO (WS-IDX-CARTAO)
                                           TO WS-IND-VARIACAO
                 IF WS-CRT-SINAL (WS-IDX-CARTAO) = "-"
                    MOVE "-"               TO WS-IND-SINAL
                 END-IF
                 PERFORM 2300-GRAVA-INDNOV
                 ADD 1                     TO WS-CTINCLUIDO
                 MOVE "S" TO WS-CRT-APLICADO (WS-IDX-CARTAO)
                 MOVE "INCLUIDO"           TO LD-IND-SITUACAO
              END-IF
              PERFORM 2950-GRAVA-RELINDIC
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-RELATAR-SEM-REGISTRO - CARTOES "E" QUE NAO ACHARAM O    *
      *    REGISTRO ALVO NO MASTER ANTERIOR                             *
      *----------------------------------------------------------------*
       2600-RELATAR-SEM-REGISTRO.
           PERFORM 2650-VERIFICAR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2650-VERIFICAR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "E"
           AND WS-CRT-APLICADO (WS-IDX-CARTAO) = "N"
              ADD 1                        TO WS-CTSEMREGISTRO
              MOVE "E"                     TO LD-IND-ACAO
              MOVE WS-CRT-CODIGO (WS-IDX-CARTAO)
                                           TO LD-IND-CODIGO
              MOVE WS-CRT-ANOMES (WS-IDX-CARTAO)
                                           TO LD-IND-ANOMES
              MOVE ZEROS                   TO LD-IND-VARIACAO
              MOVE "REGISTRO NAO ACHADO"   TO LD-IND-SITUACAO
              PERFORM 2950-GRAVA-RELINDIC
           END-IF
           .
       2900-RELATAR-CARTAO.
           MOVE WS-MOV-ACAO                TO LD-IND-ACAO
           MOVE WS-MOV-CODIGO              TO LD-IND-CODIGO
           MOVE ZEROS                      TO LD-IND-ANOMES
                                              LD-IND-VARIACAO
           PERFORM 2950-GRAVA-RELINDIC
           .
       2950-GRAVA-RELINDIC.
           WRITE REG-RELINDIC              FROM WS-LINDET-IND
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELINDIC" TO WS-MSG
              MOVE FS-RELINDIC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELINDIC              FROM WS-CABEC-IND3
           MOVE WS-CTGRAVADO               TO RD-IND-QTD
           WRITE REG-RELINDIC              FROM WS-RODAPE-IND
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINCLUIDO              TO WS-CTINCLUIDO-F
           MOVE WS-CTEXCLUIDO              TO WS-CTEXCLUIDO-F
           MOVE WS-CTMANTIDO               TO WS-CTMANTIDO-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-CTDUPLICADO             TO WS-CTDUPLICADO-F
           MOVE WS-CTSEMREGISTRO           TO WS-CTSEMREGISTRO-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " CARTOES DE MANUTENCAO LIDOS..........: "
                                           WS-CTCARTAO-F
           DISPLAY " INDICES INCLUIDOS....................: "
                                           WS-CTINCLUIDO-F
           DISPLAY " INDICES EXCLUIDOS....................: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " INDICES MANTIDOS.....................: "
                                           WS-CTMANTIDO-F
           DISPLAY " CARTOES INVALIDOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " INCLUSOES JA EXISTENTES NO MASTER....: "
                                           WS-CTDUPLICADO-F
           DISPLAY " EXCLUSOES SEM REGISTRO...............: "
                                           WS-CTSEMREGISTRO-F
           DISPLAY " INDICES NO MASTER NOVO...............: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE INDANT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO INDANT" TO WS-MSG
              MOVE FS-INDANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE INDNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO INDNOV" TO WS-MSG
              MOVE FS-INDNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELINDIC
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELINDIC" TO WS-MSG
              MOVE FS-RELINDIC                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
