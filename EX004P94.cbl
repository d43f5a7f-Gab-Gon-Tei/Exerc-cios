      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P94.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MASTER DE ESTRUTURA DE KITS (KITEST,           *
      *    CPKITEST). KIT E UM CODIGO DO VCADPRD VENDIDO COMO ITEM      *
      *    UNICO MAS ESTOCADO COMO SEUS COMPONENTES; CADA REGISTRO      *
      *    TRAZ UM COMPONENTE E A QUANTIDADE CONSUMIDA POR KIT. OS      *
      *    CARTOES KITUPD ("I" INCLUI, "E" EXCLUI PELA CHAVE KIT +      *
      *    COMPONENTE) SAO APLICADOS SOBRE O MASTER ANTERIOR (KITANT)   *
      *    GERANDO O NOVO (KITNOV), COM CADA ACAO NO RELATORIO DE       *
      *    AUDITORIA RELKITM. INCLUSAO DE COMPONENTE JA CADASTRADO NO   *
      *    KIT SUBSTITUI A QUANTIDADE ANTERIOR. O MASTER E USADO NA     *
      *    EXPLOSAO DOS MOVIMENTOS (EX004P95), NA DISPONIBILIDADE DE    *
      *    KITS (EX004P96) E NA ALOCACAO DOS PEDIDOS (EX004P44).        *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT KITUPD ASSIGN            TO UT-S-KITUPD
           FILE STATUS IS FS-KITUPD
           .
           SELECT OPTIONAL KITANT ASSIGN   TO UT-S-KITANT
           FILE STATUS IS FS-KITANT
           .
           SELECT KITNOV ASSIGN            TO UT-S-KITNOV
           FILE STATUS IS FS-KITNOV
           .
           SELECT RELKITM ASSIGN           TO UT-S-RELKITM
           FILE STATUS IS FS-RELKITM
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    KITUPD - CARTOES DE MANUTENCAO DA ESTRUTURA DE KITS
       FD  KITUPD
           RECORDING MODE IS F
           .
       01  REG-KITUPD                      PIC X(80).

      *    KITANT - MASTER DE ESTRUTURA DE KITS DO CICLO ANTERIOR
       FD  KITANT
           RECORDING MODE IS F
           .
       01  REG-KITANT                      PIC X(40).

      *    KITNOV - MASTER DE ESTRUTURA DE KITS ATUALIZADO
       FD  KITNOV
           RECORDING MODE IS F
           .
       01  REG-KITNOV                      PIC X(40).

       FD  RELKITM
           RECORDING MODE IS F
           .
       01  REG-RELKITM                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-KITUPD.
           05 WS-UPD-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-EXCLUIR                      VALUE "E".
           05 WS-UPD-CODKIT                PIC 9(04).
           05 WS-UPD-CODCOMP               PIC 9(04).
           05 WS-UPD-QTD-COMP              PIC 9(04).
           05 WS-UPD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(59).
      *----------------------------------------------------------------*
           COPY CPKITEST.
      *----------------------------------------------------------------*
      *    CARTOES CARREGADOS PARA APLICACAO SOBRE O MASTER
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-CRT-ENT OCCURS 500 TIMES.
              10 WS-CRT-ACAO               PIC X(01).
              10 WS-CRT-CODKIT             PIC 9(04).
              10 WS-CRT-CODCOMP            PIC 9(04).
              10 WS-CRT-QTD-COMP           PIC 9(04).
              10 WS-CRT-USUARIO            PIC X(08).
              10 WS-CRT-APLICADO           PIC X(01).
       77  WS-QTD-CARTOES                  PIC 9(04) COMP.
       77  WS-IDX-CARTAO                   PIC 9(04) COMP.
       77  WS-IDX-EXCLUSAO                 PIC 9(04) COMP.
       77  WS-IDX-DUPLICADO                PIC 9(04) COMP.
       77  WS-DATA-MANUT                   PIC 9(08).
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE AUDITORIA
      *----------------------------------------------------------------*
       01  WS-CABEC-KTM1                   PIC X(80)
                                                   VALUE
              "     AUDITORIA DA MANUTENCAO DA ESTRUTURA DE KITS".
       01  WS-CABEC-KTM2                   PIC X(80)
                                                   VALUE
              "ACAO  KIT     COMP    QTD     USUARIO   SITUACAO".
       01  WS-CABEC-KTM3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-KTM.
           05 LD-KTM-ACAO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-KTM-CODKIT                PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-KTM-CODCOMP               PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-KTM-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-KTM-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-KTM-SITUACAO              PIC X(24).
           05 FILLER                       PIC X(16) VALUE SPACES.
       01  WS-RODAPE-KTM.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "TOTAL DE COMPONENTES NO MASTER NOVO:".
           05 RD-KTM-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(38) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-KITUPD                       PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-KITANT                       PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-KITNOV                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELKITM                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(06) COMP.
       77  WS-CTINCLUIDO                   PIC 9(06) COMP.
       77  WS-CTSUBSTITUIDO                PIC 9(06) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(06) COMP.
       77  WS-CTMANTIDO                    PIC 9(06) COMP.
       77  WS-CTINVALIDO                   PIC 9(06) COMP.
       77  WS-CTSEMREGISTRO                PIC 9(06) COMP.
       77  WS-CTGRAVADO                    PIC 9(06) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZZZ9.
       77  WS-CTINCLUIDO-F                 PIC ZZZZZ9.
       77  WS-CTSUBSTITUIDO-F              PIC ZZZZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZZZZ9.
       77  WS-CTMANTIDO-F                  PIC ZZZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZZZ9.
       77  WS-CTSEMREGISTRO-F              PIC ZZZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P94.
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
                                              WS-CTSUBSTITUIDO
                                              WS-CTEXCLUIDO
                                              WS-CTMANTIDO
                                              WS-CTINVALIDO
                                              WS-CTSEMREGISTRO
                                              WS-CTGRAVADO
                                              WS-QTD-CARTOES
           ACCEPT WS-DATA-MANUT            FROM DATE YYYYMMDD
           OPEN INPUT KITANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA KITANT"  TO WS-MSG
              MOVE FS-KITANT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT KITNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA KITNOV"  TO WS-MSG
              MOVE FS-KITNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELKITM
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELKITM" TO WS-MSG
              MOVE FS-RELKITM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELKITM               FROM WS-CABEC-KTM1
           WRITE REG-RELKITM               FROM WS-CABEC-KTM2
           WRITE REG-RELKITM               FROM WS-CABEC-KTM3
           PERFORM 1100-CARREGAR-CARTOES
           PERFORM 1500-LER-KITANT
           .
       1100-CARREGAR-CARTOES.
           OPEN INPUT KITUPD
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA KITUPD"  TO WS-MSG
              MOVE FS-KITUPD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-CARTAO
           PERFORM 1200-ARMAZENAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE KITUPD
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO KITUPD" TO WS-MSG
              MOVE FS-KITUPD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1150-LER-CARTAO.
           READ KITUPD INTO WS-REG-KITUPD
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA KITUPD" TO WS-MSG
                 MOVE FS-KITUPD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CARTAO.
           PERFORM 1250-CRITICAR-CARTAO
           PERFORM 1150-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    1250-CRITICAR-CARTAO - ACAO, KIT E COMPONENTE (DIFERENTES    *
      *    ENTRE SI), USUARIO E, NA INCLUSAO, A QUANTIDADE POR KIT.     *
      *    UMA SO ACAO POR KIT + COMPONENTE NO LOTE: CARTAO QUE REPETE  *
      *    A CHAVE DE UM CARTAO JA ACEITO E REJEITADO                   *
      *----------------------------------------------------------------*
       1250-CRITICAR-CARTAO.
           MOVE SPACES                     TO LD-KTM-SITUACAO
           EVALUATE TRUE
              WHEN NOT ACAO-INCLUIR AND NOT ACAO-EXCLUIR
                 MOVE "CARTAO INVALIDO"    TO LD-KTM-SITUACAO
              WHEN WS-UPD-CODKIT IS NOT NUMERIC
                OR WS-UPD-CODKIT = ZERO
                 MOVE "KIT INVALIDO"       TO LD-KTM-SITUACAO
              WHEN WS-UPD-CODCOMP IS NOT NUMERIC
                OR WS-UPD-CODCOMP = ZERO
                 MOVE "COMPONENTE INVALIDO" TO LD-KTM-SITUACAO
              WHEN WS-UPD-CODCOMP = WS-UPD-CODKIT
                 MOVE "KIT IGUAL AO COMPONENTE"
                                           TO LD-KTM-SITUACAO
              WHEN ACAO-INCLUIR
               AND (WS-UPD-QTD-COMP IS NOT NUMERIC
                    OR WS-UPD-QTD-COMP = ZERO)
                 MOVE "QUANTIDADE INVALIDA" TO LD-KTM-SITUACAO
              WHEN WS-UPD-USUARIO = SPACES
                 MOVE "USUARIO NAO INFORMADO" TO LD-KTM-SITUACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF LD-KTM-SITUACAO = SPACES
              MOVE ZEROS                   TO WS-IDX-DUPLICADO
              PERFORM 1260-PROCURAR-DUPLICADO
                  VARYING WS-IDX-CARTAO FROM 1 BY 1
                  UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
              IF WS-IDX-DUPLICADO NOT = ZERO
                 MOVE "CARTAO DUPLICADO"   TO LD-KTM-SITUACAO
              END-IF
           END-IF
           IF LD-KTM-SITUACAO = SPACES
              IF WS-QTD-CARTOES < 500
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-UPD-ACAO          TO
                      WS-CRT-ACAO (WS-QTD-CARTOES)
                 MOVE WS-UPD-CODKIT        TO
                      WS-CRT-CODKIT (WS-QTD-CARTOES)
                 MOVE WS-UPD-CODCOMP       TO
                      WS-CRT-CODCOMP (WS-QTD-CARTOES)
                 MOVE WS-UPD-QTD-COMP      TO
                      WS-CRT-QTD-COMP (WS-QTD-CARTOES)
                 MOVE WS-UPD-USUARIO       TO
                      WS-CRT-USUARIO (WS-QTD-CARTOES)
                 MOVE "N"                  TO
                      WS-CRT-APLICADO (WS-QTD-CARTOES)
              ELSE
                 MOVE "TABELA DE CARTOES CHEIA"
                                           TO LD-KTM-SITUACAO
              END-IF
           END-IF
           IF LD-KTM-SITUACAO NOT = SPACES
              ADD 1                        TO WS-CTINVALIDO
              MOVE WS-UPD-ACAO             TO LD-KTM-ACAO
              MOVE WS-REG-KITUPD (2:4)     TO LD-KTM-CODKIT
              MOVE WS-REG-KITUPD (6:4)     TO LD-KTM-CODCOMP
              MOVE ZEROS                   TO LD-KTM-QTD
              MOVE WS-UPD-USUARIO          TO LD-KTM-USUARIO
              PERFORM 2950-GRAVA-RELKITM
           END-IF
           .
       1260-PROCURAR-DUPLICADO.
           IF WS-IDX-DUPLICADO = ZERO
           AND WS-CRT-CODKIT (WS-IDX-CARTAO) = WS-UPD-CODKIT
           AND WS-CRT-CODCOMP (WS-IDX-CARTAO) = WS-UPD-CODCOMP
              MOVE WS-IDX-CARTAO           TO WS-IDX-DUPLICADO
           END-IF
           .
       1500-LER-KITANT.
           READ KITANT INTO WS-REG-KITEST
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA KITANT" TO WS-MSG
                 MOVE FS-KITANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-COPIAR-MASTER - COPIA O MASTER ANTERIOR, RETIRANDO OS   *
      *    REGISTROS ALVO DE CARTAO (CHAVE: KIT + COMPONENTE): "E"      *
      *    EXCLUI; "I" SUBSTITUI, SENDO O NOVO GRAVADO NAS INCLUSOES    *
      *----------------------------------------------------------------*
       2000-COPIAR-MASTER.
           MOVE ZEROS                      TO WS-IDX-EXCLUSAO
           PERFORM 2100-PROCURAR-EXCLUSAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           IF WS-IDX-EXCLUSAO = ZERO
              PERFORM 2300-GRAVA-KITNOV
              ADD 1                        TO WS-CTMANTIDO
           ELSE
              MOVE WS-CRT-ACAO (WS-IDX-EXCLUSAO) TO LD-KTM-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE WS-CRT-USUARIO (WS-IDX-EXCLUSAO)
                                           TO LD-KTM-USUARIO
              IF WS-CRT-ACAO (WS-IDX-EXCLUSAO) = "E"
                 ADD 1                     TO WS-CTEXCLUIDO
                 MOVE "S" TO WS-CRT-APLICADO (WS-IDX-EXCLUSAO)
                 MOVE "EXCLUIDO"           TO LD-KTM-SITUACAO
              ELSE
                 ADD 1                     TO WS-CTSUBSTITUIDO
                 MOVE "SUBSTITUIDO"        TO LD-KTM-SITUACAO
              END-IF
              PERFORM 2950-GRAVA-RELKITM
           END-IF
           PERFORM 1500-LER-KITANT
           .
       2100-PROCURAR-EXCLUSAO.
           IF WS-IDX-EXCLUSAO = ZERO
           AND WS-CRT-CODKIT (WS-IDX-CARTAO) = WS-KIT-CODKIT
           AND WS-CRT-CODCOMP (WS-IDX-CARTAO) = WS-KIT-CODCOMP
              MOVE WS-IDX-CARTAO           TO WS-IDX-EXCLUSAO
           END-IF
           .
       2300-GRAVA-KITNOV.
           WRITE REG-KITNOV                FROM WS-REG-KITEST
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO KITNOV"  TO WS-MSG
              MOVE FS-KITNOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           .
       2500-APLICAR-INCLUSOES.
           PERFORM 2550-INCLUIR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2550-INCLUIR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "I"
              PERFORM 2700-CARREGAR-DO-CARTAO
              MOVE WS-CRT-USUARIO (WS-IDX-CARTAO)
                                           TO WS-KIT-USUARIO
              MOVE WS-DATA-MANUT           TO WS-KIT-DATA-MANUT
              PERFORM 2300-GRAVA-KITNOV
              ADD 1                        TO WS-CTINCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-CARTAO)
              MOVE "I"                     TO LD-KTM-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE "INCLUIDO"              TO LD-KTM-SITUACAO
              PERFORM 2950-GRAVA-RELKITM
           END-IF
           .
       2600-RELATAR-SEM-REGISTRO.
           PERFORM 2650-VERIFICAR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2650-VERIFICAR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "E"
           AND WS-CRT-APLICADO (WS-IDX-CARTAO) = "N"
              ADD 1                        TO WS-CTSEMREGISTRO
              PERFORM 2700-CARREGAR-DO-CARTAO
              MOVE WS-CRT-USUARIO (WS-IDX-CARTAO)
                                           TO WS-KIT-USUARIO
              MOVE "E"                     TO LD-KTM-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE "REGISTRO NAO ACHADO"   TO LD-KTM-SITUACAO
              PERFORM 2950-GRAVA-RELKITM
           END-IF
           .
       2700-CARREGAR-DO-CARTAO.
           MOVE SPACES                     TO WS-REG-KITEST
           MOVE WS-CRT-CODKIT (WS-IDX-CARTAO)   TO WS-KIT-CODKIT
           MOVE WS-CRT-CODCOMP (WS-IDX-CARTAO)  TO WS-KIT-CODCOMP
           MOVE WS-CRT-QTD-COMP (WS-IDX-CARTAO) TO WS-KIT-QTD-COMP
           MOVE ZEROS                      TO WS-KIT-DATA-MANUT
           .
       2900-MONTAR-LINHA.
           MOVE WS-KIT-CODKIT              TO LD-KTM-CODKIT
           MOVE WS-KIT-CODCOMP             TO LD-KTM-CODCOMP
           MOVE WS-KIT-QTD-COMP            TO LD-KTM-QTD
           MOVE WS-KIT-USUARIO             TO LD-KTM-USUARIO
           .
       2950-GRAVA-RELKITM.
           WRITE REG-RELKITM               FROM WS-LINDET-KTM
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELKITM" TO WS-MSG
              MOVE FS-RELKITM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELKITM               FROM WS-CABEC-KTM3
           MOVE WS-CTGRAVADO               TO RD-KTM-QTD
           WRITE REG-RELKITM               FROM WS-RODAPE-KTM
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINCLUIDO              TO WS-CTINCLUIDO-F
           MOVE WS-CTSUBSTITUIDO           TO WS-CTSUBSTITUIDO-F
           MOVE WS-CTEXCLUIDO              TO WS-CTEXCLUIDO-F
           MOVE WS-CTMANTIDO               TO WS-CTMANTIDO-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-CTSEMREGISTRO           TO WS-CTSEMREGISTRO-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " CARTOES DE MANUTENCAO LIDOS..........: "
                                           WS-CTCARTAO-F
           DISPLAY " COMPONENTES INCLUIDOS................: "
                                           WS-CTINCLUIDO-F
           DISPLAY " COMPONENTES SUBSTITUIDOS.............: "
                                           WS-CTSUBSTITUIDO-F
           DISPLAY " COMPONENTES EXCLUIDOS................: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " COMPONENTES MANTIDOS.................: "
                                           WS-CTMANTIDO-F
           DISPLAY " CARTOES INVALIDOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " EXCLUSOES SEM REGISTRO...............: "
                                           WS-CTSEMREGISTRO-F
           DISPLAY " COMPONENTES NO MASTER NOVO...........: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE KITANT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO KITANT" TO WS-MSG
              MOVE FS-KITANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE KITNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO KITNOV" TO WS-MSG
              MOVE FS-KITNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELKITM
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELKITM" TO WS-MSG
              MOVE FS-RELKITM                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
