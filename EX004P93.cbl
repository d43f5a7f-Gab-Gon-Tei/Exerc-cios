      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P93.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MASTER DE LISTAS DE PRECO (LISPRC, CPLISPRC).  *
      *    CADA REGISTRO TRAZ O PRECO DE UM PRODUTO PARA UM CLIENTE     *
      *    (ESCOPO "C") OU PARA UM SEGMENTO DE CLIENTES (ESCOPO "S",    *
      *    PELO TIPOPESSOA DO CADASTRO: "F" OU "J"), COM VIGENCIA       *
      *    VALIDADA NA ENTRADA DATACHCK-PERIODO. OS CARTOES LISPUPD     *
      *    ("I" INCLUI, "E" EXCLUI PELA CHAVE ESCOPO + CHAVE +          *
      *    PRODUTO + VIGENCIA INICIAL) SAO APLICADOS SOBRE O MASTER     *
      *    ANTERIOR (LISPANT) GERANDO O NOVO (LISPNOV), COM CADA ACAO   *
      *    NO RELATORIO DE AUDITORIA RELLISP (USUARIO DO CARTAO E DATA  *
      *    DA MANUTENCAO FICAM GRAVADOS NO PROPRIO REGISTRO). VIGENCIAS *
      *    SOBREPOSTAS SAO ACEITAS: NO EX004P59 VALE A DE INICIO MAIS   *
      *    RECENTE QUE COBRE A DATA DO PEDIDO (REAJUSTE).               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LISPUPD ASSIGN           TO UT-S-LISPUPD
           FILE STATUS IS FS-LISPUPD
           .
           SELECT OPTIONAL LISPANT ASSIGN  TO UT-S-LISPANT
           FILE STATUS IS FS-LISPANT
           .
           SELECT LISPNOV ASSIGN           TO UT-S-LISPNOV
           FILE STATUS IS FS-LISPNOV
           .
           SELECT RELLISP ASSIGN           TO UT-S-RELLISP
           FILE STATUS IS FS-RELLISP
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    LISPUPD - CARTOES DE MANUTENCAO DAS LISTAS DE PRECO
       FD  LISPUPD
           RECORDING MODE IS F
           .
       01  REG-LISPUPD                     PIC X(80).

      *    LISPANT - MASTER DE LISTAS DE PRECO DO CICLO ANTERIOR
       FD  LISPANT
           RECORDING MODE IS F
           .
       01  REG-LISPANT                     PIC X(60).

      *    LISPNOV - MASTER DE LISTAS DE PRECO ATUALIZADO
       FD  LISPNOV
           RECORDING MODE IS F
           .
       01  REG-LISPNOV                     PIC X(60).

       FD  RELLISP
           RECORDING MODE IS F
           .
       01  REG-RELLISP                     PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-LISPUPD.
           05 WS-UPD-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-EXCLUIR                      VALUE "E".
           05 WS-UPD-ESCOPO                PIC X(01).
              88 UPD-CLIENTE                       VALUE "C".
              88 UPD-SEGMENTO                      VALUE "S".
           05 WS-UPD-CHAVE                 PIC X(04).
           05 WS-UPD-CHAVE-R REDEFINES WS-UPD-CHAVE.
              10 WS-UPD-SEGMENTO           PIC X(01).
                 88 UPD-SEGMENTO-VALIDO            VALUE "F" "J".
              10 WS-UPD-SEGMENTO-RESTO     PIC X(03).
           05 WS-UPD-CODPROD               PIC 9(04).
           05 WS-UPD-VIG-INI               PIC 9(08).
           05 WS-UPD-VIG-FIM               PIC 9(08).
           05 WS-UPD-PRECO                 PIC 9(07)V99.
           05 WS-UPD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
           COPY CPLISPRC.
      *----------------------------------------------------------------*
      *    CARTOES CARREGADOS PARA APLICACAO SOBRE O MASTER
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-CRT-ENT OCCURS 500 TIMES.
              10 WS-CRT-ACAO               PIC X(01).
              10 WS-CRT-ESCOPO             PIC X(01).
              10 WS-CRT-CHAVE              PIC X(04).
              10 WS-CRT-CODPROD            PIC 9(04).
              10 WS-CRT-VIG-INI            PIC 9(08).
              10 WS-CRT-VIG-FIM            PIC 9(08).
              10 WS-CRT-PRECO              PIC 9(07)V99.
              10 WS-CRT-USUARIO            PIC X(08).
              10 WS-CRT-APLICADO           PIC X(01).
       77  WS-QTD-CARTOES                  PIC 9(04) COMP.
       77  WS-IDX-CARTAO                   PIC 9(04) COMP.
       77  WS-IDX-EXCLUSAO                 PIC 9(04) COMP.
       77  WS-DATA-MANUT                   PIC 9(08).
      *----------------------------------------------------------------*
      *    VALIDACAO DA VIGENCIA (DATACHCK-PERIODO)
      *----------------------------------------------------------------*
       77  WS-ENTRY-PERIODO                PIC X(16)
                                           VALUE "DATACHCK-PERIODO".
       01  WS-PARM-PERIODO.
           05 WS-PER-DATA-INICIAL.
              10 WS-PER-ANO-INI            PIC 9(04).
              10 WS-PER-MES-INI            PIC 9(02).
              10 WS-PER-DIA-INI            PIC 9(02).
           05 WS-PER-DATA-FINAL.
              10 WS-PER-ANO-FIM            PIC 9(04).
              10 WS-PER-MES-FIM            PIC 9(02).
              10 WS-PER-DIA-FIM            PIC 9(02).
           05 WS-PER-SITUACAO              PIC X(01).
              88 PERIODO-OK                        VALUE "1".
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE AUDITORIA
      *----------------------------------------------------------------*
       01  WS-CABEC-LSP1                   PIC X(100)
                                                   VALUE
              "     AUDITORIA DA MANUTENCAO DAS LISTAS DE PRECO".
       01  WS-CABEC-LSP2                   PIC X(100)
                                                   VALUE
              "ACAO  ESC  CHAVE  PROD  VIGENCIA INI/FIM            PRECO
      -       "  USUARIO   SITUACAO".
       01  WS-CABEC-LSP3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-LSP.
           05 LD-LSP-ACAO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-LSP-ESCOPO                PIC X(01).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-LSP-CHAVE                 PIC X(04).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-LSP-CODPROD               PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-LSP-VIG-INI               PIC 9(08).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LD-LSP-VIG-FIM               PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-LSP-PRECO                 PIC Z.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-LSP-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-LSP-SITUACAO              PIC X(24).
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-RODAPE-LSP.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "TOTAL DE PRECOS NO MASTER NOVO.....:".
           05 RD-LSP-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(58) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-LISPUPD                      PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-LISPANT                      PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-LISPNOV                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELLISP                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(06) COMP.
       77  WS-CTINCLUIDO                   PIC 9(06) COMP.
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
       0000-EX004P93.
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
                                              WS-CTSEMREGISTRO
                                              WS-CTGRAVADO
                                              WS-QTD-CARTOES
           ACCEPT WS-DATA-MANUT            FROM DATE YYYYMMDD
           OPEN INPUT LISPANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA LISPANT" TO WS-MSG
              MOVE FS-LISPANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT LISPNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA LISPNOV" TO WS-MSG
              MOVE FS-LISPNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELLISP
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELLISP" TO WS-MSG
              MOVE FS-RELLISP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELLISP               FROM WS-CABEC-LSP1
           WRITE REG-RELLISP               FROM WS-CABEC-LSP2
           WRITE REG-RELLISP               FROM WS-CABEC-LSP3
           PERFORM 1100-CARREGAR-CARTOES
           PERFORM 1500-LER-LISPANT
           .
       1100-CARREGAR-CARTOES.
           OPEN INPUT LISPUPD
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA LISPUPD" TO WS-MSG
              MOVE FS-LISPUPD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-CARTAO
           PERFORM 1200-ARMAZENAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE LISPUPD
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO LISPUPD" TO WS-MSG
              MOVE FS-LISPUPD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1150-LER-CARTAO.
           READ LISPUPD INTO WS-REG-LISPUPD
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA LISPUPD" TO WS-MSG
                 MOVE FS-LISPUPD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CARTAO.
           PERFORM 1250-CRITICAR-CARTAO
           PERFORM 1150-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    1250-CRITICAR-CARTAO - ACAO, ESCOPO E CHAVE, PRODUTO,        *
      *    VIGENCIA (DATACHCK-PERIODO) E, NA INCLUSAO, O PRECO          *
      *----------------------------------------------------------------*
       1250-CRITICAR-CARTAO.
           MOVE SPACES                     TO LD-LSP-SITUACAO
           EVALUATE TRUE
              WHEN NOT ACAO-INCLUIR AND NOT ACAO-EXCLUIR
                 MOVE "CARTAO INVALIDO"    TO LD-LSP-SITUACAO
              WHEN NOT UPD-CLIENTE AND NOT UPD-SEGMENTO
                 MOVE "ESCOPO INVALIDO"    TO LD-LSP-SITUACAO
              WHEN UPD-CLIENTE AND WS-UPD-CHAVE = SPACES
                 MOVE "CLIENTE NAO INFORMADO" TO LD-LSP-SITUACAO
              WHEN UPD-SEGMENTO
               AND (NOT UPD-SEGMENTO-VALIDO
                    OR WS-UPD-SEGMENTO-RESTO NOT = SPACES)
                 MOVE "SEGMENTO INVALIDO"  TO LD-LSP-SITUACAO
              WHEN WS-UPD-CODPROD IS NOT NUMERIC
                OR WS-UPD-CODPROD = ZERO
                 MOVE "PRODUTO INVALIDO"   TO LD-LSP-SITUACAO
              WHEN WS-UPD-VIG-INI IS NOT NUMERIC
                OR WS-UPD-VIG-FIM IS NOT NUMERIC
                 MOVE "VIGENCIA NAO NUMERICA" TO LD-LSP-SITUACAO
              WHEN ACAO-INCLUIR
               AND (WS-UPD-PRECO IS NOT NUMERIC
                    OR WS-UPD-PRECO = ZERO)
                 MOVE "PRECO INVALIDO"     TO LD-LSP-SITUACAO
              WHEN WS-UPD-USUARIO = SPACES
                 MOVE "USUARIO NAO INFORMADO" TO LD-LSP-SITUACAO
              WHEN OTHER
                 MOVE WS-UPD-VIG-INI (1:4) TO WS-PER-ANO-INI
                 MOVE WS-UPD-VIG-INI (5:2) TO WS-PER-MES-INI
                 MOVE WS-UPD-VIG-INI (7:2) TO WS-PER-DIA-INI
                 MOVE WS-UPD-VIG-FIM (1:4) TO WS-PER-ANO-FIM
                 MOVE WS-UPD-VIG-FIM (5:2) TO WS-PER-MES-FIM
                 MOVE WS-UPD-VIG-FIM (7:2) TO WS-PER-DIA-FIM
                 CALL WS-ENTRY-PERIODO     USING WS-PARM-PERIODO
                 IF NOT PERIODO-OK
                    MOVE "VIGENCIA INVALIDA" TO LD-LSP-SITUACAO
                 END-IF
           END-EVALUATE
           IF LD-LSP-SITUACAO = SPACES
              IF WS-QTD-CARTOES < 500
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-UPD-ACAO          TO
                      WS-CRT-ACAO (WS-QTD-CARTOES)
                 MOVE WS-UPD-ESCOPO        TO
                      WS-CRT-ESCOPO (WS-QTD-CARTOES)
                 MOVE WS-UPD-CHAVE         TO
                      WS-CRT-CHAVE (WS-QTD-CARTOES)
                 MOVE WS-UPD-CODPROD       TO
                      WS-CRT-CODPROD (WS-QTD-CARTOES)
                 MOVE WS-UPD-VIG-INI       TO
                      WS-CRT-VIG-INI (WS-QTD-CARTOES)
                 MOVE WS-UPD-VIG-FIM       TO
                      WS-CRT-VIG-FIM (WS-QTD-CARTOES)
                 MOVE WS-UPD-PRECO         TO
                      WS-CRT-PRECO (WS-QTD-CARTOES)
                 MOVE WS-UPD-USUARIO       TO
                      WS-CRT-USUARIO (WS-QTD-CARTOES)
                 MOVE "N"                  TO
                      WS-CRT-APLICADO (WS-QTD-CARTOES)
              ELSE
                 MOVE "TABELA DE CARTOES CHEIA"
                                           TO LD-LSP-SITUACAO
              END-IF
           END-IF
           IF LD-LSP-SITUACAO NOT = SPACES
              ADD 1                        TO WS-CTINVALIDO
              MOVE WS-UPD-ACAO             TO LD-LSP-ACAO
              MOVE WS-UPD-ESCOPO           TO LD-LSP-ESCOPO
              MOVE WS-UPD-CHAVE            TO LD-LSP-CHAVE
              MOVE WS-REG-LISPUPD (7:4)    TO LD-LSP-CODPROD
              MOVE ZEROS                   TO LD-LSP-VIG-INI
                                              LD-LSP-VIG-FIM
                                              LD-LSP-PRECO
              MOVE WS-UPD-USUARIO          TO LD-LSP-USUARIO
              PERFORM 2950-GRAVA-RELLISP
           END-IF
           .
       1500-LER-LISPANT.
           READ LISPANT INTO WS-REG-LISPRC
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA LISPANT" TO WS-MSG
                 MOVE FS-LISPANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-COPIAR-MASTER - COPIA O MASTER ANTERIOR, RETIRANDO OS   *
      *    REGISTROS ALVO DE CARTAO "E" (CHAVE: ESCOPO + CHAVE +        *
      *    PRODUTO + VIGENCIA INICIAL)                                  *
      *----------------------------------------------------------------*
       2000-COPIAR-MASTER.
           MOVE ZEROS                      TO WS-IDX-EXCLUSAO
           PERFORM 2100-PROCURAR-EXCLUSAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           IF WS-IDX-EXCLUSAO = ZERO
              PERFORM 2300-GRAVA-LISPNOV
              ADD 1                        TO WS-CTMANTIDO
           ELSE
              ADD 1                        TO WS-CTEXCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-EXCLUSAO)
              MOVE "E"                     TO LD-LSP-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE WS-CRT-USUARIO (WS-IDX-EXCLUSAO)
                                           TO LD-LSP-USUARIO
              MOVE "EXCLUIDO"              TO LD-LSP-SITUACAO
              PERFORM 2950-GRAVA-RELLISP
           END-IF
           PERFORM 1500-LER-LISPANT
           .
       2100-PROCURAR-EXCLUSAO.
           IF WS-IDX-EXCLUSAO = ZERO
           AND WS-CRT-ACAO (WS-IDX-CARTAO) = "E"
           AND WS-CRT-ESCOPO (WS-IDX-CARTAO) = WS-LPR-ESCOPO
           AND WS-CRT-CHAVE (WS-IDX-CARTAO) = WS-LPR-CHAVE
           AND WS-CRT-CODPROD (WS-IDX-CARTAO) = WS-LPR-CODPROD
           AND WS-CRT-VIG-INI (WS-IDX-CARTAO) = WS-LPR-VIG-INI
              MOVE WS-IDX-CARTAO           TO WS-IDX-EXCLUSAO
           END-IF
           .
       2300-GRAVA-LISPNOV.
           WRITE REG-LISPNOV               FROM WS-REG-LISPRC
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO LISPNOV" TO WS-MSG
              MOVE FS-LISPNOV              TO WS-FS
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
                                           TO WS-LPR-USUARIO
              MOVE WS-DATA-MANUT           TO WS-LPR-DATA-MANUT
              PERFORM 2300-GRAVA-LISPNOV
              ADD 1                        TO WS-CTINCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-CARTAO)
              MOVE "I"                     TO LD-LSP-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE "INCLUIDO"              TO LD-LSP-SITUACAO
              PERFORM 2950-GRAVA-RELLISP
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
                                           TO WS-LPR-USUARIO
              MOVE "E"                     TO LD-LSP-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE "REGISTRO NAO ACHADO"   TO LD-LSP-SITUACAO
              PERFORM 2950-GRAVA-RELLISP
           END-IF
           .
       2700-CARREGAR-DO-CARTAO.
           MOVE SPACES                     TO WS-REG-LISPRC
           MOVE WS-CRT-ESCOPO (WS-IDX-CARTAO)  TO WS-LPR-ESCOPO
           MOVE WS-CRT-CHAVE (WS-IDX-CARTAO)   TO WS-LPR-CHAVE
           MOVE WS-CRT-CODPROD (WS-IDX-CARTAO) TO WS-LPR-CODPROD
           MOVE WS-CRT-VIG-INI (WS-IDX-CARTAO) TO WS-LPR-VIG-INI
           MOVE WS-CRT-VIG-FIM (WS-IDX-CARTAO) TO WS-LPR-VIG-FIM
           MOVE WS-CRT-PRECO (WS-IDX-CARTAO)   TO WS-LPR-PRECO
           MOVE ZEROS                      TO WS-LPR-DATA-MANUT
           .
       2900-MONTAR-LINHA.
           MOVE WS-LPR-ESCOPO              TO LD-LSP-ESCOPO
           MOVE WS-LPR-CHAVE               TO LD-LSP-CHAVE
           MOVE WS-LPR-CODPROD             TO LD-LSP-CODPROD
           MOVE WS-LPR-VIG-INI             TO LD-LSP-VIG-INI
           MOVE WS-LPR-VIG-FIM             TO LD-LSP-VIG-FIM
           MOVE WS-LPR-PRECO               TO LD-LSP-PRECO
           MOVE WS-LPR-USUARIO             TO LD-LSP-USUARIO
           .
       2950-GRAVA-RELLISP.
           WRITE REG-RELLISP               FROM WS-LINDET-LSP
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELLISP" TO WS-MSG
              MOVE FS-RELLISP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELLISP               FROM WS-CABEC-LSP3
           MOVE WS-CTGRAVADO               TO RD-LSP-QTD
           WRITE REG-RELLISP               FROM WS-RODAPE-LSP
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINCLUIDO              TO WS-CTINCLUIDO-F
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
           DISPLAY " PRECOS INCLUIDOS.....................: "
                                           WS-CTINCLUIDO-F
           DISPLAY " PRECOS EXCLUIDOS.....................: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " PRECOS MANTIDOS......................: "
                                           WS-CTMANTIDO-F
           DISPLAY " CARTOES INVALIDOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " EXCLUSOES SEM REGISTRO...............: "
                                           WS-CTSEMREGISTRO-F
           DISPLAY " PRECOS NO MASTER NOVO................: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE LISPANT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO LISPANT" TO WS-MSG
              MOVE FS-LISPANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LISPNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO LISPNOV" TO WS-MSG
              MOVE FS-LISPNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELLISP
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELLISP" TO WS-MSG
              MOVE FS-RELLISP                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
