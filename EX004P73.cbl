      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P73.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MASTER DE FORNECEDORES (CPFORNEC). A CHAVE E   *
      *    O CODIGO DE 10 POSICOES JA USADO EM FORNECEDOR-V NO          *
      *    VCADPRD; O REGISTRO TRAZ RAZAO SOCIAL, CNPJ (VALIDADO PELOS  *
      *    DIGITOS VERIFICADORES), PRAZO DE PAGAMENTO EM DIAS E DADOS   *
      *    BANCARIOS. OS CARTOES FORNMOV ("I" INCLUI, "A" ALTERA, "E"   *
      *    EXCLUI) SAO APLICADOS SOBRE O MASTER ANTERIOR (FORNANT)      *
      *    GERANDO O NOVO (FORNNOV). NA ALTERACAO, CAMPO EM BRANCO NO   *
      *    CARTAO MANTEM O VALOR DO CADASTRO. CADA ACAO SAI NO          *
      *    RELATORIO DE AUDITORIA RELFORN.                              *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT FORNMOV ASSIGN           TO UT-S-FORNMOV
           FILE STATUS IS FS-FORNMOV
           .
           SELECT OPTIONAL FORNANT ASSIGN  TO UT-S-FORNANT
           FILE STATUS IS FS-FORNANT
           .
           SELECT FORNNOV ASSIGN           TO UT-S-FORNNOV
           FILE STATUS IS FS-FORNNOV
           .
           SELECT RELFORN ASSIGN           TO UT-S-RELFORN
           FILE STATUS IS FS-RELFORN
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    FORNMOV - CARTOES DE MANUTENCAO DO CADASTRO DE FORNECEDORES
       FD  FORNMOV
           RECORDING MODE IS F
           .
       01  REG-FORNMOV                     PIC X(80).

      *    FORNANT - MASTER DE FORNECEDORES DO CICLO ANTERIOR
       FD  FORNANT
           RECORDING MODE IS F
           .
       01  REG-FORNANT                     PIC X(80).

      *    FORNNOV - MASTER DE FORNECEDORES ATUALIZADO
       FD  FORNNOV
           RECORDING MODE IS F
           .
       01  REG-FORNNOV                     PIC X(80).

       FD  RELFORN
           RECORDING MODE IS F
           .
       01  REG-RELFORN                     PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-FORNMOV.
           05 WS-MOV-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-ALTERAR                      VALUE "A".
              88 ACAO-EXCLUIR                      VALUE "E".
           05 WS-MOV-CODFORN               PIC X(10).
           05 WS-MOV-NOME                  PIC X(30).
           05 WS-MOV-CNPJ                  PIC X(14).
           05 WS-MOV-PRAZO                 PIC X(03).
           05 WS-MOV-PRAZO-N REDEFINES WS-MOV-PRAZO
                                           PIC 9(03).
           05 WS-MOV-BANCO                 PIC X(03).
           05 WS-MOV-BANCO-N REDEFINES WS-MOV-BANCO
                                           PIC 9(03).
           05 WS-MOV-AGENCIA               PIC X(04).
           05 WS-MOV-AGENCIA-N REDEFINES WS-MOV-AGENCIA
                                           PIC 9(04).
           05 WS-MOV-CONTA                 PIC X(12).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
           COPY CPFORNEC.
      *----------------------------------------------------------------*
      *    CARTOES CARREGADOS PARA APLICACAO SOBRE O MASTER
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-CRT-ENT OCCURS 200 TIMES.
              10 WS-CRT-ACAO               PIC X(01).
              10 WS-CRT-CODFORN            PIC X(10).
              10 WS-CRT-NOME               PIC X(30).
              10 WS-CRT-CNPJ               PIC X(14).
              10 WS-CRT-PRAZO              PIC X(03).
              10 WS-CRT-BANCO              PIC X(03).
              10 WS-CRT-AGENCIA            PIC X(04).
              10 WS-CRT-CONTA              PIC X(12).
              10 WS-CRT-APLICADO           PIC X(01).
       77  WS-QTD-CARTOES                  PIC 9(03) COMP.
       77  WS-IDX-CARTAO                   PIC 9(03) COMP.
       77  WS-IDX-ACHADO                   PIC 9(03) COMP.
      *----------------------------------------------------------------*
           COPY VARCNPJ.
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE AUDITORIA
      *----------------------------------------------------------------*
       01  WS-CABEC-FOR1                   PIC X(100)
                                                   VALUE
              "    AUDITORIA DA MANUTENCAO DO CADASTRO DE FORNECEDORES".
       01  WS-CABEC-FOR2                   PIC X(100)
                                                   VALUE
              "ACAO  FORNECEDOR  NOME                            CNPJ
      -       "        PRAZO   SITUACAO".
       01  WS-CABEC-FOR3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-FOR.
           05 LD-FOR-ACAO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-FOR-CODFORN               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-FOR-NOME                  PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-FOR-CNPJ                  PIC X(14).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-FOR-PRAZO                 PIC ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-FOR-SITUACAO              PIC X(24).
           05 FILLER                       PIC X(03) VALUE SPACES.
       01  WS-RODAPE-FOR.
           05 FILLER                       PIC X(34)
                                                   VALUE
              "TOTAL DE FORNECEDORES NO MASTER..:".
           05 RD-FOR-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(61) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-FORNMOV                      PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-FORNANT                      PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-FORNNOV                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELFORN                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(04) COMP.
       77  WS-CTINCLUIDO                   PIC 9(04) COMP.
       77  WS-CTALTERADO                   PIC 9(04) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(04) COMP.
       77  WS-CTMANTIDO                    PIC 9(04) COMP.
       77  WS-CTINVALIDO                   PIC 9(04) COMP.
       77  WS-CTSEMREGISTRO                PIC 9(04) COMP.
       77  WS-CTGRAVADO                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZ9.
       77  WS-CTINCLUIDO-F                 PIC ZZZ9.
       77  WS-CTALTERADO-F                 PIC ZZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZZ9.
       77  WS-CTMANTIDO-F                  PIC ZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZ9.
       77  WS-CTSEMREGISTRO-F              PIC ZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P73.
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
                                              WS-CTALTERADO
                                              WS-CTEXCLUIDO
                                              WS-CTMANTIDO
                                              WS-CTINVALIDO
                                              WS-CTSEMREGISTRO
                                              WS-CTGRAVADO
                                              WS-QTD-CARTOES
           OPEN INPUT FORNANT
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA FORNANT" TO WS-MSG
              MOVE FS-FORNANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT FORNNOV
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA FORNNOV" TO WS-MSG
              MOVE FS-FORNNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELFORN
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELFORN" TO WS-MSG
              MOVE FS-RELFORN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELFORN               FROM WS-CABEC-FOR1
           WRITE REG-RELFORN               FROM WS-CABEC-FOR2
           WRITE REG-RELFORN               FROM WS-CABEC-FOR3
           PERFORM 1100-CARREGAR-CARTOES
           PERFORM 1500-LER-FORNANT
           .
       1100-CARREGAR-CARTOES.
           OPEN INPUT FORNMOV
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA FORNMOV" TO WS-MSG
              MOVE FS-FORNMOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-CARTAO
           PERFORM 1200-ARMAZENAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE FORNMOV
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO FORNMOV" TO WS-MSG
              MOVE FS-FORNMOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1150-LER-CARTAO.
           READ FORNMOV INTO WS-REG-FORNMOV
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA FORNMOV" TO WS-MSG
                 MOVE FS-FORNMOV             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CARTAO.
           PERFORM 1250-CRITICAR-CARTAO
           PERFORM 1150-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    1250-CRITICAR-CARTAO - INCLUSAO EXIGE TODOS OS CAMPOS;       *
      *    ALTERACAO CRITICA SO OS CAMPOS INFORMADOS; UM UNICO CARTAO   *
      *    POR FORNECEDOR EM CADA CICLO                                 *
      *----------------------------------------------------------------*
       1250-CRITICAR-CARTAO.
           MOVE SPACES                     TO LD-FOR-SITUACAO
           IF (NOT ACAO-INCLUIR AND NOT ACAO-ALTERAR
                                AND NOT ACAO-EXCLUIR)
           OR WS-MOV-CODFORN = SPACES
              MOVE "CARTAO INVALIDO"       TO LD-FOR-SITUACAO
           END-IF
           IF LD-FOR-SITUACAO = SPACES
           AND ACAO-INCLUIR
              IF WS-MOV-NOME = SPACES
              OR WS-MOV-PRAZO IS NOT NUMERIC
              OR WS-MOV-BANCO IS NOT NUMERIC
              OR WS-MOV-AGENCIA IS NOT NUMERIC
              OR WS-MOV-CONTA = SPACES
                 MOVE "CARTAO INCOMPLETO"  TO LD-FOR-SITUACAO
              END-IF
           END-IF
           IF LD-FOR-SITUACAO = SPACES
           AND ACAO-ALTERAR
              IF (WS-MOV-PRAZO NOT = SPACES
                  AND WS-MOV-PRAZO IS NOT NUMERIC)
              OR (WS-MOV-BANCO NOT = SPACES
                  AND WS-MOV-BANCO IS NOT NUMERIC)
              OR (WS-MOV-AGENCIA NOT = SPACES
                  AND WS-MOV-AGENCIA IS NOT NUMERIC)
                 MOVE "CAMPO NAO NUMERICO" TO LD-FOR-SITUACAO
              END-IF
           END-IF
           IF LD-FOR-SITUACAO = SPACES
           AND (ACAO-INCLUIR OR WS-MOV-CNPJ NOT = SPACES)
           AND NOT ACAO-EXCLUIR
              MOVE WS-MOV-CNPJ             TO WS-CNPJ-DIGITOS
              PERFORM 9000-VALIDAR-CNPJ
              IF CNPJ-INVALIDO
                 MOVE "CNPJ INVALIDO"      TO LD-FOR-SITUACAO
              END-IF
           END-IF
           IF LD-FOR-SITUACAO = SPACES
              MOVE ZEROS                   TO WS-IDX-ACHADO
              PERFORM 1260-PROCURAR-DUPLICADO
                  VARYING WS-IDX-CARTAO FROM 1 BY 1
                  UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
              IF WS-IDX-ACHADO NOT = ZERO
                 MOVE "CARTAO DUPLICADO"   TO LD-FOR-SITUACAO
              END-IF
           END-IF
           IF LD-FOR-SITUACAO = SPACES
              IF WS-QTD-CARTOES < 200
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-MOV-ACAO          TO
                      WS-CRT-ACAO (WS-QTD-CARTOES)
                 MOVE WS-MOV-CODFORN       TO
                      WS-CRT-CODFORN (WS-QTD-CARTOES)
                 MOVE WS-MOV-NOME          TO
                      WS-CRT-NOME (WS-QTD-CARTOES)
                 MOVE WS-MOV-CNPJ          TO
                      WS-CRT-CNPJ (WS-QTD-CARTOES)
                 MOVE WS-MOV-PRAZO         TO
                      WS-CRT-PRAZO (WS-QTD-CARTOES)
                 MOVE WS-MOV-BANCO         TO
                      WS-CRT-BANCO (WS-QTD-CARTOES)
                 MOVE WS-MOV-AGENCIA       TO
                      WS-CRT-AGENCIA (WS-QTD-CARTOES)
                 MOVE WS-MOV-CONTA         TO
                      WS-CRT-CONTA (WS-QTD-CARTOES)
                 MOVE "N"                  TO
                      WS-CRT-APLICADO (WS-QTD-CARTOES)
              ELSE
                 MOVE "TABELA DE CARTOES CHEIA"
                                           TO LD-FOR-SITUACAO
              END-IF
           END-IF
           IF LD-FOR-SITUACAO NOT = SPACES
              ADD 1                        TO WS-CTINVALIDO
              PERFORM 2900-RELATAR-CARTAO
           END-IF
           .
       1260-PROCURAR-DUPLICADO.
           IF WS-IDX-ACHADO = ZERO
           AND WS-CRT-CODFORN (WS-IDX-CARTAO) = WS-MOV-CODFORN
              MOVE WS-IDX-CARTAO           TO WS-IDX-ACHADO
           END-IF
           .
       1500-LER-FORNANT.
           READ FORNANT INTO WS-REG-FORNEC
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA FORNANT" TO WS-MSG
                 MOVE FS-FORNANT              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-COPIAR-MASTER - COPIA O MASTER ANTERIOR APLICANDO AS    *
      *    ALTERACOES E RETIRANDO AS EXCLUSOES; INCLUSAO DE CODIGO QUE  *
      *    JA EXISTE E RECUSADA E O REGISTRO ANTIGO E MANTIDO           *
      *----------------------------------------------------------------*
       2000-COPIAR-MASTER.
           MOVE ZEROS                      TO WS-IDX-ACHADO
           PERFORM 2100-PROCURAR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           IF WS-IDX-ACHADO = ZERO
              PERFORM 2300-GRAVA-FORNNOV
              ADD 1                        TO WS-CTMANTIDO
           ELSE
              MOVE "S"              TO WS-CRT-APLICADO (WS-IDX-ACHADO)
              EVALUATE WS-CRT-ACAO (WS-IDX-ACHADO)
                 WHEN "E"
                    ADD 1                  TO WS-CTEXCLUIDO
                    MOVE "EXCLUIDO"        TO LD-FOR-SITUACAO
                    PERFORM 2800-RELATAR-MASTER
                 WHEN "A"
                    PERFORM 2200-ALTERAR-REGISTRO
                    PERFORM 2300-GRAVA-FORNNOV
                    ADD 1                  TO WS-CTALTERADO
                    MOVE "ALTERADO"        TO LD-FOR-SITUACAO
                    PERFORM 2800-RELATAR-MASTER
                 WHEN OTHER
                    PERFORM 2300-GRAVA-FORNNOV
                    ADD 1                  TO WS-CTMANTIDO
                                              WS-CTINVALIDO
                    MOVE "I"               TO LD-FOR-ACAO
                    MOVE "JA CADASTRADO"   TO LD-FOR-SITUACAO
                    PERFORM 2850-RELATAR-LINHA
              END-EVALUATE
           END-IF
           PERFORM 1500-LER-FORNANT
           .
       2100-PROCURAR-CARTAO.
           IF WS-IDX-ACHADO = ZERO
           AND WS-CRT-CODFORN (WS-IDX-CARTAO) = WS-FOR-CODFORN
              MOVE WS-IDX-CARTAO           TO WS-IDX-ACHADO
           END-IF
           .
       2200-ALTERAR-REGISTRO.
           IF WS-CRT-NOME (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-NOME (WS-IDX-ACHADO)    TO WS-FOR-NOME
           END-IF
           IF WS-CRT-CNPJ (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-CNPJ (WS-IDX-ACHADO)    TO WS-FOR-CNPJ
           END-IF
           IF WS-CRT-PRAZO (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-PRAZO (WS-IDX-ACHADO)   TO WS-FOR-PRAZO-PAGTO
           END-IF
           IF WS-CRT-BANCO (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-BANCO (WS-IDX-ACHADO)   TO WS-FOR-BANCO
           END-IF
           IF WS-CRT-AGENCIA (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-AGENCIA (WS-IDX-ACHADO) TO WS-FOR-AGENCIA
           END-IF
           IF WS-CRT-CONTA (WS-IDX-ACHADO) NOT = SPACES
              MOVE WS-CRT-CONTA (WS-IDX-ACHADO)   TO WS-FOR-CONTA
           END-IF
           .
       2300-GRAVA-FORNNOV.
           WRITE REG-FORNNOV               FROM WS-REG-FORNEC
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO FORNNOV" TO WS-MSG
              MOVE FS-FORNNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           .
      *----------------------------------------------------------------*
      *    2500-APLICAR-INCLUSOES - CARTOES "I" QUE NAO ACHARAM O       *
      *    CODIGO NO MASTER ANTERIOR VIRAM REGISTROS NOVOS NO FINAL     *
      *----------------------------------------------------------------*
       2500-APLICAR-INCLUSOES.
           PERFORM 2550-INCLUIR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2550-INCLUIR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) = "I"
           AND WS-CRT-APLICADO (WS-IDX-CARTAO) = "N"
              MOVE SPACES                  TO WS-REG-FORNEC
              MOVE WS-CRT-CODFORN (WS-IDX-CARTAO)
                                           TO WS-FOR-CODFORN
              MOVE WS-CRT-NOME (WS-IDX-CARTAO)
                                           TO WS-FOR-NOME
              MOVE WS-CRT-CNPJ (WS-IDX-CARTAO)
                                           TO WS-FOR-CNPJ
              MOVE WS-CRT-PRAZO (WS-IDX-CARTAO)
                                           TO WS-FOR-PRAZO-PAGTO
              MOVE WS-CRT-BANCO (WS-IDX-CARTAO)
                                           TO WS-FOR-BANCO
              MOVE WS-CRT-AGENCIA (WS-IDX-CARTAO)
                                           TO WS-FOR-AGENCIA
              MOVE WS-CRT-CONTA (WS-IDX-CARTAO)
                                           TO WS-FOR-CONTA
              PERFORM 2300-GRAVA-FORNNOV
              ADD 1                        TO WS-CTINCLUIDO
              MOVE "S"              TO WS-CRT-APLICADO (WS-IDX-CARTAO)
              MOVE "INCLUIDO"              TO LD-FOR-SITUACAO
              MOVE "I"                     TO LD-FOR-ACAO
              PERFORM 2850-RELATAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-RELATAR-SEM-REGISTRO - CARTOES "A"/"E" QUE NAO ACHARAM  *
      *    O FORNECEDOR NO MASTER ANTERIOR                              *
      *----------------------------------------------------------------*
       2600-RELATAR-SEM-REGISTRO.
           PERFORM 2650-VERIFICAR-CARTAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           .
       2650-VERIFICAR-CARTAO.
           IF WS-CRT-ACAO (WS-IDX-CARTAO) NOT = "I"
           AND WS-CRT-APLICADO (WS-IDX-CARTAO) = "N"
              ADD 1                        TO WS-CTSEMREGISTRO
              MOVE WS-CRT-ACAO (WS-IDX-CARTAO)    TO LD-FOR-ACAO
              MOVE WS-CRT-CODFORN (WS-IDX-CARTAO) TO LD-FOR-CODFORN
              MOVE WS-CRT-NOME (WS-IDX-CARTAO)    TO LD-FOR-NOME
              MOVE WS-CRT-CNPJ (WS-IDX-CARTAO)    TO LD-FOR-CNPJ
              MOVE ZEROS                          TO LD-FOR-PRAZO
              MOVE "REGISTRO NAO ACHADO"          TO LD-FOR-SITUACAO
              PERFORM 2950-GRAVA-RELFORN
           END-IF
           .
       2800-RELATAR-MASTER.
           MOVE WS-CRT-ACAO (WS-IDX-ACHADO) TO LD-FOR-ACAO
           PERFORM 2850-RELATAR-LINHA
           .
       2850-RELATAR-LINHA.
           MOVE WS-FOR-CODFORN             TO LD-FOR-CODFORN
           MOVE WS-FOR-NOME                TO LD-FOR-NOME
           MOVE WS-FOR-CNPJ                TO LD-FOR-CNPJ
           MOVE WS-FOR-PRAZO-PAGTO         TO LD-FOR-PRAZO
           PERFORM 2950-GRAVA-RELFORN
           .
       2900-RELATAR-CARTAO.
           MOVE WS-MOV-ACAO                TO LD-FOR-ACAO
           MOVE WS-MOV-CODFORN             TO LD-FOR-CODFORN
           MOVE WS-MOV-NOME                TO LD-FOR-NOME
           MOVE WS-MOV-CNPJ                TO LD-FOR-CNPJ
           MOVE ZEROS                      TO LD-FOR-PRAZO
           PERFORM 2950-GRAVA-RELFORN
           .
       2950-GRAVA-RELFORN.
           WRITE REG-RELFORN               FROM WS-LINDET-FOR
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELFORN" TO WS-MSG
              MOVE FS-RELFORN              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELFORN               FROM WS-CABEC-FOR3
           MOVE WS-CTGRAVADO               TO RD-FOR-QTD
           WRITE REG-RELFORN               FROM WS-RODAPE-FOR
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINCLUIDO              TO WS-CTINCLUIDO-F
           MOVE WS-CTALTERADO              TO WS-CTALTERADO-F
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
           DISPLAY " FORNECEDORES INCLUIDOS...............: "
                                           WS-CTINCLUIDO-F
           DISPLAY " FORNECEDORES ALTERADOS...............: "
                                           WS-CTALTERADO-F
           DISPLAY " FORNECEDORES EXCLUIDOS...............: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " FORNECEDORES MANTIDOS................: "
                                           WS-CTMANTIDO-F
           DISPLAY " CARTOES RECUSADOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " CARTOES SEM REGISTRO.................: "
                                           WS-CTSEMREGISTRO-F
           DISPLAY " FORNECEDORES NO MASTER NOVO..........: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE FORNANT
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO FORNANT" TO WS-MSG
              MOVE FS-FORNANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE FORNNOV
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO FORNNOV" TO WS-MSG
              MOVE FS-FORNNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELFORN
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELFORN" TO WS-MSG
              MOVE FS-RELFORN                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTCNPJ.
           COPY ROTERRO.
