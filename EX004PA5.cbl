      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA5.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MASTER DE ALCADAS DE APROVACAO (AUTMST,        *
      *    CPAUTMST), NOS MOLDES DO EX004P68. CADA ALCADA TRAZ O        *
      *    APROVADOR, O TIPO DE DECISAO (PRCO, CRED, FUSA, RENG, TRAV,  *
      *    BAIX, REAB, AGND OU REST), O LIMITE EM VALOR OU PERCENTUAL   *
      *    (OU "L" SEM LIMITE) E A VIGENCIA, VALIDADA PELO              *
      *    DATACHCK-PERIODO. OS CARTOES AUTUPD ("I" INCLUI, "E" EXCLUI  *
      *    PELA CHAVE APROVADOR + TIPO + VIGENCIA INICIAL, COM O        *
      *    USUARIO QUE PEDIU A MUDANCA) SAO APLICADOS SOBRE O MASTER    *
      *    ANTERIOR (AUTANTM) GERANDO O NOVO (AUTNOVM), COM CADA ACAO   *
      *    NO RELATORIO DE AUDITORIA RELAUT. O MASTER E CONSULTADO PELO *
      *    AUTLOOK NOS CARTOES DE DECISAO DO SUPERVISOR.                *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT AUTUPD ASSIGN            TO UT-S-AUTUPD
           FILE STATUS IS FS-AUTUPD
           .
           SELECT OPTIONAL AUTANTM ASSIGN  TO UT-S-AUTANTM
           FILE STATUS IS FS-AUTANTM
           .
           SELECT AUTNOVM ASSIGN           TO UT-S-AUTNOVM
           FILE STATUS IS FS-AUTNOVM
           .
           SELECT RELAUT ASSIGN            TO UT-S-RELAUT
           FILE STATUS IS FS-RELAUT
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    AUTUPD - CARTOES DE MANUTENCAO DO MASTER DE ALCADAS
       FD  AUTUPD
           RECORDING MODE IS F
           .
       01  REG-AUTUPD                      PIC X(80).

      *    AUTANTM - MASTER DE ALCADAS DO CICLO ANTERIOR
       FD  AUTANTM
           RECORDING MODE IS F
           .
       01  REG-AUTANTM                     PIC X(60).

      *    AUTNOVM - MASTER DE ALCADAS ATUALIZADO
       FD  AUTNOVM
           RECORDING MODE IS F
           .
       01  REG-AUTNOVM                     PIC X(60).

       FD  RELAUT
           RECORDING MODE IS F
           .
       01  REG-RELAUT                      PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-AUTUPD.
           05 WS-UPD-ACAO                  PIC X(01).
              88 ACAO-INCLUIR                      VALUE "I".
              88 ACAO-EXCLUIR                      VALUE "E".
           05 WS-UPD-APROVADOR             PIC X(08).
           05 WS-UPD-TIPO-DECISAO          PIC X(04).
           05 WS-UPD-TIPO-LIMITE           PIC X(01).
              88 UPD-LIMITE-VALOR                  VALUE "V".
              88 UPD-LIMITE-PERCENTUAL             VALUE "P".
              88 UPD-LIMITE-LIVRE                  VALUE "L".
           05 WS-UPD-VALOR-MAXIMO          PIC 9(09)V99.
           05 WS-UPD-PERC-MAXIMO           PIC 9(03)V99.
           05 WS-UPD-VIG-INI               PIC 9(08).
           05 WS-UPD-VIG-FIM               PIC 9(08).
      *    USUARIO QUE PEDIU A MANUTENCAO (SAI NA AUDITORIA)
           05 WS-UPD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
           COPY CPAUTMST.
      *----------------------------------------------------------------*
      *    CARTOES CARREGADOS PARA APLICACAO SOBRE O MASTER
      *----------------------------------------------------------------*
       01  WS-TAB-CARTOES.
           05 WS-CRT-ENT OCCURS 50 TIMES.
              10 WS-CRT-ACAO               PIC X(01).
              10 WS-CRT-APROVADOR          PIC X(08).
              10 WS-CRT-TIPO-DECISAO       PIC X(04).
              10 WS-CRT-TIPO-LIMITE        PIC X(01).
              10 WS-CRT-VALOR-MAXIMO       PIC 9(09)V99.
              10 WS-CRT-PERC-MAXIMO        PIC 9(03)V99.
              10 WS-CRT-VIG-INI            PIC 9(08).
              10 WS-CRT-VIG-FIM            PIC 9(08).
              10 WS-CRT-USUARIO            PIC X(08).
              10 WS-CRT-APLICADO           PIC X(01).
       77  WS-QTD-CARTOES                  PIC 9(02) COMP.
       77  WS-IDX-CARTAO                   PIC 9(02) COMP.
       77  WS-IDX-EXCLUSAO                 PIC 9(02) COMP.
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
       01  WS-CABEC-AUT1                   PIC X(100)
                                                   VALUE
              "      AUDITORIA DA MANUTENCAO DO MASTER DE ALCADAS".
       01  WS-CABEC-AUT2.
           05 FILLER                       PIC X(05) VALUE "ACAO".
           05 FILLER                       PIC X(10) VALUE "APROVADOR".
           05 FILLER                       PIC X(06) VALUE "TIPO".
           05 FILLER                       PIC X(03) VALUE "L".
           05 FILLER                       PIC X(16)
                                           VALUE "  VALOR MAXIMO".
           05 FILLER                       PIC X(08) VALUE "  PERC".
           05 FILLER                       PIC X(19)
                                           VALUE "VIGENCIA INI/FIM".
           05 FILLER                       PIC X(10) VALUE "USUARIO".
           05 FILLER                       PIC X(23) VALUE "SITUACAO".
       01  WS-CABEC-AUT3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-AUT.
           05 LD-AUT-ACAO                  PIC X(01).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-AUT-APROVADOR             PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-TIPO-DECISAO          PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-TIPO-LIMITE           PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-VALOR-MAXIMO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-PERC-MAXIMO           PIC ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-VIG-INI               PIC 9(08).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LD-AUT-VIG-FIM               PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-AUT-SITUACAO              PIC X(20).
           05 FILLER                       PIC X(03) VALUE SPACES.
       01  WS-RODAPE-AUT.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "TOTAL DE ALCADAS NO MASTER NOVO....:".
           05 RD-AUT-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(60) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-AUTUPD                       PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-AUTANTM                      PIC X(02).
           88 SUCESSO-A                    VALUE "00" "05".
           88 FIM-ARQ-A                    VALUE "10".
       01  FS-AUTNOVM                      PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-RELAUT                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(04) COMP.
       77  WS-CTINCLUIDO                   PIC 9(04) COMP.
       77  WS-CTEXCLUIDO                   PIC 9(04) COMP.
       77  WS-CTMANTIDO                    PIC 9(04) COMP.
       77  WS-CTINVALIDO                   PIC 9(04) COMP.
       77  WS-CTSEMREGISTRO                PIC 9(04) COMP.
       77  WS-CTGRAVADO                    PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZ9.
       77  WS-CTINCLUIDO-F                 PIC ZZZ9.
       77  WS-CTEXCLUIDO-F                 PIC ZZZ9.
       77  WS-CTMANTIDO-F                  PIC ZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZ9.
       77  WS-CTSEMREGISTRO-F              PIC ZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA5.
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
           OPEN INPUT AUTANTM
           IF NOT SUCESSO-A
              MOVE "ERRO ABERTURA AUTANTM" TO WS-MSG
              MOVE FS-AUTANTM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT AUTNOVM
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA AUTNOVM" TO WS-MSG
              MOVE FS-AUTNOVM              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELAUT
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELAUT"  TO WS-MSG
              MOVE FS-RELAUT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELAUT                FROM WS-CABEC-AUT1
           WRITE REG-RELAUT                FROM WS-CABEC-AUT2
           WRITE REG-RELAUT                FROM WS-CABEC-AUT3
           PERFORM 1100-CARREGAR-CARTOES
           PERFORM 1500-LER-AUTANTM
           .
       1100-CARREGAR-CARTOES.
           OPEN INPUT AUTUPD
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA AUTUPD"  TO WS-MSG
              MOVE FS-AUTUPD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1150-LER-CARTAO
           PERFORM 1200-ARMAZENAR-CARTAO UNTIL FIM-ARQ-M
           CLOSE AUTUPD
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO AUTUPD" TO WS-MSG
              MOVE FS-AUTUPD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       1150-LER-CARTAO.
           READ AUTUPD INTO WS-REG-AUTUPD
           IF SUCESSO-M
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA AUTUPD" TO WS-MSG
                 MOVE FS-AUTUPD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1200-ARMAZENAR-CARTAO.
           PERFORM 1250-CRITICAR-CARTAO
           PERFORM 1150-LER-CARTAO
           .
      *----------------------------------------------------------------*
      *    1250-CRITICAR-CARTAO - ACAO, APROVADOR, TIPO DE DECISAO E    *
      *    VIGENCIA EM TODO CARTAO; NA INCLUSAO, TAMBEM O TIPO DE       *
      *    LIMITE E O VALOR OU PERCENTUAL CORRESPONDENTE                *
      *----------------------------------------------------------------*
       1250-CRITICAR-CARTAO.
           MOVE SPACES                     TO LD-AUT-SITUACAO
           MOVE WS-UPD-TIPO-DECISAO        TO WS-AUT-TIPO-DECISAO-MST
           IF (NOT ACAO-INCLUIR AND NOT ACAO-EXCLUIR)
           OR WS-UPD-APROVADOR = SPACES
           OR NOT AUT-TIPO-VALIDO
              MOVE "CARTAO INVALIDO"       TO LD-AUT-SITUACAO
           ELSE
              IF WS-UPD-VIG-INI IS NOT NUMERIC
              OR WS-UPD-VIG-FIM IS NOT NUMERIC
                 MOVE "VIGENCIA NAO NUMERICA" TO LD-AUT-SITUACAO
              ELSE
                 MOVE WS-UPD-VIG-INI (1:4) TO WS-PER-ANO-INI
                 MOVE WS-UPD-VIG-INI (5:2) TO WS-PER-MES-INI
                 MOVE WS-UPD-VIG-INI (7:2) TO WS-PER-DIA-INI
                 MOVE WS-UPD-VIG-FIM (1:4) TO WS-PER-ANO-FIM
                 MOVE WS-UPD-VIG-FIM (5:2) TO WS-PER-MES-FIM
                 MOVE WS-UPD-VIG-FIM (7:2) TO WS-PER-DIA-FIM
                 CALL WS-ENTRY-PERIODO     USING WS-PARM-PERIODO
                 IF NOT PERIODO-OK
                    MOVE "VIGENCIA INVALIDA" TO LD-AUT-SITUACAO
                 END-IF
              END-IF
           END-IF
           IF LD-AUT-SITUACAO = SPACES
           AND ACAO-INCLUIR
              PERFORM 1260-CRITICAR-LIMITE
           END-IF
           IF LD-AUT-SITUACAO = SPACES
              IF WS-QTD-CARTOES < 50
                 ADD 1                     TO WS-QTD-CARTOES
                 MOVE WS-UPD-ACAO          TO
                      WS-CRT-ACAO (WS-QTD-CARTOES)
                 MOVE WS-UPD-APROVADOR     TO
                      WS-CRT-APROVADOR (WS-QTD-CARTOES)
                 MOVE WS-UPD-TIPO-DECISAO  TO
                      WS-CRT-TIPO-DECISAO (WS-QTD-CARTOES)
                 MOVE WS-UPD-TIPO-LIMITE   TO
                      WS-CRT-TIPO-LIMITE (WS-QTD-CARTOES)
                 MOVE WS-UPD-VALOR-MAXIMO  TO
                      WS-CRT-VALOR-MAXIMO (WS-QTD-CARTOES)
                 MOVE WS-UPD-PERC-MAXIMO   TO
                      WS-CRT-PERC-MAXIMO (WS-QTD-CARTOES)
                 MOVE WS-UPD-VIG-INI       TO
                      WS-CRT-VIG-INI (WS-QTD-CARTOES)
                 MOVE WS-UPD-VIG-FIM       TO
                      WS-CRT-VIG-FIM (WS-QTD-CARTOES)
                 MOVE WS-UPD-USUARIO       TO
                      WS-CRT-USUARIO (WS-QTD-CARTOES)
                 MOVE "N"                  TO
                      WS-CRT-APLICADO (WS-QTD-CARTOES)
              ELSE
                 MOVE "TABELA DE CARTOES CHEIA"
                                           TO LD-AUT-SITUACAO
              END-IF
           END-IF
           IF LD-AUT-SITUACAO NOT = SPACES
              ADD 1                        TO WS-CTINVALIDO
              MOVE WS-UPD-ACAO             TO LD-AUT-ACAO
              MOVE WS-UPD-APROVADOR        TO LD-AUT-APROVADOR
              MOVE WS-UPD-TIPO-DECISAO     TO LD-AUT-TIPO-DECISAO
              MOVE WS-UPD-TIPO-LIMITE      TO LD-AUT-TIPO-LIMITE
              MOVE ZEROS                   TO LD-AUT-VALOR-MAXIMO
                                              LD-AUT-PERC-MAXIMO
                                              LD-AUT-VIG-INI
                                              LD-AUT-VIG-FIM
              MOVE WS-UPD-USUARIO          TO LD-AUT-USUARIO
              PERFORM 2950-GRAVA-RELAUT
           END-IF
           .
      *    O LIMITE QUE NAO SE APLICA AO TIPO VAI ZERADO PARA O MASTER
       1260-CRITICAR-LIMITE.
           EVALUATE TRUE
              WHEN UPD-LIMITE-VALOR
                 IF WS-UPD-VALOR-MAXIMO IS NOT NUMERIC
                    MOVE "VALOR MAXIMO INVALIDO" TO LD-AUT-SITUACAO
                 ELSE
                    MOVE ZEROS             TO WS-UPD-PERC-MAXIMO
                 END-IF
              WHEN UPD-LIMITE-PERCENTUAL
                 IF WS-UPD-PERC-MAXIMO IS NOT NUMERIC
                    MOVE "PERCENTUAL INVALIDO" TO LD-AUT-SITUACAO
                 ELSE
                    MOVE ZEROS             TO WS-UPD-VALOR-MAXIMO
                 END-IF
              WHEN UPD-LIMITE-LIVRE
                 MOVE ZEROS                TO WS-UPD-VALOR-MAXIMO
                                              WS-UPD-PERC-MAXIMO
              WHEN OTHER
                 MOVE "TIPO DE LIMITE INVALIDO" TO LD-AUT-SITUACAO
           END-EVALUATE
           .
       1500-LER-AUTANTM.
           READ AUTANTM INTO WS-REG-AUTMST
           IF NOT SUCESSO-A
              IF NOT FIM-ARQ-A
                 MOVE "ERRO LEITURA AUTANTM" TO WS-MSG
                 MOVE FS-AUTANTM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-COPIAR-MASTER - COPIA O MASTER ANTERIOR, RETIRANDO AS   *
      *    ALCADAS ALVO DE CARTAO "E" (CHAVE: APROVADOR + TIPO DE       *
      *    DECISAO + VIGENCIA INICIAL)                                  *
      *----------------------------------------------------------------*
       2000-COPIAR-MASTER.
           MOVE ZEROS                      TO WS-IDX-EXCLUSAO
           PERFORM 2100-PROCURAR-EXCLUSAO
               VARYING WS-IDX-CARTAO FROM 1 BY 1
               UNTIL WS-IDX-CARTAO > WS-QTD-CARTOES
           IF WS-IDX-EXCLUSAO = ZERO
              PERFORM 2300-GRAVA-AUTNOVM
              ADD 1                        TO WS-CTMANTIDO
           ELSE
              ADD 1                        TO WS-CTEXCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-EXCLUSAO)
              MOVE "E"                     TO LD-AUT-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE WS-CRT-USUARIO (WS-IDX-EXCLUSAO)
                                           TO LD-AUT-USUARIO
              MOVE "EXCLUIDO"              TO LD-AUT-SITUACAO
              PERFORM 2950-GRAVA-RELAUT
           END-IF
           PERFORM 1500-LER-AUTANTM
           .
       2100-PROCURAR-EXCLUSAO.
           IF WS-IDX-EXCLUSAO = ZERO
           AND WS-CRT-ACAO (WS-IDX-CARTAO) = "E"
           AND WS-CRT-APROVADOR (WS-IDX-CARTAO) = WS-AUT-APROVADOR-MST
           AND WS-CRT-TIPO-DECISAO (WS-IDX-CARTAO) =
               WS-AUT-TIPO-DECISAO-MST
           AND WS-CRT-VIG-INI (WS-IDX-CARTAO) = WS-AUT-VIG-INI-MST
              MOVE WS-IDX-CARTAO           TO WS-IDX-EXCLUSAO
           END-IF
           .
       2300-GRAVA-AUTNOVM.
           WRITE REG-AUTNOVM               FROM WS-REG-AUTMST
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO AUTNOVM" TO WS-MSG
              MOVE FS-AUTNOVM              TO WS-FS
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
              PERFORM 2560-MONTAR-ALCADA
              PERFORM 2300-GRAVA-AUTNOVM
              ADD 1                        TO WS-CTINCLUIDO
              MOVE "S" TO WS-CRT-APLICADO (WS-IDX-CARTAO)
              MOVE "I"                     TO LD-AUT-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE WS-CRT-USUARIO (WS-IDX-CARTAO)
                                           TO LD-AUT-USUARIO
              MOVE "INCLUIDO"              TO LD-AUT-SITUACAO
              PERFORM 2950-GRAVA-RELAUT
           END-IF
           .
       2560-MONTAR-ALCADA.
           MOVE SPACES                     TO WS-REG-AUTMST
           MOVE WS-CRT-APROVADOR (WS-IDX-CARTAO)
                                           TO WS-AUT-APROVADOR-MST
           MOVE WS-CRT-TIPO-DECISAO (WS-IDX-CARTAO)
                                           TO WS-AUT-TIPO-DECISAO-MST
           MOVE WS-CRT-TIPO-LIMITE (WS-IDX-CARTAO)
                                           TO WS-AUT-TIPO-LIMITE-MST
           MOVE WS-CRT-VALOR-MAXIMO (WS-IDX-CARTAO)
                                           TO WS-AUT-VALOR-MAXIMO-MST
           MOVE WS-CRT-PERC-MAXIMO (WS-IDX-CARTAO)
                                           TO WS-AUT-PERC-MAXIMO-MST
           MOVE WS-CRT-VIG-INI (WS-IDX-CARTAO)
                                           TO WS-AUT-VIG-INI-MST
           MOVE WS-CRT-VIG-FIM (WS-IDX-CARTAO)
                                           TO WS-AUT-VIG-FIM-MST
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
              PERFORM 2560-MONTAR-ALCADA
              MOVE "E"                     TO LD-AUT-ACAO
              PERFORM 2900-MONTAR-LINHA
              MOVE WS-CRT-USUARIO (WS-IDX-CARTAO)
                                           TO LD-AUT-USUARIO
              MOVE "REGISTRO NAO ACHADO"   TO LD-AUT-SITUACAO
              PERFORM 2950-GRAVA-RELAUT
           END-IF
           .
       2900-MONTAR-LINHA.
           MOVE WS-AUT-APROVADOR-MST       TO LD-AUT-APROVADOR
           MOVE WS-AUT-TIPO-DECISAO-MST    TO LD-AUT-TIPO-DECISAO
           MOVE WS-AUT-TIPO-LIMITE-MST     TO LD-AUT-TIPO-LIMITE
           MOVE WS-AUT-VALOR-MAXIMO-MST    TO LD-AUT-VALOR-MAXIMO
           MOVE WS-AUT-PERC-MAXIMO-MST     TO LD-AUT-PERC-MAXIMO
           MOVE WS-AUT-VIG-INI-MST         TO LD-AUT-VIG-INI
           MOVE WS-AUT-VIG-FIM-MST         TO LD-AUT-VIG-FIM
           .
       2950-GRAVA-RELAUT.
           WRITE REG-RELAUT                FROM WS-LINDET-AUT
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELAUT"  TO WS-MSG
              MOVE FS-RELAUT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELAUT                FROM WS-CABEC-AUT3
           MOVE WS-CTGRAVADO               TO RD-AUT-QTD
           WRITE REG-RELAUT                FROM WS-RODAPE-AUT
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
           DISPLAY " ALCADAS INCLUIDAS....................: "
                                           WS-CTINCLUIDO-F
           DISPLAY " ALCADAS EXCLUIDAS....................: "
                                           WS-CTEXCLUIDO-F
           DISPLAY " ALCADAS MANTIDAS.....................: "
                                           WS-CTMANTIDO-F
           DISPLAY " CARTOES INVALIDOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " EXCLUSOES SEM REGISTRO...............: "
                                           WS-CTSEMREGISTRO-F
           DISPLAY " ALCADAS NO MASTER NOVO...............: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE AUTANTM
           IF NOT SUCESSO-A
              MOVE "ERRO FECHAMENTO AUTANTM" TO WS-MSG
              MOVE FS-AUTANTM                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE AUTNOVM
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO AUTNOVM" TO WS-MSG
              MOVE FS-AUTNOVM                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELAUT
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELAUT" TO WS-MSG
              MOVE FS-RELAUT                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
