      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P96.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    DISPONIBILIDADE DE KITS. PARA CADA KIT DO MASTER KITEST      *
      *    (EX004P94) CALCULA QUANTOS KITS PODEM SER MONTADOS COM O     *
      *    QTDEST-V ATUAL DOS COMPONENTES NO VCADPRD: O MENOR QUOCIENTE *
      *    INTEIRO ENTRE O ESTOQUE DO COMPONENTE E A QUANTIDADE POR     *
      *    KIT. O COMPONENTE QUE DA O MENOR QUOCIENTE SAI COMO LIMITE   *
      *    PARA O COMPRAS; COMPONENTE SEM CADASTRO NO VCADPRD ZERA O    *
      *    KIT. SO LEITURA: O VCADPRD NAO E ATUALIZADO.                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KITEST ASSIGN   TO UT-S-KITEST
           FILE STATUS IS FS-KITEST
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT RELDKIT ASSIGN           TO UT-S-RELDKIT
           FILE STATUS IS FS-RELDKIT
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    KITEST - MASTER DE ESTRUTURA DE KITS (CPKITEST)
       FD  KITEST
           RECORDING MODE IS F
           .
       01  REG-KITEST                      PIC X(40).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

       FD  RELDKIT
           RECORDING MODE IS F
           .
       01  REG-RELDKIT                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPKITEST.
      *----------------------------------------------------------------*
      *    ESTRUTURA DE KITS EM TABELA (UMA ENTRADA POR COMPONENTE)
      *----------------------------------------------------------------*
       01  WS-TAB-KITEST.
           05 WS-TKT-ENT OCCURS 2000 TIMES.
              10 WS-TKT-CODKIT             PIC 9(04).
              10 WS-TKT-CODCOMP            PIC 9(04).
              10 WS-TKT-QTD-COMP           PIC 9(04).
       77  WS-QTD-KITEST                   PIC 9(04) COMP.
       77  WS-IDX-KITEST                   PIC 9(04) COMP.
       77  WS-IDX-AUX                      PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    KIT EM AVALIACAO
      *----------------------------------------------------------------*
       77  WS-KIT-ATUAL                    PIC 9(04).
       77  WS-QTD-COMP-KIT                 PIC 9(04) COMP.
       77  WS-MONTAVEIS                    PIC 9(05).
       77  WS-MONTAVEIS-COMP               PIC 9(05).
       77  WS-COMP-LIMITE                  PIC X(04).
       01  WS-SW-KIT-ANTERIOR              PIC X(01).
           88 KIT-JA-AVALIADO                      VALUE "S".
           88 KIT-NAO-AVALIADO                     VALUE "N".
       01  WS-SW-COMP-SEM-CAD              PIC X(01).
           88 COMP-SEM-CADASTRO                    VALUE "S".
           88 COMP-CADASTRADOS                     VALUE "N".
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE DISPONIBILIDADE
      *----------------------------------------------------------------*
       01  WS-CABEC-DSP1                   PIC X(80)
                                                   VALUE
              "   DISPONIBILIDADE DE KITS PELO ESTOQUE DOS COMPONENTES".
       01  WS-CABEC-DSP2                   PIC X(80)
                                                   VALUE
              "KIT   DESCRICAO             COMPON.  MONTAVEIS  LIMITE  S
      -       "ITUACAO".
       01  WS-CABEC-DSP3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-DSP.
           05 LD-DSP-CODKIT                PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DSP-DESCRICAO             PIC X(20).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-DSP-QTD-COMP              PIC ZZZ9.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 LD-DSP-MONTAVEIS             PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DSP-LIMITE                PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-DSP-SITUACAO              PIC X(23).
           05 FILLER                       PIC X(01) VALUE SPACES.
       01  WS-RODAPE-DSP.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "TOTAL DE KITS NA ESTRUTURA.........:".
           05 RD-DSP-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(38) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-KITEST                       PIC X(02).
           88 SUCESSO-K                    VALUE "00" "05".
           88 FIM-ARQ-K                    VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-RELDKIT                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTKIT                        PIC 9(06) COMP.
       77  WS-CTDISPONIVEL                 PIC 9(06) COMP.
       77  WS-CTSEMESTOQUE                 PIC 9(06) COMP.
       77  WS-CTCOMPSEMCAD                 PIC 9(06) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-QTD-KITEST-F                 PIC ZZZZZ9.
       77  WS-CTKIT-F                      PIC ZZZZZ9.
       77  WS-CTDISPONIVEL-F               PIC ZZZZZ9.
       77  WS-CTSEMESTOQUE-F               PIC ZZZZZ9.
       77  WS-CTCOMPSEMCAD-F               PIC ZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P96.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-AVALIAR-ENTRADA
               VARYING WS-IDX-KITEST FROM 1 BY 1
               UNTIL WS-IDX-KITEST > WS-QTD-KITEST
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTKIT
                                              WS-CTDISPONIVEL
                                              WS-CTSEMESTOQUE
                                              WS-CTCOMPSEMCAD
                                              WS-QTD-KITEST
           PERFORM 1200-CARREGAR-KITEST
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELDKIT
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELDKIT" TO WS-MSG
              MOVE FS-RELDKIT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELDKIT               FROM WS-CABEC-DSP1
           WRITE REG-RELDKIT               FROM WS-CABEC-DSP2
           WRITE REG-RELDKIT               FROM WS-CABEC-DSP3
           .
       1200-CARREGAR-KITEST.
           OPEN INPUT KITEST
           IF NOT SUCESSO-K
              MOVE "ERRO ABERTURA KITEST"  TO WS-MSG
              MOVE FS-KITEST               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-KITEST
           PERFORM 1220-ARMAZENAR-COMPONENTE UNTIL FIM-ARQ-K
           CLOSE KITEST
           .
       1210-LER-KITEST.
           READ KITEST INTO WS-REG-KITEST
           IF NOT SUCESSO-K
              IF NOT FIM-ARQ-K
                 MOVE "ERRO LEITURA KITEST" TO WS-MSG
                 MOVE FS-KITEST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-COMPONENTE.
           IF WS-QTD-KITEST < 2000
              ADD 1                        TO WS-QTD-KITEST
              MOVE WS-KIT-CODKIT           TO
                   WS-TKT-CODKIT (WS-QTD-KITEST)
              MOVE WS-KIT-CODCOMP          TO
                   WS-TKT-CODCOMP (WS-QTD-KITEST)
              MOVE WS-KIT-QTD-COMP         TO
                   WS-TKT-QTD-COMP (WS-QTD-KITEST)
           ELSE
              MOVE "TABELA DE KITS ESTOURADA" TO WS-MSG
              MOVE SPACES                     TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-KITEST
           .
      *----------------------------------------------------------------*
      *    2000-AVALIAR-ENTRADA - CADA KIT E AVALIADO NA PRIMEIRA       *
      *    ENTRADA DA TABELA EM QUE APARECE (O KITNOV DO EX004P94 NAO   *
      *    GARANTE OS COMPONENTES DE UM KIT CONTIGUOS)                  *
      *----------------------------------------------------------------*
       2000-AVALIAR-ENTRADA.
           SET KIT-NAO-AVALIADO            TO TRUE
           PERFORM 2050-PROCURAR-ANTERIOR
               VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX NOT < WS-IDX-KITEST
           IF KIT-NAO-AVALIADO
              PERFORM 2100-AVALIAR-KIT
           END-IF
           .
       2050-PROCURAR-ANTERIOR.
           IF WS-TKT-CODKIT (WS-IDX-AUX) =
              WS-TKT-CODKIT (WS-IDX-KITEST)
              SET KIT-JA-AVALIADO          TO TRUE
           END-IF
           .
       2100-AVALIAR-KIT.
           ADD 1                           TO WS-CTKIT
           MOVE WS-TKT-CODKIT (WS-IDX-KITEST) TO WS-KIT-ATUAL
           MOVE ZEROS                      TO WS-QTD-COMP-KIT
           MOVE 99999                      TO WS-MONTAVEIS
           MOVE SPACES                     TO WS-COMP-LIMITE
           SET COMP-CADASTRADOS            TO TRUE
           PERFORM 2200-AVALIAR-COMPONENTE
               VARYING WS-IDX-AUX FROM WS-IDX-KITEST BY 1
               UNTIL WS-IDX-AUX > WS-QTD-KITEST
           MOVE WS-KIT-ATUAL               TO LD-DSP-CODKIT
           MOVE WS-KIT-ATUAL               TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 MOVE "*** SEM CADASTRO ***" TO LD-DSP-DESCRICAO
              NOT INVALID KEY
                 MOVE DESCPROD-V           TO LD-DSP-DESCRICAO
           END-READ
           MOVE WS-QTD-COMP-KIT            TO LD-DSP-QTD-COMP
           MOVE WS-MONTAVEIS               TO LD-DSP-MONTAVEIS
           MOVE WS-COMP-LIMITE             TO LD-DSP-LIMITE
           EVALUATE TRUE
              WHEN COMP-SEM-CADASTRO
                 MOVE "COMPONENTE SEM CADASTRO" TO LD-DSP-SITUACAO
              WHEN WS-MONTAVEIS = ZERO
                 ADD 1                     TO WS-CTSEMESTOQUE
                 MOVE "SEM ESTOQUE"        TO LD-DSP-SITUACAO
              WHEN OTHER
                 ADD 1                     TO WS-CTDISPONIVEL
                 MOVE "DISPONIVEL"         TO LD-DSP-SITUACAO
           END-EVALUATE
           WRITE REG-RELDKIT               FROM WS-LINDET-DSP
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELDKIT" TO WS-MSG
              MOVE FS-RELDKIT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-AVALIAR-COMPONENTE - KITS MONTAVEIS COM O ESTOQUE DO    *
      *    COMPONENTE (QUOCIENTE INTEIRO); O MENOR DEFINE O KIT         *
      *----------------------------------------------------------------*
       2200-AVALIAR-COMPONENTE.
           IF WS-TKT-CODKIT (WS-IDX-AUX) = WS-KIT-ATUAL
              ADD 1                        TO WS-QTD-COMP-KIT
              MOVE WS-TKT-CODCOMP (WS-IDX-AUX) TO CODPROD-V
              READ VCADPRD
                 INVALID KEY
                    SET COMP-SEM-CADASTRO  TO TRUE
                    ADD 1                  TO WS-CTCOMPSEMCAD
                    MOVE ZEROS             TO WS-MONTAVEIS-COMP
                 NOT INVALID KEY
                    COMPUTE WS-MONTAVEIS-COMP =
                            QTDEST-V / WS-TKT-QTD-COMP (WS-IDX-AUX)
              END-READ
              IF WS-MONTAVEIS-COMP < WS-MONTAVEIS
              OR WS-COMP-LIMITE = SPACES
                 MOVE WS-MONTAVEIS-COMP    TO WS-MONTAVEIS
                 MOVE WS-TKT-CODCOMP (WS-IDX-AUX) TO WS-COMP-LIMITE
              END-IF
           END-IF
           .
       3000-TERMINO.
           WRITE REG-RELDKIT               FROM WS-CABEC-DSP3
           MOVE WS-CTKIT                   TO RD-DSP-QTD
           WRITE REG-RELDKIT               FROM WS-RODAPE-DSP
           MOVE WS-QTD-KITEST              TO WS-QTD-KITEST-F
           MOVE WS-CTKIT                   TO WS-CTKIT-F
           MOVE WS-CTDISPONIVEL            TO WS-CTDISPONIVEL-F
           MOVE WS-CTSEMESTOQUE            TO WS-CTSEMESTOQUE-F
           MOVE WS-CTCOMPSEMCAD            TO WS-CTCOMPSEMCAD-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " COMPONENTES NA ESTRUTURA DE KITS.....: "
                                           WS-QTD-KITEST-F
           DISPLAY " KITS AVALIADOS.......................: "
                                           WS-CTKIT-F
           DISPLAY " KITS DISPONIVEIS PARA MONTAGEM.......: "
                                           WS-CTDISPONIVEL-F
           DISPLAY " KITS SEM ESTOQUE DE COMPONENTE.......: "
                                           WS-CTSEMESTOQUE-F
           DISPLAY " COMPONENTES SEM CADASTRO.............: "
                                           WS-CTCOMPSEMCAD-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELDKIT
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELDKIT" TO WS-MSG
              MOVE FS-RELDKIT                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
