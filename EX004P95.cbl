      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P95.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    EXPLOSAO DOS MOVIMENTOS DE KITS ANTES DA POSTAGEM DO         *
      *    EX004P16. LE UM ARQUIVO NO LAYOUT MOVTOEST (MOVTOKIT, H/D/T) *
      *    E GRAVA O MESMO ARQUIVO EM MOVTOEXP, TROCANDO CADA DETALHE   *
      *    DE ENTRADA "E" OU SAIDA "S" DE UM KIT DO MASTER KITEST       *
      *    (EX004P94) POR UM DETALHE POR COMPONENTE, COM A QUANTIDADE   *
      *    DO KIT MULTIPLICADA PELA QUANTIDADE POR KIT. O COMPONENTE    *
      *    MANTEM O NUMMOVTO DO MOVIMENTO ORIGINAL COMO REFERENCIA, A   *
      *    DATA, A HORA E OS LOCAIS; LOTE, VALIDADE E CUSTO UNITARIO    *
      *    SAO DO KIT E NAO SE APLICAM AO COMPONENTE (CUSTO ZERADO NAO  *
      *    ALTERA O CUSTO MEDIO NO EX004P16). TRANSFERENCIAS "T" E      *
      *    PRODUTOS QUE NAO SAO KIT PASSAM SEM ALTERACAO; O TRAILER E   *
      *    RECALCULADO. RODA UMA VEZ PARA CADA ARQUIVO DE MOVIMENTO     *
      *    (MOVTOEST, MOVEXPED DO EX004P61 ETC.) E O MOVTOEXP E QUE     *
      *    ENTRA NO EX004P16. CADA EXPLOSAO SAI NO RELATORIO RELEXPL.   *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT MOVTOKIT ASSIGN          TO MOVTOKIT
           FILE STATUS IS FS-MOVTOKIT
           .
           SELECT MOVTOEXP ASSIGN          TO MOVTOEXP
           FILE STATUS IS FS-MOVTOEXP
           .
           SELECT OPTIONAL KITEST ASSIGN   TO UT-S-KITEST
           FILE STATUS IS FS-KITEST
           .
           SELECT RELEXPL ASSIGN           TO UT-S-RELEXPL
           FILE STATUS IS FS-RELEXPL
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    MOVTOKIT - MOVIMENTOS DE ESTOQUE A EXPLODIR (H/D/T)
       FD  MOVTOKIT
           RECORDING MODE IS F
           .
       01  REG-MOVTOKIT                    PIC X(69).

      *    MOVTOEXP - MOVIMENTOS COM OS KITS EXPLODIDOS (H/D/T)
       FD  MOVTOEXP
           RECORDING MODE IS F
           .
       01  REG-MOVTOEXP                    PIC X(69).

      *    KITEST - MASTER DE ESTRUTURA DE KITS (CPKITEST)
       FD  KITEST
           RECORDING MODE IS F
           .
       01  REG-KITEST                      PIC X(40).

       FD  RELEXPL
           RECORDING MODE IS F
           .
       01  REG-RELEXPL                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY BMOVTOES.
       01  WS-MOVTO-ORIGINAL               PIC X(69).
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
       77  WS-QTD-COMPONENTES              PIC 9(04) COMP.
       77  WS-QTD-EXPLODIDA                PIC 9(10).
       01  WS-SW-EXCEDE                    PIC X(01).
           88 QTD-EXCEDE                           VALUE "S".
           88 QTD-NAO-EXCEDE                       VALUE "N".
       01  WS-SW-TRAILER-KIT               PIC X(01).
           88 TRAILER-KIT-VISTO                    VALUE "S".
           88 TRAILER-KIT-NAO-VISTO                VALUE "N".
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE EXPLOSAO
      *----------------------------------------------------------------*
       01  WS-CABEC-EXP1                   PIC X(80)
                                                   VALUE
              "            EXPLOSAO DOS MOVIMENTOS DE KITS".
       01  WS-CABEC-EXP2                   PIC X(80)
                                                   VALUE
              "MOVTO   TIPO    KIT   QTD KIT    COMP  QTD COMP    SITUAC
      -       "AO".
       01  WS-CABEC-EXP3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-EXP.
           05 LD-EXP-NUMMOVTO              PIC 9(07).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-EXP-TIPO                  PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-EXP-CODKIT                PIC 9(04).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-EXP-QTD-KIT               PIC ZZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-EXP-CODCOMP               PIC X(04).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-EXP-QTD-COMP              PIC ZZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-EXP-SITUACAO              PIC X(20).
           05 FILLER                       PIC X(09) VALUE SPACES.
       01  WS-RODAPE-EXP.
           05 FILLER                       PIC X(36)
                                                   VALUE
              "MOVIMENTOS DE KIT EXPLODIDOS.......:".
           05 RD-EXP-QTD                   PIC ZZZZZ9.
           05 FILLER                       PIC X(38) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-MOVTOKIT                     PIC X(02).
           88 SUCESSO-M                    VALUE "00".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-MOVTOEXP                     PIC X(02).
           88 SUCESSO-X                    VALUE "00".
       01  FS-KITEST                       PIC X(02).
           88 SUCESSO-K                    VALUE "00" "05".
           88 FIM-ARQ-K                    VALUE "10".
       01  FS-RELEXPL                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO                       PIC 9(07).
       77  WS-CTGRAVADO                    PIC 9(07).
       77  WS-CTKITEXPL                    PIC 9(07).
       77  WS-CTCOMPGER                    PIC 9(07).
       77  WS-CTKITTRANSF                  PIC 9(07).
       77  WS-CTEXCEDE                     PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-F                     PIC ZZZZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZZZ9.
       77  WS-CTKITEXPL-F                  PIC ZZZZZZ9.
       77  WS-CTCOMPGER-F                  PIC ZZZZZZ9.
       77  WS-CTKITTRANSF-F                PIC ZZZZZZ9.
       77  WS-CTEXCEDE-F                   PIC ZZZZZZ9.
       77  WS-QTD-KITEST-F                 PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P95.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL TRAILER-KIT-VISTO
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTGRAVADO
                                              WS-CTKITEXPL
                                              WS-CTCOMPGER
                                              WS-CTKITTRANSF
                                              WS-CTEXCEDE
                                              WS-QTD-KITEST
           SET TRAILER-KIT-NAO-VISTO       TO TRUE
           PERFORM 1200-CARREGAR-KITEST
           OPEN INPUT MOVTOKIT
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA MOVTOKIT" TO WS-MSG
              MOVE FS-MOVTOKIT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT MOVTOEXP
           IF NOT SUCESSO-X
              MOVE "ERRO ABERTURA MOVTOEXP" TO WS-MSG
              MOVE FS-MOVTOEXP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELEXPL
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELEXPL" TO WS-MSG
              MOVE FS-RELEXPL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELEXPL               FROM WS-CABEC-EXP1
           WRITE REG-RELEXPL               FROM WS-CABEC-EXP2
           WRITE REG-RELEXPL               FROM WS-CABEC-EXP3
           PERFORM 1500-LER-MOVTOKIT
           IF WS-TIPO-REG-MOVTO NOT = "H"
              MOVE "MOVTOKIT SEM HEADER"   TO WS-MSG
              MOVE FS-MOVTOKIT             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2900-GRAVA-MOVTOEXP
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-KITEST - KITEST INTEIRO EM TABELA; SEM O       *
      *    MASTER NENHUM MOVIMENTO E EXPLODIDO                          *
      *----------------------------------------------------------------*
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
       1500-LER-MOVTOKIT.
           READ MOVTOKIT                   INTO WS-REG-MOVTOEST
           IF NOT SUCESSO-M
              IF FIM-ARQ-M
                 MOVE "MOVTOKIT SEM TRAILER" TO WS-MSG
                 MOVE FS-MOVTOKIT            TO WS-FS
                 GO TO 9000-ERRO
              ELSE
                 MOVE "ERRO LEITURA MOVTOKIT" TO WS-MSG
                 MOVE FS-MOVTOKIT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-PROCESSAR - DETALHES CONFERIDOS CONTRA O TRAILER DE     *
      *    ENTRADA; KIT COM "E" OU "S" E EXPLODIDO, O RESTO E COPIADO   *
      *----------------------------------------------------------------*
       2000-PROCESSAR.
           PERFORM 1500-LER-MOVTOKIT
           IF WS-TIPO-REG-MOVTO = "T"
              SET TRAILER-KIT-VISTO        TO TRUE
              IF WS-CTLIDO NOT = WS-QTDREG-MOVTOEST
                 MOVE "TRAILER DIVERGENTE EM MOVTOKIT" TO WS-MSG
                 MOVE FS-MOVTOKIT                      TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           ELSE
              ADD 1                        TO WS-CTLIDO
              MOVE ZEROS                   TO WS-QTD-COMPONENTES
              IF WS-CODPRODMOVTO IS NUMERIC
              AND WS-QTDMOVTO IS NUMERIC
                 SET QTD-NAO-EXCEDE        TO TRUE
                 PERFORM 2100-VERIFICAR-COMPONENTE
                     VARYING WS-IDX-KITEST FROM 1 BY 1
                     UNTIL WS-IDX-KITEST > WS-QTD-KITEST
              END-IF
              EVALUATE TRUE
                 WHEN WS-QTD-COMPONENTES = ZERO
                    PERFORM 2900-GRAVA-MOVTOEXP
                 WHEN MOVTO-TRANSFERENCIA
                    ADD 1                  TO WS-CTKITTRANSF
                    PERFORM 2900-GRAVA-MOVTOEXP
                 WHEN NOT MOVTO-ENTRADA AND NOT MOVTO-SAIDA
                    PERFORM 2900-GRAVA-MOVTOEXP
                 WHEN QTD-EXCEDE
                    ADD 1                  TO WS-CTEXCEDE
                    PERFORM 2900-GRAVA-MOVTOEXP
                    PERFORM 2800-MONTAR-LINHA
                    MOVE SPACES            TO LD-EXP-CODCOMP
                    MOVE ZEROS             TO LD-EXP-QTD-COMP
                    MOVE "EXCEDE - NAO EXPL." TO LD-EXP-SITUACAO
                    PERFORM 2950-GRAVA-RELEXPL
                 WHEN OTHER
                    ADD 1                  TO WS-CTKITEXPL
                    MOVE WS-REG-MOVTOEST   TO WS-MOVTO-ORIGINAL
                    PERFORM 2200-GERAR-COMPONENTE
                        VARYING WS-IDX-KITEST FROM 1 BY 1
                        UNTIL WS-IDX-KITEST > WS-QTD-KITEST
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2100-VERIFICAR-COMPONENTE - CONTA OS COMPONENTES DO KIT E    *
      *    CONFERE SE A QUANTIDADE EXPLODIDA CABE NO QTDMOVTO           *
      *----------------------------------------------------------------*
       2100-VERIFICAR-COMPONENTE.
           IF WS-TKT-CODKIT (WS-IDX-KITEST) = WS-CODPRODMOVTO
              ADD 1                        TO WS-QTD-COMPONENTES
              COMPUTE WS-QTD-EXPLODIDA =
                      WS-QTDMOVTO * WS-TKT-QTD-COMP (WS-IDX-KITEST)
              IF WS-QTD-EXPLODIDA > 999999
                 SET QTD-EXCEDE            TO TRUE
              END-IF
           END-IF
           .
       2200-GERAR-COMPONENTE.
           IF WS-TKT-CODKIT (WS-IDX-KITEST) = WS-CODPRODMOVTO
              COMPUTE WS-QTD-EXPLODIDA =
                      WS-QTDMOVTO * WS-TKT-QTD-COMP (WS-IDX-KITEST)
              PERFORM 2800-MONTAR-LINHA
              MOVE WS-TKT-CODCOMP (WS-IDX-KITEST)
                                           TO WS-CODPRODMOVTO
              MOVE WS-QTD-EXPLODIDA        TO WS-QTDMOVTO
              MOVE SPACES                  TO WS-LOTEMOVTO
              MOVE ZEROS                   TO WS-DATAVALID-MOVTO
                                              WS-CUSTOUNIT-MOVTO
              PERFORM 2900-GRAVA-MOVTOEXP
              ADD 1                        TO WS-CTCOMPGER
              MOVE WS-CODPRODMOVTO         TO LD-EXP-CODCOMP
              MOVE WS-QTDMOVTO             TO LD-EXP-QTD-COMP
              MOVE "EXPLODIDO"             TO LD-EXP-SITUACAO
              PERFORM 2950-GRAVA-RELEXPL
              MOVE WS-MOVTO-ORIGINAL       TO WS-REG-MOVTOEST
           END-IF
           .
       2800-MONTAR-LINHA.
           MOVE WS-NUMMOVTO                TO LD-EXP-NUMMOVTO
           MOVE WS-TIPOMOVTO               TO LD-EXP-TIPO
           MOVE WS-CODPRODMOVTO            TO LD-EXP-CODKIT
           MOVE WS-QTDMOVTO                TO LD-EXP-QTD-KIT
           .
       2900-GRAVA-MOVTOEXP.
           WRITE REG-MOVTOEXP              FROM WS-REG-MOVTOEST
           IF NOT SUCESSO-X
              MOVE "ERRO GRAVACAO MOVTOEXP" TO WS-MSG
              MOVE FS-MOVTOEXP              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-TIPO-REG-MOVTO NOT = "H"
           AND WS-TIPO-REG-MOVTO NOT = "T"
              ADD 1                        TO WS-CTGRAVADO
           END-IF
           .
       2950-GRAVA-RELEXPL.
           WRITE REG-RELEXPL               FROM WS-LINDET-EXP
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELEXPL" TO WS-MSG
              MOVE FS-RELEXPL              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           MOVE WS-CTGRAVADO               TO WS-QTDREG-MOVTOEST
           PERFORM 2900-GRAVA-MOVTOEXP
           WRITE REG-RELEXPL               FROM WS-CABEC-EXP3
           MOVE WS-CTKITEXPL               TO RD-EXP-QTD
           WRITE REG-RELEXPL               FROM WS-RODAPE-EXP
           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           MOVE WS-CTKITEXPL               TO WS-CTKITEXPL-F
           MOVE WS-CTCOMPGER               TO WS-CTCOMPGER-F
           MOVE WS-CTKITTRANSF             TO WS-CTKITTRANSF-F
           MOVE WS-CTEXCEDE                TO WS-CTEXCEDE-F
           MOVE WS-QTD-KITEST              TO WS-QTD-KITEST-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " COMPONENTES NA ESTRUTURA DE KITS.....: "
                                           WS-QTD-KITEST-F
           DISPLAY " DETALHES LIDOS.......................: "
                                           WS-CTLIDO-F
           DISPLAY " MOVIMENTOS DE KIT EXPLODIDOS.........: "
                                           WS-CTKITEXPL-F
           DISPLAY " MOVIMENTOS DE COMPONENTE GERADOS.....: "
                                           WS-CTCOMPGER-F
           DISPLAY " TRANSFERENCIAS DE KIT SEM EXPLOSAO...: "
                                           WS-CTKITTRANSF-F
           DISPLAY " KITS COM QUANTIDADE EXCEDIDA.........: "
                                           WS-CTEXCEDE-F
           DISPLAY " DETALHES GRAVADOS EM MOVTOEXP........: "
                                           WS-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE MOVTOKIT
           IF NOT SUCESSO-M
              MOVE "ERRO FECHAMENTO MOVTOKIT" TO WS-MSG
              MOVE FS-MOVTOKIT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE MOVTOEXP
           IF NOT SUCESSO-X
              MOVE "ERRO FECHAMENTO MOVTOEXP" TO WS-MSG
              MOVE FS-MOVTOEXP                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELEXPL
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELEXPL" TO WS-MSG
              MOVE FS-RELEXPL                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
