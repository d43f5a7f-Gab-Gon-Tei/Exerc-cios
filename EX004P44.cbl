      *    CADA PRODUTO EM FALTA (DEMANDA SOMADA DOS ITENS) GERA UM     *
      *    REGISTRO NO BACKORDER (BACKORD). O RELATORIO (RELALOC)       *
      *    PERMITE AO ATENDIMENTO AVISAR O CLIENTE NO MESMO DIA.        *
      *    PEDIDO SEM ITENS (EXTRATO ANTIGO) PASSA DIRETO. ITEM DE KIT  *
      *    DO MASTER KITEST (EX004P94) E ESTOCADO COMO COMPONENTES: A   *
      *    DEMANDA DO KIT E EXPLODIDA NOS COMPONENTES E A CONFERENCIA,  *
      *    A RESERVA E O BACKORDER SAO FEITOS SOBRE ELES.               *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT OPTIONAL VCPLOCK ASSIGN  TO VCPLOCK
           FILE STATUS IS FS-VCPLOCK
           .
           SELECT OPTIONAL KITEST ASSIGN   TO UT-S-KITEST
           FILE STATUS IS FS-KITEST
           .
           SELECT OPTIONAL PEDEVT ASSIGN   TO PEDEVT
           FILE STATUS IS FS-PEDEVT
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           .
       01  REG-VCPLOCK                     PIC X(30).

      *    KITEST - MASTER DE ESTRUTURA DE KITS (CPKITEST)
       FD  KITEST
           RECORDING MODE IS F
           .
       01  REG-KITEST                      PIC X(40).

      *    PEDEVT - EVENTOS DE SITUACAO DO PEDIDO (CPPEDEVT)
       FD  PEDEVT
           RECORDING MODE IS F
           .
       01  REG-PEDEVT                      PIC X(70).

      *    RUNIDCTL - IDENTIFICADOR DO RUN GERADO PELO EX004P67
       FD  RUNIDCTL
           RECORDING MODE IS F
           .
       01  REG-RUNIDCTL                    PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *    E A RESERVA DE ESTOQUE SAO FEITAS SOBRE A SOMA POR PRODUTO
      *----------------------------------------------------------------*
       01  WS-TAB-PRODS.
           05 WS-PROD-ENT OCCURS 60 TIMES.
              10 WS-PROD-CODIGO            PIC 9(04).
              10 WS-PROD-QTD               PIC 9(07).
              10 WS-PROD-DISP              PIC 9(06).
       77  WS-IDX-PROD                     PIC 9(02) COMP.
       77  WS-IDX-PROD-ACHADO              PIC 9(02) COMP.
       77  WS-PRODS-FALTA                  PIC 9(02) COMP.
       77  WS-COD-DEMANDA                  PIC 9(04).
       77  WS-QTD-DEMANDA                  PIC 9(10).
      *----------------------------------------------------------------*
      *    ESTRUTURA DE KITS EM TABELA (UMA ENTRADA POR COMPONENTE)
      *----------------------------------------------------------------*
           COPY CPKITEST.
       01  WS-TAB-KITEST.
           05 WS-TKT-ENT OCCURS 2000 TIMES.
              10 WS-TKT-CODKIT             PIC 9(04).
              10 WS-TKT-CODCOMP            PIC 9(04).
              10 WS-TKT-QTD-COMP           PIC 9(04).
       77  WS-QTD-KITEST                   PIC 9(04) COMP.
       77  WS-IDX-KITEST                   PIC 9(04) COMP.
       77  WS-QTD-COMP-ITEM                PIC 9(04) COMP.
       01  WS-SW-PEDIDO-FALTA              PIC X(01) VALUE "N".
           88 PEDIDO-EM-FALTA                      VALUE "S".
           88 PEDIDO-ATENDIVEL                     VALUE "N".
           05 RD-ALO-QTD                   PIC ZZZ9.
           05 FILLER                       PIC X(43) VALUE SPACES.
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
           88 SUCESSO-B                    VALUE "00".
       01  FS-RELALOC                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  FS-KITEST                       PIC X(02).
           88 SUCESSO-K                    VALUE "00" "05".
           88 FIM-ARQ-K                    VALUE "10".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTORFAO                      PIC 9(07).
       77  WS-CTBACKORD                    PIC 9(07).
       77  WS-CTRESERVADO                  PIC 9(07).
       77  WS-CTITEMKIT                    PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTORFAO-F                    PIC ZZZZZZ9.
       77  WS-CTBACKORD-F                  PIC ZZZZZZ9.
       77  WS-CTRESERVADO-F                PIC ZZZZZZ9.
       77  WS-CTITEMKIT-F                  PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
                                              WS-CTORFAO
                                              WS-CTBACKORD
                                              WS-CTRESERVADO
                                              WS-CTITEMKIT
                                              WS-QTD-KITEST
           SET TRAILER-LIB-NAO-VISTO       TO TRUE
           PERFORM 1200-CARREGAR-KITEST
           PERFORM 1100-ABERTURA-ARQUIVOS
           MOVE "EX004P44"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT
           PERFORM 1500-LER-EXTTLIB
           IF WS-TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTLIB SEM HEADER"    TO WS-MSG
           WRITE REG-VCPLOCK               FROM WS-REG-VCPLOCK
           CLOSE VCPLOCK
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-KITEST - KITEST INTEIRO EM TABELA; SEM O       *
      *    MASTER NENHUM ITEM E TRATADO COMO KIT                        *
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
       1500-LER-EXTTLIB.
           READ EXTTLIB INTO WS-REG-EXTTORD
           IF NOT SUCESSO-E
           .
      *----------------------------------------------------------------*
      *    2250-CONSOLIDAR-DEMANDA - SOMA AS QUANTIDADES DOS ITENS      *
      *    POR PRODUTO; A CONFERENCIA E A RESERVA USAM ESTA SOMA. O     *
      *    ITEM DE KIT ENTRA PELOS COMPONENTES (QUANTIDADE DO ITEM      *
      *    VEZES A QUANTIDADE POR KIT)                                  *
      *----------------------------------------------------------------*
       2250-CONSOLIDAR-DEMANDA.
           MOVE ZEROS                      TO WS-QTD-PRODS
               UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           .
       2260-ACUMULAR-ITEM.
           MOVE ZEROS                      TO WS-QTD-COMP-ITEM
           PERFORM 2265-EXPLODIR-KIT
               VARYING WS-IDX-KITEST FROM 1 BY 1
               UNTIL WS-IDX-KITEST > WS-QTD-KITEST
           IF WS-QTD-COMP-ITEM = ZERO
              MOVE WS-ITEM-CODPROD (WS-IDX-ITEM) TO WS-COD-DEMANDA
              MOVE WS-ITEM-QTD (WS-IDX-ITEM)     TO WS-QTD-DEMANDA
              PERFORM 2268-SOMAR-DEMANDA
           ELSE
              ADD 1                        TO WS-CTITEMKIT
           END-IF
           .
       2265-EXPLODIR-KIT.
           IF WS-TKT-CODKIT (WS-IDX-KITEST) =
              WS-ITEM-CODPROD (WS-IDX-ITEM)
              ADD 1                        TO WS-QTD-COMP-ITEM
              MOVE WS-TKT-CODCOMP (WS-IDX-KITEST) TO WS-COD-DEMANDA
              COMPUTE WS-QTD-DEMANDA =
                      WS-ITEM-QTD (WS-IDX-ITEM)
                    * WS-TKT-QTD-COMP (WS-IDX-KITEST)
              PERFORM 2268-SOMAR-DEMANDA
           END-IF
           .
       2268-SOMAR-DEMANDA.
           MOVE ZEROS                      TO WS-IDX-PROD-ACHADO
           PERFORM 2270-PROCURAR-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-QTD-PRODS
           IF WS-IDX-PROD-ACHADO = ZERO
              IF WS-QTD-PRODS >= 60
                 MOVE "PEDIDO COM EXCESSO DE PRODUTOS" TO WS-MSG
                 MOVE FS-EXTTLIB                       TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              ADD 1                        TO WS-QTD-PRODS
              MOVE WS-QTD-PRODS            TO WS-IDX-PROD-ACHADO
              MOVE WS-COD-DEMANDA          TO
                   WS-PROD-CODIGO (WS-IDX-PROD-ACHADO)
              MOVE ZEROS                   TO
                   WS-PROD-QTD (WS-IDX-PROD-ACHADO)
                   WS-PROD-DISP (WS-IDX-PROD-ACHADO)
                   WS-PROD-FALTA (WS-IDX-PROD-ACHADO)
           END-IF
           ADD WS-PROD-QTD (WS-IDX-PROD-ACHADO) TO WS-QTD-DEMANDA
           IF WS-QTD-DEMANDA > 9999999
              MOVE "DEMANDA DO PRODUTO EXCEDIDA" TO WS-MSG
              MOVE FS-EXTTLIB                    TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-QTD-DEMANDA             TO
                WS-PROD-QTD (WS-IDX-PROD-ACHADO)
           .
       2270-PROCURAR-PRODUTO.
           IF WS-IDX-PROD-ACHADO = ZERO
           AND WS-PROD-CODIGO (WS-IDX-PROD) = WS-COD-DEMANDA
              MOVE WS-IDX-PROD             TO WS-IDX-PROD-ACHADO
           END-IF
           .
              MOVE FS-RELALOC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2720-EMITIR-EVENTO
           .
      *----------------------------------------------------------------*
      *    2720-EMITIR-EVENTO - RESULTADO DA ALOCACAO (PEDEVT)          *
      *----------------------------------------------------------------*
       2720-EMITIR-EVENTO.
           MOVE WS-NUM-PEDIDO              TO WS-EVT-NUM-PEDIDO
           MOVE WS-COD-CLIENTE (3:4)       TO WS-EVT-CODCLI
           IF PEDIDO-EM-FALTA
              MOVE "BO"                    TO WS-EVT-SITUACAO
              MOVE "ESTOQUE INSUFICIENTE"  TO WS-EVT-COMPLEMENTO
           ELSE
              MOVE "AL"                    TO WS-EVT-SITUACAO
              MOVE SPACES                  TO WS-EVT-COMPLEMENTO
           END-IF
           PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           .
       2750-CONTAR-FALTAS.
           MOVE ZEROS                      TO WS-PRODS-FALTA
           MOVE WS-CTORFAO                 TO WS-CTORFAO-F
           MOVE WS-CTBACKORD               TO WS-CTBACKORD-F
           MOVE WS-CTRESERVADO             TO WS-CTRESERVADO-F
           MOVE WS-CTITEMKIT               TO WS-CTITEMKIT-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTBACKORD-F
           DISPLAY " PRODUTOS COM ESTOQUE RESERVADO.......: "
                                           WS-CTRESERVADO-F
           DISPLAY " ITENS DE KIT EXPLODIDOS..............: "
                                           WS-CTITEMKIT-F
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-RELALOC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
