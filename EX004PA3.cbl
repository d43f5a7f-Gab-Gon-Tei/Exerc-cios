      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA3.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    PEDIDOS PARADOS. LE O MASTER DE SITUACAO PEDSTAT (PEDSTNOV   *
      *    DO EX004PA1) E, PARA CADA PEDIDO AINDA EM ANDAMENTO (NAO     *
      *    REJEITADO, CANCELADO NEM FATURADO), CONTA OS DIAS DESDE A    *
      *    ENTRADA NA SITUACAO ATUAL ATE HOJE (CALENDARIO COMERCIAL     *
      *    30/360). O RELPARA LISTA OS PEDIDOS PARADOS HA MAIS DE N     *
      *    DIAS, AGRUPADOS POR SITUACAO NA ORDEM DO CICLO E, DENTRO     *
      *    DELA, DO MAIS ANTIGO PARA O MAIS NOVO, COM O ULTIMO          *
      *    PROGRAMA QUE MEXEU NO PEDIDO, E TERMINA COM O RESUMO DOS     *
      *    PEDIDOS EM ANDAMENTO POR SITUACAO. N (DIASPARA) VEM DO       *
      *    PARMMST OU, NA FALTA DELE, DO CARTAO PARMPARA (COLUNAS 1-3). *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PEDSTAT ASSIGN           TO UT-S-PEDSTAT
           FILE STATUS IS FS-PEDSTAT
           .
           SELECT PARMPARA ASSIGN          TO UT-S-PARMPARA
           FILE STATUS IS FS-PARMPARA
           .
           SELECT RELPARA ASSIGN           TO UT-S-RELPARA
           FILE STATUS IS FS-RELPARA
           .
           SELECT CLASS-PAR ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PEDSTAT - MASTER DE SITUACAO DO PEDIDO (CPPEDSTA)
       FD  PEDSTAT
           RECORDING MODE IS F
           .
       01  REG-PEDSTAT                     PIC X(860).

      *    PARMPARA - CARTAO COM O LIMITE DE DIAS NA MESMA SITUACAO
       FD  PARMPARA
           RECORDING MODE IS F
           .
       01  REG-PARMPARA                    PIC X(80).

       FD  RELPARA
           RECORDING MODE IS F
           .
       01  REG-RELPARA                     PIC X(132).

      *    CLASS-PAR - PEDIDOS PARADOS POR SITUACAO (ORDEM DO CICLO)
      *    E DIAS PARADOS (DO MAIOR PARA O MENOR)
       SD  CLASS-PAR
           .
       01  REG-CLASS-PAR.
           05 PAR-ORDEM-CLASS              PIC 9(02).
           05 FILLER                       PIC X(02).
           05 PAR-DIAS-CLASS               PIC 9(04).
           05 PAR-NUM-PEDIDO-CLASS         PIC 9(08).
           05 FILLER                       PIC X(48).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
           COPY CPPEDSTA.
           COPY VARDATA.
      *----------------------------------------------------------------*
       01  WS-REG-PARMPARA.
           05 WS-DIAS-LIMITE               PIC 9(03).
           05 FILLER                       PIC X(77).
      *----------------------------------------------------------------*
      *    PEDIDO PARADO LIBERADO PARA A CLASSIFICACAO
      *----------------------------------------------------------------*
       01  WS-REG-PAR.
           05 WS-PAR-ORDEM                 PIC 9(02).
           05 WS-PAR-SITUACAO              PIC X(02).
           05 WS-PAR-DIAS                  PIC 9(04).
           05 WS-PAR-NUM-PEDIDO            PIC 9(08).
           05 WS-PAR-CODCLI                PIC X(04).
           05 WS-PAR-DATA-SIT              PIC 9(08).
           05 WS-PAR-HORA-SIT              PIC 9(08).
           05 WS-PAR-PROGRAMA              PIC X(08).
           05 WS-PAR-COMPLEMENTO           PIC X(20).
      *----------------------------------------------------------------*
      *    PEDIDOS EM ANDAMENTO E PARADOS POR SITUACAO (MESMA ORDEM
      *    DA TABELA DE DESCRICOES DO CPPEDEVT)
      *----------------------------------------------------------------*
       01  WS-TAB-RESUMO.
           05 WS-RES-ENT OCCURS 9 TIMES.
              10 WS-RES-ANDAMENTO-T        PIC 9(07).
              10 WS-RES-PARADO-T           PIC 9(07).
              10 WS-RES-MAIOR-T            PIC 9(04).
       77  WS-IDX-DESC                     PIC 9(02) COMP.
       77  WS-IDX-SIT                      PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    DATAS E HORAS DE TRABALHO
      *----------------------------------------------------------------*
       01  WS-DATA-AUX.
           05 WS-AUX-ANO                   PIC 9(04).
           05 WS-AUX-MES                   PIC 9(02).
           05 WS-AUX-DIA                   PIC 9(02).
       01  WS-HORA-AUX.
           05 WS-AUX-HORA                  PIC 9(02).
           05 WS-AUX-MIN                   PIC 9(02).
           05 WS-AUX-SEG                   PIC 9(02).
           05 WS-AUX-CENT                  PIC 9(02).
       01  WS-DATA-INI.
           05 WS-INI-ANO                   PIC 9(04).
           05 WS-INI-MES                   PIC 9(02).
           05 WS-INI-DIA                   PIC 9(02).
       01  WS-DATA-FIM.
           05 WS-FIM-ANO                   PIC 9(04).
           05 WS-FIM-MES                   PIC 9(02).
           05 WS-FIM-DIA                   PIC 9(02).
       77  WS-DIAS-CALC                    PIC S9(07).
       77  WS-ORDEM-CUR                    PIC 9(02).
       77  WS-CTPARADO-SIT                 PIC 9(05).
       77  WS-MAIOR-SIT                    PIC 9(04).
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE PEDIDOS PARADOS
      *----------------------------------------------------------------*
       01  WS-CABEC-PAR1.
           05 FILLER                       PIC X(45)
                                                   VALUE
              "PEDIDOS PARADOS NA MESMA SITUACAO HA MAIS DE ".
           05 CB-PAR-DIAS                  PIC ZZ9.
           05 FILLER                       PIC X(18)
                                                   VALUE
              " DIAS  -  EMISSAO ".
           05 CB-PAR-DATA                  PIC X(10).
           05 FILLER                       PIC X(56) VALUE SPACES.
       01  WS-CABEC-PAR2                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINSIT-PAR.
           05 FILLER                       PIC X(10) VALUE "SITUACAO: ".
           05 LS-PAR-SIT                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LS-PAR-DESC                  PIC X(20).
           05 FILLER                       PIC X(99) VALUE SPACES.
       01  WS-LINCAB-PAR.
           05 FILLER                       PIC X(14)
                                                   VALUE
              "    PEDIDO".
           05 FILLER                       PIC X(11) VALUE "CLIENTE".
           05 FILLER                       PIC X(12) VALUE "DESDE".
           05 FILLER                       PIC X(10) VALUE "HORA".
           05 FILLER                       PIC X(06) VALUE "  DIAS".
           05 FILLER                       PIC X(19)
                                                   VALUE
              "  ULTIMO PROGRAMA".
           05 FILLER                       PIC X(11)
                                                   VALUE
              "COMPLEMENTO".
           05 FILLER                       PIC X(49) VALUE SPACES.
       01  WS-LINDET-PAR.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PAR-PEDIDO                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAR-CLIENTE               PIC X(04).
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 LD-PAR-DATA                  PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAR-HORA                  PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-PAR-DIAS                  PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PAR-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 LD-PAR-COMPL                 PIC X(20).
           05 FILLER                       PIC X(40) VALUE SPACES.
       01  WS-LINTOT-PAR.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "    PEDIDOS PARADOS NA SITUACAO.....:".
           05 LT-PAR-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(17)
                                                   VALUE
              "   MAIOR PARADA: ".
           05 LT-PAR-MAIOR                 PIC ZZZ9.
           05 FILLER                       PIC X(05) VALUE " DIAS".
           05 FILLER                       PIC X(63) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-LINNADA-PAR.
           05 FILLER                       PIC X(41)
                                                   VALUE
              "NENHUM PEDIDO PARADO ALEM DO LIMITE".
           05 FILLER                       PIC X(91) VALUE SPACES.
       01  WS-CABRES-PAR1.
           05 FILLER                       PIC X(45)
                                                   VALUE
              "RESUMO DOS PEDIDOS EM ANDAMENTO POR SITUACAO".
           05 FILLER                       PIC X(87) VALUE SPACES.
       01  WS-CABRES-PAR2.
           05 FILLER                       PIC X(27)
                                                   VALUE
              "SITUACAO".
           05 FILLER                       PIC X(14)
                                                   VALUE
              "  EM ANDAMENTO".
           05 FILLER                       PIC X(09) VALUE "  PARADOS".
           05 FILLER                       PIC X(14)
                                                   VALUE
              "  MAIOR PARADA".
           05 FILLER                       PIC X(68) VALUE SPACES.
       01  WS-LINRES-PAR.
           05 LR-PAR-SIT                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LR-PAR-DESC                  PIC X(20).
           05 FILLER                       PIC X(11) VALUE SPACES.
           05 LR-PAR-ANDAMENTO             PIC ZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-PAR-PARADO                PIC ZZZZZZ9.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 LR-PAR-MAIOR                 PIC ZZZ9.
           05 FILLER                       PIC X(68) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDSTAT                      PIC X(02).
           88 SUCESSO-S                    VALUE "00".
           88 FIM-ARQ-S                    VALUE "10".
       01  FS-PARMPARA                     PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-RELPARA                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-PAR                   PIC X(01).
           88 FIM-CLASS-PAR                        VALUE "S".
           88 NAO-FIM-CLASS-PAR                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTLIDO                       PIC 9(07).
       77  WS-CTENCERR                     PIC 9(07).
       77  WS-CTANDAMENTO                  PIC 9(07).
       77  WS-CTPARADO                     PIC 9(07).
       77  WS-CTINVALIDO                   PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTLIDO-F                     PIC ZZZZZZ9.
       77  WS-CTENCERR-F                   PIC ZZZZZZ9.
       77  WS-CTANDAMENTO-F                PIC ZZZZZZ9.
       77  WS-CTPARADO-F                   PIC ZZZZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZZZZ9.
       77  WS-DIAS-LIMITE-F                PIC ZZ9.
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): DIASPARA TRAZ O LIMITE DE DIAS NA SITUACAO
      *    (HAVENDO VALOR VIGENTE O CARTAO AVULSO NEM E LIDO)
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-DIAS         PIC 9(03).
              10 FILLER                    PIC X(12).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA3.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-PAR
               ON ASCENDING KEY PAR-ORDEM-CLASS
               ON DESCENDING KEY PAR-DIAS-CLASS
               ON ASCENDING KEY PAR-NUM-PEDIDO-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-PARADOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-PARADOS
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTENCERR
                                              WS-CTANDAMENTO
                                              WS-CTPARADO
                                              WS-CTINVALIDO
           MOVE ZEROS                      TO WS-TAB-RESUMO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-OBTER-DIAS-LIMITE
           OPEN INPUT PEDSTAT
           IF NOT SUCESSO-S
              MOVE "ERRO ABERTURA PEDSTAT" TO WS-MSG
              MOVE FS-PEDSTAT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPARA
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELPARA" TO WS-MSG
              MOVE FS-RELPARA              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIAS-LIMITE             TO CB-PAR-DIAS
           MOVE WS-DATA-SYS                TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO CB-PAR-DATA
           WRITE REG-RELPARA               FROM WS-CABEC-PAR1
           WRITE REG-RELPARA               FROM WS-CABEC-PAR2
           .
      *----------------------------------------------------------------*
      *    1100-OBTER-DIAS-LIMITE - VALOR VIGENTE DO PARMMST OU, NA     *
      *    FALTA DELE, O CARTAO PARMPARA                                *
      *----------------------------------------------------------------*
       1100-OBTER-DIAS-LIMITE.
           MOVE "EX004PA3"                 TO WS-PRM-PROGRAMA
           MOVE "DIASPARA"                 TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-DIAS       TO WS-DIAS-LIMITE
              DISPLAY "EX004PA3: LIMITE DE DIAS DO PARMMST"
           ELSE
              OPEN INPUT PARMPARA
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PARMPARA" TO WS-MSG
                 MOVE FS-PARMPARA              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMPARA INTO WS-REG-PARMPARA
              IF NOT SUCESSO-P
                 MOVE "PARMPARA SEM CARTAO DE LIMITE" TO WS-MSG
                 MOVE FS-PARMPARA                     TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              CLOSE PARMPARA
              IF NOT SUCESSO-P
                 MOVE "ERRO FECHAMENTO PARMPARA" TO WS-MSG
                 MOVE FS-PARMPARA                TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           IF WS-DIAS-LIMITE IS NOT NUMERIC
              MOVE "LIMITE DE DIAS INVALIDO" TO WS-MSG
              MOVE FS-PARMPARA               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-PARADOS - PEDIDOS EM ANDAMENTO HA MAIS DE    *
      *    N DIAS NA SITUACAO ATUAL VAO PARA A CLASSIFICACAO            *
      *----------------------------------------------------------------*
       2000-SELECIONAR-PARADOS.
           PERFORM 2100-LER-PEDSTAT
           PERFORM 2200-AVALIAR-PEDIDO UNTIL FIM-ARQ-S
           .
       2100-LER-PEDSTAT.
           READ PEDSTAT                    INTO WS-REG-PEDSTAT
           IF SUCESSO-S
              ADD 1                        TO WS-CTLIDO
           ELSE
              IF NOT FIM-ARQ-S
                 MOVE "ERRO LEITURA PEDSTAT" TO WS-MSG
                 MOVE FS-PEDSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-AVALIAR-PEDIDO.
           MOVE ZEROS                      TO WS-IDX-SIT
           PERFORM 2210-PROCURAR-SITUACAO
               VARYING WS-IDX-DESC FROM 1 BY 1
               UNTIL WS-IDX-DESC > 9
           EVALUATE TRUE
              WHEN WS-IDX-SIT = ZERO
              OR   WS-PST-DATA-SITUACAO IS NOT NUMERIC
                 ADD 1                     TO WS-CTINVALIDO
              WHEN PST-SITUACAO-FINAL
                 ADD 1                     TO WS-CTENCERR
              WHEN OTHER
                 ADD 1                     TO WS-CTANDAMENTO
                 ADD 1                     TO
                     WS-RES-ANDAMENTO-T (WS-IDX-SIT)
                 MOVE WS-PST-DATA-SITUACAO TO WS-DATA-INI
                 MOVE WS-DATA-SYS          TO WS-DATA-FIM
                 PERFORM 3730-CALCULAR-DIAS
                 IF WS-DIAS-CALC > WS-DIAS-LIMITE
                    PERFORM 2300-LIBERAR-PARADO
                 END-IF
           END-EVALUATE
           PERFORM 2100-LER-PEDSTAT
           .
       2210-PROCURAR-SITUACAO.
           IF WS-EVT-DESC-CODIGO (WS-IDX-DESC) = WS-PST-SITUACAO
              MOVE WS-IDX-DESC             TO WS-IDX-SIT
           END-IF
           .
       2300-LIBERAR-PARADO.
           ADD 1                           TO WS-CTPARADO
           ADD 1                           TO
               WS-RES-PARADO-T (WS-IDX-SIT)
           IF WS-DIAS-CALC > WS-RES-MAIOR-T (WS-IDX-SIT)
              MOVE WS-DIAS-CALC            TO
                   WS-RES-MAIOR-T (WS-IDX-SIT)
           END-IF
           MOVE WS-IDX-SIT                 TO WS-PAR-ORDEM
           MOVE WS-PST-SITUACAO            TO WS-PAR-SITUACAO
           MOVE WS-DIAS-CALC               TO WS-PAR-DIAS
           MOVE WS-PST-NUM-PEDIDO          TO WS-PAR-NUM-PEDIDO
           MOVE WS-PST-CODCLI              TO WS-PAR-CODCLI
           MOVE WS-PST-DATA-SITUACAO       TO WS-PAR-DATA-SIT
           MOVE WS-PST-HORA-SITUACAO       TO WS-PAR-HORA-SIT
           MOVE SPACES                     TO WS-PAR-PROGRAMA
                                              WS-PAR-COMPLEMENTO
           IF WS-PST-QTD-HIST > ZERO
              MOVE WS-PST-H-PROGRAMA (WS-PST-QTD-HIST)
                                           TO WS-PAR-PROGRAMA
              MOVE WS-PST-H-COMPLEMENTO (WS-PST-QTD-HIST)
                                           TO WS-PAR-COMPLEMENTO
           END-IF
           RELEASE REG-CLASS-PAR           FROM WS-REG-PAR
           .
      *----------------------------------------------------------------*
      *    3000-IMPRIMIR-PARADOS - QUEBRA POR SITUACAO                  *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-PARADOS.
           SET NAO-FIM-CLASS-PAR           TO TRUE
           PERFORM 3100-RETORNAR-PAR
           IF FIM-CLASS-PAR
              WRITE REG-RELPARA            FROM WS-LINNADA-PAR
           END-IF
           PERFORM 3200-TRATAR-SITUACAO UNTIL FIM-CLASS-PAR
           .
       3100-RETORNAR-PAR.
           RETURN CLASS-PAR                INTO WS-REG-PAR
               AT END
                  SET FIM-CLASS-PAR        TO TRUE
           END-RETURN
           .
       3200-TRATAR-SITUACAO.
           MOVE WS-PAR-ORDEM               TO WS-ORDEM-CUR
           MOVE ZEROS                      TO WS-CTPARADO-SIT
                                              WS-MAIOR-SIT
           MOVE WS-PAR-SITUACAO            TO LS-PAR-SIT
           MOVE WS-EVT-DESC-TEXTO (WS-ORDEM-CUR) TO LS-PAR-DESC
           WRITE REG-RELPARA               FROM WS-LIN-BRANCO
           WRITE REG-RELPARA               FROM WS-LINSIT-PAR
           WRITE REG-RELPARA               FROM WS-LINCAB-PAR
           PERFORM 3300-IMPRIMIR-PEDIDO
               UNTIL FIM-CLASS-PAR
               OR    WS-PAR-ORDEM NOT = WS-ORDEM-CUR
           MOVE WS-CTPARADO-SIT            TO LT-PAR-QTD
           MOVE WS-MAIOR-SIT               TO LT-PAR-MAIOR
           WRITE REG-RELPARA               FROM WS-LINTOT-PAR
           .
       3300-IMPRIMIR-PEDIDO.
           ADD 1                           TO WS-CTPARADO-SIT
           IF WS-PAR-DIAS > WS-MAIOR-SIT
              MOVE WS-PAR-DIAS             TO WS-MAIOR-SIT
           END-IF
           MOVE WS-PAR-NUM-PEDIDO          TO LD-PAR-PEDIDO
           MOVE WS-PAR-CODCLI              TO LD-PAR-CLIENTE
           MOVE WS-PAR-DATA-SIT            TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO LD-PAR-DATA
           MOVE WS-PAR-HORA-SIT            TO WS-HORA-AUX
           PERFORM 3720-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA          TO LD-PAR-HORA
           MOVE WS-PAR-DIAS                TO LD-PAR-DIAS
           MOVE WS-PAR-PROGRAMA            TO LD-PAR-PROGRAMA
           MOVE WS-PAR-COMPLEMENTO         TO LD-PAR-COMPL
           WRITE REG-RELPARA               FROM WS-LINDET-PAR
           PERFORM 3100-RETORNAR-PAR
           .
      *----------------------------------------------------------------*
      *    3500-IMPRIMIR-RESUMO - SO AS SITUACOES DE PEDIDO EM          *
      *    ANDAMENTO (AS FINAIS NAO ENVELHECEM)                         *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-RESUMO.
           MOVE WS-EVT-DESC-CODIGO (WS-IDX-DESC) TO WS-EVT-SITUACAO
           IF NOT EVT-SITUACAO-FINAL
              MOVE WS-EVT-SITUACAO         TO LR-PAR-SIT
              MOVE WS-EVT-DESC-TEXTO (WS-IDX-DESC) TO LR-PAR-DESC
              MOVE WS-RES-ANDAMENTO-T (WS-IDX-DESC)
                                           TO LR-PAR-ANDAMENTO
              MOVE WS-RES-PARADO-T (WS-IDX-DESC) TO LR-PAR-PARADO
              MOVE WS-RES-MAIOR-T (WS-IDX-DESC) TO LR-PAR-MAIOR
              WRITE REG-RELPARA            FROM WS-LINRES-PAR
           END-IF
           .
       3710-FORMATAR-DATA.
           MOVE WS-AUX-DIA                 TO WS-DIA-F
           MOVE WS-AUX-MES                 TO WS-MES-F
           MOVE WS-AUX-ANO                 TO WS-ANO-F
           .
       3720-FORMATAR-HORA.
           MOVE WS-AUX-HORA                TO WS-HORA-F
           MOVE WS-AUX-MIN                 TO WS-MIN-F
           MOVE WS-AUX-SEG                 TO WS-SEG-F
           .
      *----------------------------------------------------------------*
      *    3730-CALCULAR-DIAS - DIAS ENTRE WS-DATA-INI E WS-DATA-FIM    *
      *    NO CALENDARIO COMERCIAL 30/360 (DIA 31 CONTA COMO 30)        *
      *----------------------------------------------------------------*
       3730-CALCULAR-DIAS.
           IF WS-INI-DIA > 30
              MOVE 30                      TO WS-INI-DIA
           END-IF
           IF WS-FIM-DIA > 30
              MOVE 30                      TO WS-FIM-DIA
           END-IF
           COMPUTE WS-DIAS-CALC =
                   (WS-FIM-ANO - WS-INI-ANO) * 360
                 + (WS-FIM-MES - WS-INI-MES) * 30
                 + (WS-FIM-DIA - WS-INI-DIA)
           IF WS-DIAS-CALC < ZERO
              MOVE ZERO                    TO WS-DIAS-CALC
           END-IF
           IF WS-DIAS-CALC > 9999
              MOVE 9999                    TO WS-DIAS-CALC
           END-IF
           .
       3800-TERMINO.
           WRITE REG-RELPARA               FROM WS-LIN-BRANCO
           WRITE REG-RELPARA               FROM WS-CABEC-PAR2
           WRITE REG-RELPARA               FROM WS-CABRES-PAR1
           WRITE REG-RELPARA               FROM WS-CABRES-PAR2
           PERFORM 3500-IMPRIMIR-RESUMO
               VARYING WS-IDX-DESC FROM 1 BY 1
               UNTIL WS-IDX-DESC > 9

           MOVE WS-CTLIDO                  TO WS-CTLIDO-F
           MOVE WS-CTENCERR                TO WS-CTENCERR-F
           MOVE WS-CTANDAMENTO             TO WS-CTANDAMENTO-F
           MOVE WS-CTPARADO                TO WS-CTPARADO-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-DIAS-LIMITE             TO WS-DIAS-LIMITE-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " LIMITE DE DIAS NA SITUACAO...........: "
                                           WS-DIAS-LIMITE-F
           DISPLAY " PEDIDOS LIDOS NO PEDSTAT.............: "
                                           WS-CTLIDO-F
           DISPLAY " PEDIDOS ENCERRADOS (IGNORADOS).......: "
                                           WS-CTENCERR-F
           DISPLAY " PEDIDOS EM ANDAMENTO.................: "
                                           WS-CTANDAMENTO-F
           DISPLAY " PEDIDOS PARADOS ALEM DO LIMITE.......: "
                                           WS-CTPARADO-F
           DISPLAY " REGISTROS INVALIDOS NO MASTER........: "
                                           WS-CTINVALIDO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE PEDSTAT
           IF NOT SUCESSO-S
              MOVE "ERRO FECHAMENTO PEDSTAT" TO WS-MSG
              MOVE FS-PEDSTAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPARA
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELPARA" TO WS-MSG
              MOVE FS-RELPARA               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
