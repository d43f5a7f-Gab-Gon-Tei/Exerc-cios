      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA2.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONSULTA DA SITUACAO DE PEDIDOS. CADA CARTAO PEDCONS TRAZ    *
      *    UM NUMERO DE PEDIDO (COLUNAS 1-8); OS CARTOES SAO            *
      *    CLASSIFICADOS E CASADOS COM O MASTER DE SITUACAO PEDSTAT     *
      *    (PEDSTNOV DO EX004PA1) E O RELCONS MOSTRA, PARA CADA         *
      *    PEDIDO, O CLIENTE, A SITUACAO ATUAL E HA QUANTOS DIAS ESTA   *
      *    NELA, SEGUIDOS DA LINHA DO TEMPO COMPLETA: DATA E HORA DE    *
      *    CADA EVENTO, SITUACAO, PROGRAMA E RUN QUE O GRAVARAM,        *
      *    COMPLEMENTO E DIAS ATE O EVENTO SEGUINTE (NO ULTIMO, ATE     *
      *    HOJE, SE O PEDIDO NAO ESTIVER ENCERRADO). DIAS NO            *
      *    CALENDARIO COMERCIAL 30/360. PEDIDO FORA DO MASTER SAI       *
      *    COMO NAO ENCONTRADO E CARTAO SEM NUMERO VALIDO E LISTADO NO  *
      *    INICIO DO RELATORIO. CARTAO EM BRANCO E IGNORADO.            *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PEDCONS ASSIGN           TO UT-S-PEDCONS
           FILE STATUS IS FS-PEDCONS
           .
           SELECT PEDSTAT ASSIGN           TO UT-S-PEDSTAT
           FILE STATUS IS FS-PEDSTAT
           .
           SELECT RELCONS ASSIGN           TO UT-S-RELCONS
           FILE STATUS IS FS-RELCONS
           .
           SELECT CLASS-CON ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PEDCONS - UM CARTAO POR PEDIDO A CONSULTAR
       FD  PEDCONS
           RECORDING MODE IS F
           .
       01  REG-PEDCONS.
           05 CON-NUM-PEDIDO               PIC X(08).
           05 FILLER                       PIC X(72).

      *    PEDSTAT - MASTER DE SITUACAO DO PEDIDO (CPPEDSTA)
       FD  PEDSTAT
           RECORDING MODE IS F
           .
       01  REG-PEDSTAT                     PIC X(860).

       FD  RELCONS
           RECORDING MODE IS F
           .
       01  REG-RELCONS                     PIC X(132).

      *    CLASS-CON - PEDIDOS CONSULTADOS EM ORDEM DE NUMERO
       SD  CLASS-CON
           .
       01  REG-CLASS-CON.
           05 CON-NUM-PEDIDO-CLASS         PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
           COPY CPPEDSTA.
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    CHAVES DO CASAMENTO (HIGH-VALUES NO FIM DE CADA ARQUIVO)
      *----------------------------------------------------------------*
       77  WS-CHAVE-CON                    PIC X(08).
       77  WS-CHAVE-PST                    PIC X(08).
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
       77  WS-IDX-HIST                     PIC 9(02) COMP.
       77  WS-IDX-PROX                     PIC 9(02) COMP.
       77  WS-IDX-DESC                     PIC 9(02) COMP.
       77  WS-QTD-OMITIDOS                 PIC 9(03).
       77  WS-COD-SITUACAO                 PIC X(02).
       77  WS-DESC-SITUACAO                PIC X(20).
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE CONSULTA
      *----------------------------------------------------------------*
       01  WS-CABEC-CON1.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "CONSULTA DA SITUACAO DE PEDIDOS  -  EMISSAO ".
           05 CB-CON-DATA                  PIC X(10).
           05 FILLER                       PIC X(78) VALUE SPACES.
       01  WS-CABEC-CON2                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINCAB-HIS.
           05 FILLER                       PIC X(16)
                                                   VALUE
              "    DATA        ".
           05 FILLER                       PIC X(10) VALUE "HORA".
           05 FILLER                       PIC X(25) VALUE "SITUACAO".
           05 FILLER                       PIC X(10) VALUE "PROGRAMA".
           05 FILLER                       PIC X(10) VALUE "RUN ID".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "COMPLEMENTO".
           05 FILLER                       PIC X(04) VALUE "DIAS".
           05 FILLER                       PIC X(35) VALUE SPACES.
       01  WS-LINDET-PED1.
           05 FILLER                       PIC X(08) VALUE "PEDIDO: ".
           05 LD-PED-NUM                   PIC 9(08).
           05 FILLER                       PIC X(12)
                                                   VALUE
              "   CLIENTE: ".
           05 LD-PED-CLI                   PIC X(04).
           05 FILLER                       PIC X(14)
                                                   VALUE
              "   ABERTO EM: ".
           05 LD-PED-ABERT                 PIC X(10).
           05 FILLER                       PIC X(12)
                                                   VALUE
              "   EVENTOS: ".
           05 LD-PED-EVT                   PIC ZZ9.
           05 FILLER                       PIC X(61) VALUE SPACES.
       01  WS-LINDET-PED2.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(16)
                                                   VALUE
              "SITUACAO ATUAL: ".
           05 LD-PED-SIT                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-PED-DESC                  PIC X(20).
           05 FILLER                       PIC X(07) VALUE " DESDE ".
           05 LD-PED-DTSIT                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-PED-HRSIT                 PIC X(08).
           05 LD-PED-PRAZO-TXT1            PIC X(06).
           05 LD-PED-PRAZO-DIAS            PIC ZZZ9.
           05 LD-PED-PRAZO-DIAS-X REDEFINES LD-PED-PRAZO-DIAS
                                           PIC X(04).
           05 LD-PED-PRAZO-TXT2            PIC X(20).
           05 FILLER                       PIC X(35) VALUE SPACES.
       01  WS-LINDET-OMI.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-OMI-QTD                   PIC ZZ9.
           05 FILLER                       PIC X(48)
                                                   VALUE
              " EVENTO(S) MAIS ANTIGO(S) FORA DA LINHA DO TEMPO".
           05 FILLER                       PIC X(77) VALUE SPACES.
       01  WS-LINDET-HIS.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 LD-HIS-DATA                  PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-HORA                  PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-SIT                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-HIS-DESC                  PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-RUNID                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-COMPL                 PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-HIS-DIAS                  PIC ZZZ9.
           05 LD-HIS-DIAS-X REDEFINES LD-HIS-DIAS
                                           PIC X(04).
           05 FILLER                       PIC X(35) VALUE SPACES.
       01  WS-LINDET-AUS.
           05 FILLER                       PIC X(08) VALUE "PEDIDO: ".
           05 LD-AUS-NUM                   PIC X(08).
           05 FILLER                       PIC X(43)
                                                   VALUE
              "   ** NAO ENCONTRADO NO MASTER DE SITUACAO".
           05 FILLER                       PIC X(73) VALUE SPACES.
       01  WS-LINDET-INV.
           05 FILLER                       PIC X(17)
                                                   VALUE
              "CARTAO INVALIDO: ".
           05 LD-INV-CARTAO                PIC X(20).
           05 FILLER                       PIC X(95) VALUE SPACES.
       01  WS-LIN-BRANCO                   PIC X(132) VALUE SPACES.
       01  WS-RODAPE-CON1.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "PEDIDOS CONSULTADOS..................:".
           05 RD-CON-CONSULTA              PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
       01  WS-RODAPE-CON2.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "PEDIDOS NAO ENCONTRADOS..............:".
           05 RD-CON-AUSENTE               PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
       01  WS-RODAPE-CON3.
           05 FILLER                       PIC X(38)
                                                   VALUE
              "CARTOES INVALIDOS....................:".
           05 RD-CON-INVALIDO              PIC ZZZZ9.
           05 FILLER                       PIC X(89) VALUE SPACES.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDCONS                      PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-PEDSTAT                      PIC X(02).
           88 SUCESSO-S                    VALUE "00".
           88 FIM-ARQ-S                    VALUE "10".
       01  FS-RELCONS                      PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-FIM-CON                   PIC X(01).
           88 FIM-CLASS-CON                        VALUE "S".
           88 NAO-FIM-CLASS-CON                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(05).
       77  WS-CTINVALIDO                   PIC 9(05).
       77  WS-CTCONSULTA                   PIC 9(05).
       77  WS-CTENCONTRADO                 PIC 9(05).
       77  WS-CTAUSENTE                    PIC 9(05).
       77  WS-CTLIDO-PST                   PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZZ9.
       77  WS-CTINVALIDO-F                 PIC ZZZZ9.
       77  WS-CTCONSULTA-F                 PIC ZZZZ9.
       77  WS-CTENCONTRADO-F               PIC ZZZZ9.
       77  WS-CTAUSENTE-F                  PIC ZZZZ9.
       77  WS-CTLIDO-PST-F                 PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA2.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-CON
               ON ASCENDING KEY CON-NUM-PEDIDO-CLASS
               INPUT PROCEDURE IS 2000-LER-CARTOES
               OUTPUT PROCEDURE IS 3000-CONSULTAR-PEDIDOS
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCARTAO
                                              WS-CTINVALIDO
                                              WS-CTCONSULTA
                                              WS-CTENCONTRADO
                                              WS-CTAUSENTE
                                              WS-CTLIDO-PST
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           OPEN INPUT PEDSTAT
           IF NOT SUCESSO-S
              MOVE "ERRO ABERTURA PEDSTAT" TO WS-MSG
              MOVE FS-PEDSTAT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELCONS
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELCONS" TO WS-MSG
              MOVE FS-RELCONS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-SYS                TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO CB-CON-DATA
           WRITE REG-RELCONS               FROM WS-CABEC-CON1
           WRITE REG-RELCONS               FROM WS-CABEC-CON2
           .
      *----------------------------------------------------------------*
      *    2000-LER-CARTOES - LIBERA OS NUMEROS VALIDOS PARA A          *
      *    CLASSIFICACAO; O CARTAO INVALIDO SAI JA NO RELATORIO         *
      *----------------------------------------------------------------*
       2000-LER-CARTOES.
           OPEN INPUT PEDCONS
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA PEDCONS" TO WS-MSG
              MOVE FS-PEDCONS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-PEDCONS
           PERFORM 2200-TRATAR-CARTAO UNTIL FIM-ARQ-C
           CLOSE PEDCONS
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO PEDCONS" TO WS-MSG
              MOVE FS-PEDCONS                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-PEDCONS.
           READ PEDCONS
           IF NOT SUCESSO-C
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA PEDCONS" TO WS-MSG
                 MOVE FS-PEDCONS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-TRATAR-CARTAO.
           IF REG-PEDCONS NOT = SPACES
              ADD 1                        TO WS-CTCARTAO
              IF CON-NUM-PEDIDO IS NUMERIC
                 RELEASE REG-CLASS-CON     FROM CON-NUM-PEDIDO
              ELSE
                 ADD 1                     TO WS-CTINVALIDO
                 MOVE REG-PEDCONS          TO LD-INV-CARTAO
                 WRITE REG-RELCONS         FROM WS-LINDET-INV
              END-IF
           END-IF
           PERFORM 2100-LER-PEDCONS
           .
      *----------------------------------------------------------------*
      *    3000-CONSULTAR-PEDIDOS - CASAMENTO DOS PEDIDOS CONSULTADOS   *
      *    COM O MASTER; O MASTER SO AVANCA QUANDO FICA PARA TRAS, DE   *
      *    MODO QUE O PEDIDO REPETIDO NOS CARTOES SAI DE NOVO           *
      *----------------------------------------------------------------*
       3000-CONSULTAR-PEDIDOS.
           SET NAO-FIM-CLASS-CON           TO TRUE
           MOVE LOW-VALUES                 TO WS-CHAVE-PST
           PERFORM 3100-RETORNAR-CON
           PERFORM 3200-TRATAR-CONSULTA UNTIL FIM-CLASS-CON
           .
       3100-RETORNAR-CON.
           RETURN CLASS-CON                INTO WS-CHAVE-CON
               AT END
                  SET FIM-CLASS-CON        TO TRUE
           END-RETURN
           .
       3200-TRATAR-CONSULTA.
           ADD 1                           TO WS-CTCONSULTA
           PERFORM 3300-LER-PEDSTAT
               UNTIL WS-CHAVE-PST NOT < WS-CHAVE-CON
           WRITE REG-RELCONS               FROM WS-LIN-BRANCO
           IF WS-CHAVE-PST = WS-CHAVE-CON
              ADD 1                        TO WS-CTENCONTRADO
              PERFORM 3400-IMPRIMIR-PEDIDO
           ELSE
              ADD 1                        TO WS-CTAUSENTE
              MOVE WS-CHAVE-CON            TO LD-AUS-NUM
              WRITE REG-RELCONS            FROM WS-LINDET-AUS
           END-IF
           PERFORM 3100-RETORNAR-CON
           .
       3300-LER-PEDSTAT.
           READ PEDSTAT                    INTO WS-REG-PEDSTAT
           IF SUCESSO-S
              ADD 1                        TO WS-CTLIDO-PST
              MOVE WS-PST-NUM-PEDIDO       TO WS-CHAVE-PST
           ELSE
              IF FIM-ARQ-S
                 MOVE HIGH-VALUES          TO WS-CHAVE-PST
              ELSE
                 MOVE "ERRO LEITURA PEDSTAT" TO WS-MSG
                 MOVE FS-PEDSTAT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    3400-IMPRIMIR-PEDIDO - CABECALHO DO PEDIDO E LINHA DO TEMPO  *
      *----------------------------------------------------------------*
       3400-IMPRIMIR-PEDIDO.
           MOVE WS-PST-NUM-PEDIDO          TO LD-PED-NUM
           MOVE WS-PST-CODCLI              TO LD-PED-CLI
           MOVE WS-PST-DATA-ABERTURA       TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO LD-PED-ABERT
           MOVE WS-PST-QTD-EVENTOS         TO LD-PED-EVT
           WRITE REG-RELCONS               FROM WS-LINDET-PED1

           MOVE WS-PST-SITUACAO            TO WS-COD-SITUACAO
           PERFORM 3700-DESCREVER-SITUACAO
           MOVE WS-PST-SITUACAO            TO LD-PED-SIT
           MOVE WS-DESC-SITUACAO           TO LD-PED-DESC
           MOVE WS-PST-DATA-SITUACAO       TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO LD-PED-DTSIT
           MOVE WS-PST-HORA-SITUACAO       TO WS-HORA-AUX
           PERFORM 3720-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA          TO LD-PED-HRSIT
           IF PST-SITUACAO-FINAL
              MOVE SPACES                  TO LD-PED-PRAZO-TXT1
                                              LD-PED-PRAZO-DIAS-X
              MOVE "   PEDIDO ENCERRADO"   TO LD-PED-PRAZO-TXT2
           ELSE
              MOVE WS-PST-DATA-SITUACAO    TO WS-DATA-INI
              MOVE WS-DATA-SYS             TO WS-DATA-FIM
              PERFORM 3730-CALCULAR-DIAS
              MOVE "   HA "                TO LD-PED-PRAZO-TXT1
              MOVE WS-DIAS-CALC            TO LD-PED-PRAZO-DIAS
              MOVE " DIAS NA SITUACAO"     TO LD-PED-PRAZO-TXT2
           END-IF
           WRITE REG-RELCONS               FROM WS-LINDET-PED2

           IF WS-PST-QTD-EVENTOS > WS-PST-QTD-HIST
              COMPUTE WS-QTD-OMITIDOS =
                      WS-PST-QTD-EVENTOS - WS-PST-QTD-HIST
              MOVE WS-QTD-OMITIDOS         TO LD-OMI-QTD
              WRITE REG-RELCONS            FROM WS-LINDET-OMI
           END-IF
           WRITE REG-RELCONS               FROM WS-LINCAB-HIS
           PERFORM 3500-IMPRIMIR-EVENTO
               VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > WS-PST-QTD-HIST
           .
      *----------------------------------------------------------------*
      *    3500-IMPRIMIR-EVENTO - DIAS ATE O EVENTO SEGUINTE; NO        *
      *    ULTIMO, ATE HOJE (PEDIDO AINDA EM ANDAMENTO)                 *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-EVENTO.
           MOVE WS-PST-H-DATA (WS-IDX-HIST) TO WS-DATA-AUX
           PERFORM 3710-FORMATAR-DATA
           MOVE WS-DATA-FORMATADA          TO LD-HIS-DATA
           MOVE WS-PST-H-HORA (WS-IDX-HIST) TO WS-HORA-AUX
           PERFORM 3720-FORMATAR-HORA
           MOVE WS-HORA-FORMATADA          TO LD-HIS-HORA
           MOVE WS-PST-H-SITUACAO (WS-IDX-HIST) TO WS-COD-SITUACAO
           PERFORM 3700-DESCREVER-SITUACAO
           MOVE WS-COD-SITUACAO            TO LD-HIS-SIT
           MOVE WS-DESC-SITUACAO           TO LD-HIS-DESC
           MOVE WS-PST-H-PROGRAMA (WS-IDX-HIST) TO LD-HIS-PROGRAMA
           MOVE WS-PST-H-RUNID (WS-IDX-HIST) TO LD-HIS-RUNID
           MOVE WS-PST-H-COMPLEMENTO (WS-IDX-HIST) TO LD-HIS-COMPL
           MOVE WS-PST-H-DATA (WS-IDX-HIST) TO WS-DATA-INI
           IF WS-IDX-HIST < WS-PST-QTD-HIST
              COMPUTE WS-IDX-PROX = WS-IDX-HIST + 1
              MOVE WS-PST-H-DATA (WS-IDX-PROX) TO WS-DATA-FIM
              PERFORM 3730-CALCULAR-DIAS
              MOVE WS-DIAS-CALC            TO LD-HIS-DIAS
           ELSE
              IF PST-SITUACAO-FINAL
                 MOVE SPACES               TO LD-HIS-DIAS-X
              ELSE
                 MOVE WS-DATA-SYS          TO WS-DATA-FIM
                 PERFORM 3730-CALCULAR-DIAS
                 MOVE WS-DIAS-CALC         TO LD-HIS-DIAS
              END-IF
           END-IF
           WRITE REG-RELCONS               FROM WS-LINDET-HIS
           .
       3700-DESCREVER-SITUACAO.
           MOVE "SITUACAO DESCONHECIDA"    TO WS-DESC-SITUACAO
           PERFORM 3705-PROCURAR-DESCRICAO
               VARYING WS-IDX-DESC FROM 1 BY 1
               UNTIL WS-IDX-DESC > 9
           .
       3705-PROCURAR-DESCRICAO.
           IF WS-EVT-DESC-CODIGO (WS-IDX-DESC) = WS-COD-SITUACAO
              MOVE WS-EVT-DESC-TEXTO (WS-IDX-DESC)
                                           TO WS-DESC-SITUACAO
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
           WRITE REG-RELCONS               FROM WS-LIN-BRANCO
           WRITE REG-RELCONS               FROM WS-CABEC-CON2
           MOVE WS-CTCONSULTA              TO RD-CON-CONSULTA
           WRITE REG-RELCONS               FROM WS-RODAPE-CON1
           MOVE WS-CTAUSENTE               TO RD-CON-AUSENTE
           WRITE REG-RELCONS               FROM WS-RODAPE-CON2
           MOVE WS-CTINVALIDO              TO RD-CON-INVALIDO
           WRITE REG-RELCONS               FROM WS-RODAPE-CON3

           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTINVALIDO              TO WS-CTINVALIDO-F
           MOVE WS-CTCONSULTA              TO WS-CTCONSULTA-F
           MOVE WS-CTENCONTRADO            TO WS-CTENCONTRADO-F
           MOVE WS-CTAUSENTE               TO WS-CTAUSENTE-F
           MOVE WS-CTLIDO-PST              TO WS-CTLIDO-PST-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " CARTOES DE CONSULTA LIDOS............: "
                                           WS-CTCARTAO-F
           DISPLAY " CARTOES INVALIDOS....................: "
                                           WS-CTINVALIDO-F
           DISPLAY " PEDIDOS CONSULTADOS..................: "
                                           WS-CTCONSULTA-F
           DISPLAY " PEDIDOS ENCONTRADOS..................: "
                                           WS-CTENCONTRADO-F
           DISPLAY " PEDIDOS NAO ENCONTRADOS..............: "
                                           WS-CTAUSENTE-F
           DISPLAY " REGISTROS LIDOS NO PEDSTAT...........: "
                                           WS-CTLIDO-PST-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE PEDSTAT
           IF NOT SUCESSO-S
              MOVE "ERRO FECHAMENTO PEDSTAT" TO WS-MSG
              MOVE FS-PEDSTAT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELCONS
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELCONS" TO WS-MSG
              MOVE FS-RELCONS               TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
