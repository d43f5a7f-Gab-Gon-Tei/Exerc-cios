      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004PA1.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    ATUALIZACAO DO MASTER DE SITUACAO DO PEDIDO. OS EVENTOS DO   *
      *    PEDEVT, GRAVADOS PELA ROTPEDEV NOS PROGRAMAS DO CICLO DO     *
      *    PEDIDO (CRITICA EX004P59, CREDITO EX004P34, DECISAO DO       *
      *    SUPERVISOR EX004P60, ALOCACAO EX004P44, EXPEDICAO EX004P61   *
      *    E FATURAMENTO EX004P62), SAO CLASSIFICADOS POR PEDIDO E      *
      *    MOMENTO DO EVENTO E CASADOS COM O MASTER ANTERIOR PEDSTANT,  *
      *    GERANDO O PEDSTNOV (CPPEDSTA). CADA EVENTO ENTRA NA LINHA    *
      *    DO TEMPO DO PEDIDO (OS 15 MAIS RECENTES) E, QUANDO MUDA A    *
      *    SITUACAO, PASSA A SER A SITUACAO ATUAL E O INICIO DA         *
      *    CONTAGEM DE DIAS NELA. PEDIDO SEM MASTER E ABERTO NO         *
      *    PRIMEIRO EVENTO. EVENTO JA PRESENTE NA LINHA DO TEMPO OU     *
      *    ANTERIOR AO ULTIMO EVENTO DO PEDIDO E IGNORADO, DE MODO QUE  *
      *    O MESMO PEDEVT PODE SER REAPLICADO SEM EFEITO. SEM PEDSTANT  *
      *    (PRIMEIRA EXECUCAO) O MASTER NASCE SO DOS EVENTOS.           *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDEVT ASSIGN   TO PEDEVT
           FILE STATUS IS FS-PEDEVT
           .
           SELECT OPTIONAL PEDSTANT ASSIGN TO UT-S-PEDSTANT
           FILE STATUS IS FS-PEDSTANT
           .
           SELECT PEDSTNOV ASSIGN          TO UT-S-PEDSTNOV
           FILE STATUS IS FS-PEDSTNOV
           .
           SELECT CLASS-EVT ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PEDEVT - EVENTOS DE SITUACAO DO PEDIDO (CPPEDEVT)
       FD  PEDEVT
           RECORDING MODE IS F
           .
       01  REG-PEDEVT                      PIC X(70).

      *    PEDSTANT/PEDSTNOV - MASTER DE SITUACAO DO PEDIDO (CPPEDSTA)
       FD  PEDSTANT
           RECORDING MODE IS F
           .
       01  REG-PEDSTANT                    PIC X(860).

       FD  PEDSTNOV
           RECORDING MODE IS F
           .
       01  REG-PEDSTNOV                    PIC X(860).

      *    CLASS-EVT - EVENTOS POR PEDIDO E MOMENTO; A SEQUENCIA DE
      *    LEITURA DESEMPATA EVENTOS DO MESMO CENTESIMO DE SEGUNDO
       SD  CLASS-EVT
           .
       01  REG-CLASS-EVT.
           05 EVC-NUM-PEDIDO-CLASS         PIC 9(08).
           05 FILLER                       PIC X(10).
           05 EVC-DATA-CLASS               PIC 9(08).
           05 EVC-HORA-CLASS               PIC 9(08).
           05 FILLER                       PIC X(36).
           05 EVC-SEQ-CLASS                PIC 9(07).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
           COPY CPPEDSTA.
      *----------------------------------------------------------------*
       01  WS-REG-EVTCLASS.
           05 WS-EVC-EVENTO                PIC X(70).
           05 WS-EVC-SEQ                   PIC 9(07).
      *----------------------------------------------------------------*
      *    CHAVES DO CASAMENTO (HIGH-VALUES NO FIM DE CADA ARQUIVO)
      *----------------------------------------------------------------*
       77  WS-CHAVE-ANT                    PIC X(08).
       77  WS-CHAVE-ANT-PREV               PIC X(08).
       77  WS-CHAVE-EVT                    PIC X(08).
       77  WS-CHAVE-CUR                    PIC X(08).
      *----------------------------------------------------------------*
      *    MOMENTO DO EVENTO E DO ULTIMO EVENTO DA LINHA DO TEMPO
      *----------------------------------------------------------------*
       01  WS-MOMENTO-EVT.
           05 WS-MOM-EVT-DATA              PIC 9(08).
           05 WS-MOM-EVT-HORA              PIC 9(08).
       01  WS-MOMENTO-ULT.
           05 WS-MOM-ULT-DATA              PIC 9(08).
           05 WS-MOM-ULT-HORA              PIC 9(08).
       77  WS-IDX-HIST                     PIC 9(02) COMP.
       77  WS-IDX-PROX                     PIC 9(02) COMP.
       77  WS-IDX-ACHADO                   PIC 9(02) COMP.
       77  WS-IDX-DESC                     PIC 9(02) COMP.
       77  WS-QTD-APLIC-PED                PIC 9(03).
       01  WS-SW-SITUACAO                  PIC X(01).
           88 SITUACAO-CONHECIDA                   VALUE "S".
           88 SITUACAO-DESCONHECIDA                VALUE "N".
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
           88 SUCESSO-EV                   VALUE "00" "05".
           88 FIM-ARQ-EV                   VALUE "10".
       01  FS-PEDSTANT                     PIC X(02).
           88 SUCESSO-SA                   VALUE "00" "05".
           88 AUSENTE-SA                   VALUE "05".
           88 FIM-ARQ-SA                   VALUE "10".
       01  FS-PEDSTNOV                     PIC X(02).
           88 SUCESSO-SN                   VALUE "00".
       01  WS-SW-FIM-EVT                   PIC X(01).
           88 FIM-CLASS-EVT                        VALUE "S".
           88 NAO-FIM-CLASS-EVT                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTEVTLIDO                    PIC 9(07).
       77  WS-CTEVTINV                     PIC 9(07).
       77  WS-CTEVTAPLIC                   PIC 9(07).
       77  WS-CTEVTDUP                     PIC 9(07).
       77  WS-CTEVTFORA                    PIC 9(07).
       77  WS-CTLIDO-ANT                   PIC 9(07).
       77  WS-CTNOVO                       PIC 9(07).
       77  WS-CTATUALIZ                    PIC 9(07).
       77  WS-CTGRAVADO                    PIC 9(07).
       77  WS-CTABERTO                     PIC 9(07).
       77  WS-CTENCERR                     PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTEVTLIDO-F                  PIC ZZZZZZ9.
       77  WS-CTEVTINV-F                   PIC ZZZZZZ9.
       77  WS-CTEVTAPLIC-F                 PIC ZZZZZZ9.
       77  WS-CTEVTDUP-F                   PIC ZZZZZZ9.
       77  WS-CTEVTFORA-F                  PIC ZZZZZZ9.
       77  WS-CTLIDO-ANT-F                 PIC ZZZZZZ9.
       77  WS-CTNOVO-F                     PIC ZZZZZZ9.
       77  WS-CTATUALIZ-F                  PIC ZZZZZZ9.
       77  WS-CTGRAVADO-F                  PIC ZZZZZZ9.
       77  WS-CTABERTO-F                   PIC ZZZZZZ9.
       77  WS-CTENCERR-F                   PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004PA1.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-EVT
               ON ASCENDING KEY EVC-NUM-PEDIDO-CLASS
                                EVC-DATA-CLASS
                                EVC-HORA-CLASS
                                EVC-SEQ-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-EVENTOS
               OUTPUT PROCEDURE IS 3000-ATUALIZAR-MASTER
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTEVTLIDO
                                              WS-CTEVTINV
                                              WS-CTEVTAPLIC
                                              WS-CTEVTDUP
                                              WS-CTEVTFORA
                                              WS-CTLIDO-ANT
                                              WS-CTNOVO
                                              WS-CTATUALIZ
                                              WS-CTGRAVADO
                                              WS-CTABERTO
                                              WS-CTENCERR
                                              WS-EVC-SEQ
           MOVE LOW-VALUES                 TO WS-CHAVE-ANT-PREV
           OPEN INPUT PEDSTANT
           IF NOT SUCESSO-SA
              MOVE "ERRO ABERTURA PEDSTANT" TO WS-MSG
              MOVE FS-PEDSTANT              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF AUSENTE-SA
              DISPLAY "EX004PA1: SEM PEDSTANT - MASTER NASCE DO PEDEVT"
           END-IF
           OPEN OUTPUT PEDSTNOV
           IF NOT SUCESSO-SN
              MOVE "ERRO ABERTURA PEDSTNOV" TO WS-MSG
              MOVE FS-PEDSTNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-EVENTOS - LIBERA PARA A CLASSIFICACAO OS     *
      *    EVENTOS COM PEDIDO, DATA, HORA E SITUACAO VALIDOS            *
      *----------------------------------------------------------------*
       2000-SELECIONAR-EVENTOS.
           OPEN INPUT PEDEVT
           IF NOT SUCESSO-EV
              MOVE "ERRO ABERTURA PEDEVT"  TO WS-MSG
              MOVE FS-PEDEVT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-PEDEVT
           PERFORM 2200-TRATAR-EVENTO UNTIL FIM-ARQ-EV
           CLOSE PEDEVT
           IF NOT SUCESSO-EV
              MOVE "ERRO FECHAMENTO PEDEVT" TO WS-MSG
              MOVE FS-PEDEVT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-PEDEVT.
           READ PEDEVT INTO WS-REG-PEDEVT
           IF NOT SUCESSO-EV
              IF NOT FIM-ARQ-EV
                 MOVE "ERRO LEITURA PEDEVT" TO WS-MSG
                 MOVE FS-PEDEVT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-TRATAR-EVENTO.
           ADD 1                           TO WS-CTEVTLIDO
           SET SITUACAO-DESCONHECIDA       TO TRUE
           PERFORM 2210-PROCURAR-SITUACAO
               VARYING WS-IDX-DESC FROM 1 BY 1
               UNTIL WS-IDX-DESC > 9
           IF WS-EVT-NUM-PEDIDO IS NOT NUMERIC
           OR WS-EVT-DATA IS NOT NUMERIC
           OR WS-EVT-HORA IS NOT NUMERIC
           OR SITUACAO-DESCONHECIDA
              ADD 1                        TO WS-CTEVTINV
           ELSE
              ADD 1                        TO WS-EVC-SEQ
              MOVE WS-REG-PEDEVT           TO WS-EVC-EVENTO
              RELEASE REG-CLASS-EVT        FROM WS-REG-EVTCLASS
           END-IF
           PERFORM 2100-LER-PEDEVT
           .
       2210-PROCURAR-SITUACAO.
           IF WS-EVT-DESC-CODIGO (WS-IDX-DESC) = WS-EVT-SITUACAO
              SET SITUACAO-CONHECIDA       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-ATUALIZAR-MASTER - CASAMENTO DO MASTER ANTERIOR COM OS  *
      *    EVENTOS CLASSIFICADOS, PEDIDO A PEDIDO                       *
      *----------------------------------------------------------------*
       3000-ATUALIZAR-MASTER.
           SET NAO-FIM-CLASS-EVT           TO TRUE
           PERFORM 3100-RETORNAR-EVT
           PERFORM 3200-LER-PEDSTANT
           PERFORM 3300-BALANCEAR
               UNTIL WS-CHAVE-ANT = HIGH-VALUES
               AND   WS-CHAVE-EVT = HIGH-VALUES
           .
       3100-RETORNAR-EVT.
           RETURN CLASS-EVT                INTO WS-REG-EVTCLASS
               AT END
                  SET FIM-CLASS-EVT        TO TRUE
           END-RETURN
           IF FIM-CLASS-EVT
              MOVE HIGH-VALUES             TO WS-CHAVE-EVT
           ELSE
              MOVE WS-EVC-EVENTO           TO WS-REG-PEDEVT
              MOVE WS-EVT-NUM-PEDIDO       TO WS-CHAVE-EVT
           END-IF
           .
       3200-LER-PEDSTANT.
           READ PEDSTANT
           IF FS-PEDSTANT = "00"
              ADD 1                        TO WS-CTLIDO-ANT
              MOVE REG-PEDSTANT (1:8)      TO WS-CHAVE-ANT
              IF WS-CHAVE-ANT NOT > WS-CHAVE-ANT-PREV
                 MOVE "PEDSTANT FORA DE SEQUENCIA" TO WS-MSG
                 MOVE FS-PEDSTANT                  TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              MOVE WS-CHAVE-ANT            TO WS-CHAVE-ANT-PREV
           ELSE
              IF FIM-ARQ-SA
                 MOVE HIGH-VALUES          TO WS-CHAVE-ANT
              ELSE
                 MOVE "ERRO LEITURA PEDSTANT" TO WS-MSG
                 MOVE FS-PEDSTANT             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3300-BALANCEAR.
           EVALUATE TRUE
              WHEN WS-CHAVE-ANT < WS-CHAVE-EVT
                 MOVE REG-PEDSTANT         TO WS-REG-PEDSTAT
                 PERFORM 3700-GRAVAR-PEDIDO
                 PERFORM 3200-LER-PEDSTANT
              WHEN WS-CHAVE-ANT > WS-CHAVE-EVT
                 PERFORM 3400-ABRIR-PEDIDO
                 PERFORM 3500-APLICAR-EVENTO
                     UNTIL WS-CHAVE-EVT NOT = WS-CHAVE-CUR
                 ADD 1                     TO WS-CTNOVO
                 PERFORM 3700-GRAVAR-PEDIDO
              WHEN OTHER
                 MOVE REG-PEDSTANT         TO WS-REG-PEDSTAT
                 MOVE WS-CHAVE-ANT         TO WS-CHAVE-CUR
                 MOVE ZEROS                TO WS-QTD-APLIC-PED
                 PERFORM 3500-APLICAR-EVENTO
                     UNTIL WS-CHAVE-EVT NOT = WS-CHAVE-CUR
                 IF WS-QTD-APLIC-PED > ZERO
                    ADD 1                  TO WS-CTATUALIZ
                 END-IF
                 PERFORM 3700-GRAVAR-PEDIDO
                 PERFORM 3200-LER-PEDSTANT
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    3400-ABRIR-PEDIDO - PEDIDO AINDA SEM MASTER: NASCE NO        *
      *    PRIMEIRO EVENTO, SEM SITUACAO ATE APLICA-LO                  *
      *----------------------------------------------------------------*
       3400-ABRIR-PEDIDO.
           MOVE WS-CHAVE-EVT               TO WS-CHAVE-CUR
           INITIALIZE WS-REG-PEDSTAT
           MOVE WS-EVT-NUM-PEDIDO          TO WS-PST-NUM-PEDIDO
           MOVE WS-EVT-DATA                TO WS-PST-DATA-ABERTURA
           MOVE ZEROS                      TO WS-QTD-APLIC-PED
           .
      *----------------------------------------------------------------*
      *    3500-APLICAR-EVENTO - EVENTO REPETIDO (JA NA LINHA DO        *
      *    TEMPO) OU ANTERIOR AO ULTIMO EVENTO DO PEDIDO E IGNORADO     *
      *----------------------------------------------------------------*
       3500-APLICAR-EVENTO.
           MOVE WS-EVT-DATA                TO WS-MOM-EVT-DATA
           MOVE WS-EVT-HORA                TO WS-MOM-EVT-HORA
           MOVE ZEROS                      TO WS-MOMENTO-ULT
           IF WS-PST-QTD-HIST > ZERO
              MOVE WS-PST-H-DATA (WS-PST-QTD-HIST)
                                           TO WS-MOM-ULT-DATA
              MOVE WS-PST-H-HORA (WS-PST-QTD-HIST)
                                           TO WS-MOM-ULT-HORA
           END-IF
           MOVE ZEROS                      TO WS-IDX-ACHADO
           PERFORM 3510-PROCURAR-EVENTO
               VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > WS-PST-QTD-HIST
           EVALUATE TRUE
              WHEN WS-IDX-ACHADO > ZERO
                 ADD 1                     TO WS-CTEVTDUP
              WHEN WS-MOMENTO-EVT < WS-MOMENTO-ULT
                 ADD 1                     TO WS-CTEVTFORA
              WHEN OTHER
                 PERFORM 3600-REGISTRAR-EVENTO
           END-EVALUATE
           PERFORM 3100-RETORNAR-EVT
           .
       3510-PROCURAR-EVENTO.
           IF WS-IDX-ACHADO = ZERO
           AND WS-PST-H-SITUACAO (WS-IDX-HIST) = WS-EVT-SITUACAO
           AND WS-PST-H-PROGRAMA (WS-IDX-HIST) = WS-EVT-PROGRAMA
           AND WS-PST-H-DATA (WS-IDX-HIST)     = WS-EVT-DATA
           AND WS-PST-H-HORA (WS-IDX-HIST)     = WS-EVT-HORA
              MOVE WS-IDX-HIST             TO WS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3600-REGISTRAR-EVENTO - ACRESCENTA O EVENTO NA LINHA DO      *
      *    TEMPO (CHEIA, O MAIS ANTIGO SAI) E, SE A SITUACAO MUDOU,     *
      *    REINICIA A CONTAGEM DE DIAS NA SITUACAO                      *
      *----------------------------------------------------------------*
       3600-REGISTRAR-EVENTO.
           IF WS-PST-QTD-HIST < 15
              ADD 1                        TO WS-PST-QTD-HIST
           ELSE
              PERFORM 3610-DESLOCAR-HIST
                  VARYING WS-IDX-HIST FROM 1 BY 1
                  UNTIL WS-IDX-HIST > 14
           END-IF
           MOVE WS-EVT-SITUACAO            TO
                WS-PST-H-SITUACAO (WS-PST-QTD-HIST)
           MOVE WS-EVT-PROGRAMA            TO
                WS-PST-H-PROGRAMA (WS-PST-QTD-HIST)
           MOVE WS-EVT-DATA                TO
                WS-PST-H-DATA (WS-PST-QTD-HIST)
           MOVE WS-EVT-HORA                TO
                WS-PST-H-HORA (WS-PST-QTD-HIST)
           MOVE WS-EVT-RUNID               TO
                WS-PST-H-RUNID (WS-PST-QTD-HIST)
           MOVE WS-EVT-COMPLEMENTO         TO
                WS-PST-H-COMPLEMENTO (WS-PST-QTD-HIST)
           IF WS-PST-QTD-EVENTOS < 999
              ADD 1                        TO WS-PST-QTD-EVENTOS
           END-IF
           IF WS-EVT-CODCLI NOT = SPACES
              MOVE WS-EVT-CODCLI           TO WS-PST-CODCLI
           END-IF
           IF WS-EVT-SITUACAO NOT = WS-PST-SITUACAO
              MOVE WS-EVT-SITUACAO         TO WS-PST-SITUACAO
              MOVE WS-EVT-DATA             TO WS-PST-DATA-SITUACAO
              MOVE WS-EVT-HORA             TO WS-PST-HORA-SITUACAO
           END-IF
           ADD 1                           TO WS-CTEVTAPLIC
                                              WS-QTD-APLIC-PED
           .
       3610-DESLOCAR-HIST.
           COMPUTE WS-IDX-PROX = WS-IDX-HIST + 1
           MOVE WS-PST-HIST (WS-IDX-PROX)  TO
                WS-PST-HIST (WS-IDX-HIST)
           .
       3700-GRAVAR-PEDIDO.
           WRITE REG-PEDSTNOV              FROM WS-REG-PEDSTAT
           IF NOT SUCESSO-SN
              MOVE "ERRO GRAVACAO PEDSTNOV" TO WS-MSG
              MOVE FS-PEDSTNOV              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADO
           IF PST-SITUACAO-FINAL
              ADD 1                        TO WS-CTENCERR
           ELSE
              ADD 1                        TO WS-CTABERTO
           END-IF
           .
       3800-TERMINO.
           MOVE WS-CTEVTLIDO               TO WS-CTEVTLIDO-F
           MOVE WS-CTEVTINV                TO WS-CTEVTINV-F
           MOVE WS-CTEVTAPLIC              TO WS-CTEVTAPLIC-F
           MOVE WS-CTEVTDUP                TO WS-CTEVTDUP-F
           MOVE WS-CTEVTFORA               TO WS-CTEVTFORA-F
           MOVE WS-CTLIDO-ANT              TO WS-CTLIDO-ANT-F
           MOVE WS-CTNOVO                  TO WS-CTNOVO-F
           MOVE WS-CTATUALIZ               TO WS-CTATUALIZ-F
           MOVE WS-CTGRAVADO               TO WS-CTGRAVADO-F
           MOVE WS-CTABERTO                TO WS-CTABERTO-F
           MOVE WS-CTENCERR                TO WS-CTENCERR-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " EVENTOS LIDOS NO PEDEVT..............: "
                                           WS-CTEVTLIDO-F
           DISPLAY " EVENTOS INVALIDOS DESCARTADOS........: "
                                           WS-CTEVTINV-F
           DISPLAY " EVENTOS APLICADOS....................: "
                                           WS-CTEVTAPLIC-F
           DISPLAY " EVENTOS JA APLICADOS (IGNORADOS).....: "
                                           WS-CTEVTDUP-F
           DISPLAY " EVENTOS FORA DE ORDEM (IGNORADOS)....: "
                                           WS-CTEVTFORA-F
           DISPLAY " PEDIDOS LIDOS NO PEDSTANT............: "
                                           WS-CTLIDO-ANT-F
           DISPLAY " PEDIDOS ABERTOS NO MASTER............: "
                                           WS-CTNOVO-F
           DISPLAY " PEDIDOS COM SITUACAO ATUALIZADA......: "
                                           WS-CTATUALIZ-F
           DISPLAY " PEDIDOS GRAVADOS NO PEDSTNOV.........: "
                                           WS-CTGRAVADO-F
           DISPLAY "   EM ANDAMENTO.......................: "
                                           WS-CTABERTO-F
           DISPLAY "   ENCERRADOS (REJ/CANC/FATURADOS)....: "
                                           WS-CTENCERR-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE PEDSTANT
           IF NOT SUCESSO-SA
              MOVE "ERRO FECHAMENTO PEDSTANT" TO WS-MSG
              MOVE FS-PEDSTANT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PEDSTNOV
           IF NOT SUCESSO-SN
              MOVE "ERRO FECHAMENTO PEDSTNOV" TO WS-MSG
              MOVE FS-PEDSTNOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
