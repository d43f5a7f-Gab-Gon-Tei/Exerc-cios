      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P79.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    FECHAMENTO E REABERTURA DE PERIODOS CONTABEIS. CADA CARTAO   *
      *    PERCARD PEDE O FECHAMENTO ("F") OU A REABERTURA ("R") DE UM  *
      *    ANO/MES. O FECHAMENTO GRAVA O EVENTO NO CONTROLE PERCTL E A  *
      *    FOTOGRAFIA DOS SALDOS POR CONTA DO RAZAO ATE O FIM DO MES NO *
      *    SALDOFEC; A PARTIR DAI O EX004P50 RECUSA LOTE COM DATA NO    *
      *    PERIODO. A REABERTURA SO E ACEITA COM A CONFIRMACAO DO       *
      *    SUPERVISOR NO PROPRIO CARTAO ("S" + IDENTIFICACAO, COMO NO   *
      *    OVRCTL DO EX004P70); SEM ELA O PERIODO CONTINUA FECHADO E O  *
      *    PROGRAMA TERMINA COM RC 8, O MESMO VALENDO PARA SUPERVISOR   *
      *    SEM ALCADA "REAB" NO AUTMST (AUTLOOK) OU QUE SEJA O PROPRIO  *
      *    SOLICITANTE. TODO PEDIDO, ACEITO OU RECUSADO, SAI NO         *
      *    RELATORIO DE AUDITORIA RELPERIO.                             *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PERCARD ASSIGN           TO UT-S-PERCARD
           FILE STATUS IS FS-PERCARD
           .
           SELECT OPTIONAL PERCTL ASSIGN   TO PERCTL
           FILE STATUS IS FS-PERCTL
           .
           SELECT OPTIONAL RAZAO ASSIGN    TO RAZAO
           FILE STATUS IS FS-RAZAO
           .
           SELECT OPTIONAL SALDOFEC ASSIGN TO SALDOFEC
           FILE STATUS IS FS-SALDOFEC
           .
           SELECT RELPERIO ASSIGN          TO UT-S-RELPERIO
           FILE STATUS IS FS-RELPERIO
           .
           SELECT CLASS-CTA ASSIGN         TO SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PERCARD - PEDIDOS DE FECHAMENTO/REABERTURA (CARTOES)
       FD  PERCARD
           RECORDING MODE IS F
           .
       01  REG-PERCARD                     PIC X(80).

      *    PERCTL - EVENTOS DE FECHAMENTO/REABERTURA (CPPERCTL)
       FD  PERCTL
           RECORDING MODE IS F
           .
       01  REG-PERCTL                      PIC X(80).

      *    RAZAO - MASTER ACUMULATIVO DO EX004P50
       FD  RAZAO
           RECORDING MODE IS F
           .
       01  REG-RAZAO                       PIC X(52).

      *    SALDOFEC - FOTOGRAFIAS DE SALDOS NO FECHAMENTO (CPSALFEC)
       FD  SALDOFEC
           RECORDING MODE IS F
           .
       01  REG-SALDOFEC                    PIC X(80).

       FD  RELPERIO
           RECORDING MODE IS F
           .
       01  REG-RELPERIO                    PIC X(100).

      *    CLASS-CTA - PERNAS DO RAZAO ATE O FIM DO PERIODO POR CONTA
       SD  CLASS-CTA
           .
       01  REG-CLASS-CTA.
           05 CTA-CONTA-CLASS              PIC X(08).
           05 CTA-DEBITO-MES-CLASS         PIC 9(13)V99.
           05 CTA-CREDITO-MES-CLASS        PIC 9(13)V99.
           05 CTA-DEBITO-CLASS             PIC 9(13)V99.
           05 CTA-CREDITO-CLASS            PIC 9(13)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPPERCTL.
           COPY CPSALFEC.
      *----------------------------------------------------------------*
       01  WS-REG-PERCARD.
           05 WS-PCD-FUNCAO                PIC X(01).
              88 PCD-FECHAR                        VALUE "F".
              88 PCD-REABRIR                       VALUE "R".
           05 WS-PCD-ANOMES                PIC 9(06).
           05 WS-PCD-ANOMES-R REDEFINES WS-PCD-ANOMES.
              10 WS-PCD-ANO                PIC 9(04).
              10 WS-PCD-MES                PIC 9(02).
      *    CONFIRMACAO DO SUPERVISOR, OBRIGATORIA NA REABERTURA
           05 WS-PCD-CONFIRMA              PIC X(01).
              88 REABERTURA-CONFIRMADA             VALUE "S".
           05 WS-PCD-SUPERVISOR            PIC X(08).
           05 WS-PCD-MOTIVO                PIC X(40).
      *    QUEM PEDIU A REABERTURA (NAO PODE SER O SUPERVISOR)
           05 WS-PCD-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
      *    REGISTRO DO MASTER RAZAO (LAYOUT DO EX004P50)
      *----------------------------------------------------------------*
       01  WS-REG-RAZAO.
           05 WS-RAZ-FONTE                 PIC X(08).
           05 WS-RAZ-DATA                  PIC 9(08).
           05 WS-RAZ-ORIGEM                PIC X(04).
           05 WS-RAZ-CONTA-DEB             PIC X(08).
           05 WS-RAZ-CONTA-CRED            PIC X(08).
           05 WS-RAZ-VALOR                 PIC 9(11)V99.
           05 WS-RAZ-FILIAL                PIC X(03).
      *----------------------------------------------------------------*
      *    SITUACAO CORRENTE DOS PERIODOS (ULTIMO EVENTO DE CADA UM)
      *----------------------------------------------------------------*
       01  WS-TAB-PERIODOS.
           05 WS-TPR-ENT OCCURS 240 TIMES.
              10 WS-TPR-ANOMES             PIC 9(06).
              10 WS-TPR-SITUACAO           PIC X(01).
       77  WS-QTD-PERIODOS                 PIC 9(03) COMP.
       77  WS-IDX-PER                      PIC 9(03) COMP.
       77  WS-IDX-PER-ACHADO               PIC 9(03) COMP.
       77  WS-ANOMES-SYS                   PIC 9(06).
       77  WS-DATA-INI-PER                 PIC 9(08).
       77  WS-DATA-FIM-PER                 PIC 9(08).
       77  WS-OCORRENCIA                   PIC X(30).
       01  WS-SIT-PERIODO                  PIC X(01).
           88 SIT-FECHADO                          VALUE "F".
      *----------------------------------------------------------------*
      *    FOTOGRAFIA POR CONTA
      *----------------------------------------------------------------*
       01  WS-REG-CTA.
           05 WS-CTA-CONTA                 PIC X(08).
           05 WS-CTA-DEBITO-MES            PIC 9(13)V99.
           05 WS-CTA-CREDITO-MES           PIC 9(13)V99.
           05 WS-CTA-DEBITO                PIC 9(13)V99.
           05 WS-CTA-CREDITO               PIC 9(13)V99.
       77  WS-CONTA-CUR                    PIC X(08).
       77  WS-TOT-DEB-MES                  PIC 9(13)V99.
       77  WS-TOT-CRED-MES                 PIC 9(13)V99.
       77  WS-TOT-DEB-CONTA                PIC 9(13)V99.
       77  WS-TOT-CRED-CONTA               PIC 9(13)V99.
       77  WS-CTCONTA-PER                  PIC 9(05) COMP.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *    RELATORIO DE AUDITORIA DE PERIODOS (RELPERIO)
      *----------------------------------------------------------------*
       01  WS-CABEC-PER1                   PIC X(100)
                                                   VALUE
              "       AUDITORIA DE FECHAMENTO E REABERTURA DE PERIODOS".
       01  WS-CABEC-PER2                   PIC X(100)
                                                   VALUE
              "DATA      HORA    F  ANOMES   SUPERVIS  OCORRENCIA       
      -       "             CONTAS  MOTIVO".
       01  WS-CABEC-PER3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINDET-PER.
           05 LD-PER-DATA                  PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PER-HORA                  PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PER-FUNCAO                PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PER-ANOMES                PIC X(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-PER-SUPERVISOR            PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PER-OCORRENCIA            PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-PER-CONTAS                PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-PER-MOTIVO                PIC X(22).
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PERCARD                      PIC X(02).
           88 SUCESSO-PC                   VALUE "00".
           88 FIM-ARQ-PC                   VALUE "10".
       01  FS-PERCTL                       PIC X(02).
           88 SUCESSO-PT                   VALUE "00" "05".
           88 FIM-ARQ-PT                   VALUE "10".
       01  FS-RAZAO                        PIC X(02).
           88 SUCESSO-RZ                   VALUE "00" "05".
           88 FIM-ARQ-RZ                   VALUE "10".
       01  FS-SALDOFEC                     PIC X(02).
           88 SUCESSO-SF                   VALUE "00" "05".
       01  FS-RELPERIO                     PIC X(02).
           88 SUCESSO-RP                   VALUE "00".
       01  WS-SW-FIM-CTA                   PIC X(01).
           88 FIM-CLASS-CTA                        VALUE "S".
           88 NAO-FIM-CLASS-CTA                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTEVENTO-ANT                 PIC 9(05) COMP.
       77  WS-CTCARTAO                     PIC 9(05) COMP.
       77  WS-CTFECHADO                    PIC 9(05) COMP.
       77  WS-CTREABERTO                   PIC 9(05) COMP.
       77  WS-CTRECUSADO                   PIC 9(05) COMP.
       77  WS-CTSALDOFEC                   PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTEVENTO-ANT-F               PIC ZZZZ9.
       77  WS-CTCARTAO-F                   PIC ZZZZ9.
       77  WS-CTFECHADO-F                  PIC ZZZZ9.
       77  WS-CTREABERTO-F                 PIC ZZZZ9.
       77  WS-CTRECUSADO-F                 PIC ZZZZ9.
       77  WS-CTSALDOFEC-F                 PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
      *    ALCADA DO SUPERVISOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P79.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR-CARTOES
           PERFORM 3000-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTEVENTO-ANT
                                              WS-CTCARTAO
                                              WS-CTFECHADO
                                              WS-CTREABERTO
                                              WS-CTRECUSADO
                                              WS-CTSALDOFEC
                                              WS-QTD-PERIODOS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS              FROM TIME
           COMPUTE WS-ANOMES-SYS = WS-ANO * 100 + WS-MES
           PERFORM 1100-CARREGAR-PERIODOS
           OPEN EXTEND PERCTL
           IF NOT SUCESSO-PT
              MOVE "ERRO ABERTURA PERCTL"  TO WS-MSG
              MOVE FS-PERCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN EXTEND SALDOFEC
           IF NOT SUCESSO-SF
              MOVE "ERRO ABERTURA SALDOFEC" TO WS-MSG
              MOVE FS-SALDOFEC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT PERCARD
           IF NOT SUCESSO-PC
              MOVE "ERRO ABERTURA PERCARD" TO WS-MSG
              MOVE FS-PERCARD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELPERIO
           IF NOT SUCESSO-RP
              MOVE "ERRO ABERTURA RELPERIO" TO WS-MSG
              MOVE FS-RELPERIO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-RELPERIO              FROM WS-CABEC-PER1
           WRITE REG-RELPERIO              FROM WS-CABEC-PER2
           WRITE REG-RELPERIO              FROM WS-CABEC-PER3
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-PERIODOS - LE OS EVENTOS DO PERCTL; CADA       *
      *    PERIODO FICA COM A SITUACAO DO SEU ULTIMO EVENTO             *
      *----------------------------------------------------------------*
       1100-CARREGAR-PERIODOS.
           OPEN INPUT PERCTL
           IF NOT SUCESSO-PT
              MOVE "ERRO ABERTURA PERCTL"  TO WS-MSG
              MOVE FS-PERCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-PERCTL
           PERFORM 1120-TRATAR-EVENTO UNTIL FIM-ARQ-PT
           CLOSE PERCTL
           .
       1110-LER-PERCTL.
           READ PERCTL INTO WS-REG-PERCTL
           IF SUCESSO-PT
              ADD 1                        TO WS-CTEVENTO-ANT
           ELSE
              IF NOT FIM-ARQ-PT
                 MOVE "ERRO LEITURA PERCTL" TO WS-MSG
                 MOVE FS-PERCTL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-TRATAR-EVENTO.
           MOVE WS-PER-ANOMES              TO WS-PCD-ANOMES
           PERFORM 2900-PROCURAR-PERIODO
           IF WS-IDX-PER-ACHADO = ZERO
              PERFORM 2950-INCLUIR-PERIODO
           END-IF
           MOVE WS-PER-SITUACAO            TO
                WS-TPR-SITUACAO (WS-IDX-PER-ACHADO)
           PERFORM 1110-LER-PERCTL
           .
      *----------------------------------------------------------------*
      *    2000-PROCESSAR-CARTOES - CADA PEDIDO E CRITICADO E, SENDO    *
      *    ACEITO, VIRA UM EVENTO NO PERCTL                             *
      *----------------------------------------------------------------*
       2000-PROCESSAR-CARTOES.
           PERFORM 2010-LER-PERCARD
           PERFORM 2100-TRATAR-CARTAO UNTIL FIM-ARQ-PC
           .
       2010-LER-PERCARD.
           READ PERCARD INTO WS-REG-PERCARD
           IF SUCESSO-PC
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-PC
                 MOVE "ERRO LEITURA PERCARD" TO WS-MSG
                 MOVE FS-PERCARD             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2100-TRATAR-CARTAO.
           MOVE ZEROS                      TO WS-CTCONTA-PER
           MOVE SPACES                     TO WS-OCORRENCIA
           IF WS-PCD-ANOMES IS NOT NUMERIC
           OR WS-PCD-MES < 01
           OR WS-PCD-MES > 12
              MOVE "PERIODO INVALIDO"      TO WS-OCORRENCIA
           ELSE
              PERFORM 2900-PROCURAR-PERIODO
              IF WS-IDX-PER-ACHADO > ZERO
                 MOVE WS-TPR-SITUACAO (WS-IDX-PER-ACHADO)
                                           TO WS-SIT-PERIODO
              ELSE
                 MOVE SPACES               TO WS-SIT-PERIODO
              END-IF
              EVALUATE TRUE
                 WHEN PCD-FECHAR
                    PERFORM 2200-FECHAR-PERIODO
                 WHEN PCD-REABRIR
                    PERFORM 2300-REABRIR-PERIODO
                 WHEN OTHER
                    MOVE "FUNCAO INVALIDA"  TO WS-OCORRENCIA
              END-EVALUATE
           END-IF
           IF WS-OCORRENCIA NOT = SPACES
              ADD 1                        TO WS-CTRECUSADO
           END-IF
           PERFORM 2800-RELATAR-CARTAO
           PERFORM 2010-LER-PERCARD
           .
      *----------------------------------------------------------------*
      *    2200-FECHAR-PERIODO - PERIODO JA FECHADO OU AINDA FUTURO E   *
      *    RECUSADO; SENAO GRAVA A FOTOGRAFIA DOS SALDOS E O EVENTO     *
      *----------------------------------------------------------------*
       2200-FECHAR-PERIODO.
           EVALUATE TRUE
              WHEN WS-PCD-ANOMES > WS-ANOMES-SYS
                 MOVE "PERIODO AINDA NAO INICIADO" TO WS-OCORRENCIA
              WHEN SIT-FECHADO
                 MOVE "PERIODO JA FECHADO"  TO WS-OCORRENCIA
              WHEN OTHER
                 COMPUTE WS-DATA-INI-PER = WS-PCD-ANOMES * 100 + 01
                 COMPUTE WS-DATA-FIM-PER = WS-PCD-ANOMES * 100 + 31
                 SORT CLASS-CTA
                     ON ASCENDING KEY CTA-CONTA-CLASS
                     INPUT PROCEDURE IS 2210-LIBERAR-PERNAS
                     OUTPUT PROCEDURE IS 2250-GRAVAR-FOTOGRAFIA
                 MOVE SPACES               TO WS-REG-PERCTL
                 SET PER-FECHADO           TO TRUE
                 PERFORM 2700-GRAVAR-EVENTO
                 ADD 1                     TO WS-CTFECHADO
           END-EVALUATE
           .
       2210-LIBERAR-PERNAS.
           OPEN INPUT RAZAO
           IF NOT SUCESSO-RZ
              MOVE "ERRO ABERTURA RAZAO"   TO WS-MSG
              MOVE FS-RAZAO                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2220-LER-RAZAO
           PERFORM 2230-LIBERAR-LANCAMENTO UNTIL FIM-ARQ-RZ
           CLOSE RAZAO
           .
       2220-LER-RAZAO.
           READ RAZAO INTO WS-REG-RAZAO
           IF NOT SUCESSO-RZ
              IF NOT FIM-ARQ-RZ
                 MOVE "ERRO LEITURA RAZAO" TO WS-MSG
                 MOVE FS-RAZAO             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *    SO ENTRAM OS LANCAMENTOS ATE O FIM DO PERIODO; OS DO PROPRIO
      *    MES SOMAM TAMBEM NO MOVIMENTO DO MES
       2230-LIBERAR-LANCAMENTO.
           IF WS-RAZ-DATA NOT > WS-DATA-FIM-PER
              MOVE ZEROS                   TO WS-CTA-DEBITO-MES
                                              WS-CTA-CREDITO-MES
              MOVE WS-RAZ-CONTA-DEB        TO WS-CTA-CONTA
              MOVE WS-RAZ-VALOR            TO WS-CTA-DEBITO
              MOVE ZEROS                   TO WS-CTA-CREDITO
              IF WS-RAZ-DATA NOT < WS-DATA-INI-PER
                 MOVE WS-RAZ-VALOR         TO WS-CTA-DEBITO-MES
              END-IF
              RELEASE REG-CLASS-CTA        FROM WS-REG-CTA
              MOVE ZEROS                   TO WS-CTA-DEBITO-MES
                                              WS-CTA-CREDITO-MES
              MOVE WS-RAZ-CONTA-CRED       TO WS-CTA-CONTA
              MOVE ZEROS                   TO WS-CTA-DEBITO
              MOVE WS-RAZ-VALOR            TO WS-CTA-CREDITO
              IF WS-RAZ-DATA NOT < WS-DATA-INI-PER
                 MOVE WS-RAZ-VALOR         TO WS-CTA-CREDITO-MES
              END-IF
              RELEASE REG-CLASS-CTA        FROM WS-REG-CTA
           END-IF
           PERFORM 2220-LER-RAZAO
           .
       2250-GRAVAR-FOTOGRAFIA.
           SET NAO-FIM-CLASS-CTA           TO TRUE
           PERFORM 2260-RETORNAR-CTA
           PERFORM 2270-TRATAR-CONTA UNTIL FIM-CLASS-CTA
           .
       2260-RETORNAR-CTA.
           RETURN CLASS-CTA                INTO WS-REG-CTA
               AT END
                  SET FIM-CLASS-CTA        TO TRUE
           END-RETURN
           .
       2270-TRATAR-CONTA.
           MOVE WS-CTA-CONTA               TO WS-CONTA-CUR
           MOVE ZEROS                      TO WS-TOT-DEB-MES
                                              WS-TOT-CRED-MES
                                              WS-TOT-DEB-CONTA
                                              WS-TOT-CRED-CONTA
           PERFORM 2280-SOMAR-CONTA
               UNTIL FIM-CLASS-CTA
               OR    WS-CTA-CONTA NOT = WS-CONTA-CUR
           MOVE SPACES                     TO WS-REG-SALFEC
           MOVE WS-PCD-ANOMES              TO WS-SFC-ANOMES
           MOVE WS-DATA-SYS                TO WS-SFC-DATA-FECHAMENTO
           MOVE WS-CONTA-CUR               TO WS-SFC-CONTA
           MOVE WS-TOT-DEB-MES             TO WS-SFC-DEBITO-MES
           MOVE WS-TOT-CRED-MES            TO WS-SFC-CREDITO-MES
           COMPUTE WS-SFC-SALDO =
                   WS-TOT-DEB-CONTA - WS-TOT-CRED-CONTA
           WRITE REG-SALDOFEC              FROM WS-REG-SALFEC
           IF NOT SUCESSO-SF
              MOVE "ERRO GRAVACAO SALDOFEC" TO WS-MSG
              MOVE FS-SALDOFEC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTCONTA-PER
                                              WS-CTSALDOFEC
           .
       2280-SOMAR-CONTA.
           ADD WS-CTA-DEBITO-MES           TO WS-TOT-DEB-MES
           ADD WS-CTA-CREDITO-MES          TO WS-TOT-CRED-MES
           ADD WS-CTA-DEBITO               TO WS-TOT-DEB-CONTA
           ADD WS-CTA-CREDITO              TO WS-TOT-CRED-CONTA
           PERFORM 2260-RETORNAR-CTA
           .
      *----------------------------------------------------------------*
      *    2300-REABRIR-PERIODO - SO PERIODO FECHADO E COM O CARTAO     *
      *    CONFIRMADO PELO SUPERVISOR COM ALCADA; SEM CONFIRMACAO OU    *
      *    FORA DA ALCADA, RC 8                                         *
      *----------------------------------------------------------------*
       2300-REABRIR-PERIODO.
           IF SIT-FECHADO
           AND REABERTURA-CONFIRMADA
           AND WS-PCD-SUPERVISOR NOT = SPACES
              PERFORM 2310-CONFERIR-ALCADA
           END-IF
           EVALUATE TRUE
              WHEN NOT SIT-FECHADO
                 MOVE "PERIODO NAO ESTA FECHADO" TO WS-OCORRENCIA
              WHEN NOT REABERTURA-CONFIRMADA
              WHEN WS-PCD-SUPERVISOR = SPACES
                 MOVE "SEM CONFIRMACAO DO SUPERVISOR" TO WS-OCORRENCIA
                 MOVE 8                    TO RETURN-CODE
              WHEN DECISAO-FORA-DA-ALCADA
                 MOVE WS-ACH-MOTIVO        TO WS-OCORRENCIA
                 MOVE 8                    TO RETURN-CODE
              WHEN OTHER
                 MOVE SPACES               TO WS-REG-PERCTL
                 SET PER-REABERTO          TO TRUE
                 MOVE WS-PCD-SUPERVISOR    TO WS-PER-SUPERVISOR
                 PERFORM 2700-GRAVAR-EVENTO
                 ADD 1                     TO WS-CTREABERTO
           END-EVALUATE
           .
       2310-CONFERIR-ALCADA.
           MOVE WS-PCD-SUPERVISOR          TO WS-ACH-APROVADOR
           MOVE WS-PCD-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "REAB"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-SYS                TO WS-ACH-DATA
           MOVE ZEROS                      TO WS-ACH-VALOR
                                              WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           .
      *----------------------------------------------------------------*
      *    2700-GRAVAR-EVENTO - EVENTO NO PERCTL E SITUACAO NA TABELA   *
      *----------------------------------------------------------------*
       2700-GRAVAR-EVENTO.
           MOVE WS-PCD-ANOMES              TO WS-PER-ANOMES
           MOVE WS-DATA-SYS                TO WS-PER-DATA-EVENTO
           MOVE WS-HORA-SYS (1:6)          TO WS-PER-HORA-EVENTO
           MOVE WS-PCD-MOTIVO              TO WS-PER-MOTIVO
           WRITE REG-PERCTL                FROM WS-REG-PERCTL
           IF NOT SUCESSO-PT
              MOVE "ERRO GRAVACAO PERCTL"  TO WS-MSG
              MOVE FS-PERCTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF WS-IDX-PER-ACHADO = ZERO
              PERFORM 2950-INCLUIR-PERIODO
           END-IF
           MOVE WS-PER-SITUACAO            TO
                WS-TPR-SITUACAO (WS-IDX-PER-ACHADO)
           .
      *    ACEITOS E RECUSADOS VAO PARA A AUDITORIA (WS-OCORRENCIA
      *    SO VEM PREENCHIDA NA RECUSA)
       2800-RELATAR-CARTAO.
           MOVE WS-DATA-SYS                TO LD-PER-DATA
           MOVE WS-HORA-SYS (1:6)          TO LD-PER-HORA
           MOVE WS-PCD-FUNCAO              TO LD-PER-FUNCAO
           MOVE WS-REG-PERCARD (2:6)       TO LD-PER-ANOMES
           MOVE WS-PCD-SUPERVISOR          TO LD-PER-SUPERVISOR
           IF WS-OCORRENCIA = SPACES
              IF PCD-FECHAR
                 MOVE "PERIODO FECHADO"    TO LD-PER-OCORRENCIA
              ELSE
                 MOVE "PERIODO REABERTO"   TO LD-PER-OCORRENCIA
              END-IF
           ELSE
              STRING "RECUSADO: "          DELIMITED BY SIZE
                     WS-OCORRENCIA         DELIMITED BY SIZE
                                           INTO LD-PER-OCORRENCIA
           END-IF
           MOVE WS-CTCONTA-PER             TO LD-PER-CONTAS
           MOVE WS-PCD-MOTIVO              TO LD-PER-MOTIVO
           WRITE REG-RELPERIO              FROM WS-LINDET-PER
           IF NOT SUCESSO-RP
              MOVE "ERRO GRAVACAO RELPERIO" TO WS-MSG
              MOVE FS-RELPERIO              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2900-PROCURAR-PERIODO.
           MOVE ZEROS                      TO WS-IDX-PER-ACHADO
           PERFORM 2910-COMPARAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               OR    WS-IDX-PER-ACHADO > ZERO
           .
       2910-COMPARAR-PERIODO.
           IF WS-TPR-ANOMES (WS-IDX-PER) = WS-PCD-ANOMES
              MOVE WS-IDX-PER              TO WS-IDX-PER-ACHADO
           END-IF
           .
       2950-INCLUIR-PERIODO.
           IF WS-QTD-PERIODOS < 240
              ADD 1                        TO WS-QTD-PERIODOS
              MOVE WS-QTD-PERIODOS         TO WS-IDX-PER-ACHADO
              MOVE WS-PCD-ANOMES           TO
                   WS-TPR-ANOMES (WS-IDX-PER-ACHADO)
           ELSE
              MOVE "TABELA DE PERIODOS ESTOURADA" TO WS-MSG
              MOVE SPACES                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       3000-TERMINO.
           CLOSE PERCARD
           CLOSE PERCTL
           IF NOT SUCESSO-PT
              MOVE "ERRO FECHAMENTO PERCTL" TO WS-MSG
              MOVE FS-PERCTL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE SALDOFEC
           IF NOT SUCESSO-SF
              MOVE "ERRO FECHAMENTO SALDOFEC" TO WS-MSG
              MOVE FS-SALDOFEC                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELPERIO
           IF NOT SUCESSO-RP
              MOVE "ERRO FECHAMENTO RELPERIO" TO WS-MSG
              MOVE FS-RELPERIO                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTEVENTO-ANT            TO WS-CTEVENTO-ANT-F
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTFECHADO               TO WS-CTFECHADO-F
           MOVE WS-CTREABERTO              TO WS-CTREABERTO-F
           MOVE WS-CTRECUSADO              TO WS-CTRECUSADO-F
           MOVE WS-CTSALDOFEC              TO WS-CTSALDOFEC-F
           PERFORM 5000-EXIBIR-RESULTADOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " EVENTOS ANTERIORES NO PERCTL.........: "
                                           WS-CTEVENTO-ANT-F
           DISPLAY " PEDIDOS LIDOS NO PERCARD.............: "
                                           WS-CTCARTAO-F
           DISPLAY " PERIODOS FECHADOS....................: "
                                           WS-CTFECHADO-F
           DISPLAY " PERIODOS REABERTOS...................: "
                                           WS-CTREABERTO-F
           DISPLAY " PEDIDOS RECUSADOS....................: "
                                           WS-CTRECUSADO-F
           DISPLAY " SALDOS GRAVADOS NO SALDOFEC..........: "
                                           WS-CTSALDOFEC-F
           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
