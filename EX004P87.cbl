      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P87.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    AVISO DIARIO DE VENCIMENTO PROXIMO. SELECIONA NO MASTER      *
      *    CONTRATOS AS PARCELAS ABERTAS QUE VENCEM NOS PROXIMOS N      *
      *    DIAS UTEIS APOS A DATA DO PROCESSAMENTO (N NO PARAMETRO      *
      *    DIASAVIS DO PARMMST, VIA PRMLOOK; SEM PARAMETRO VIGENTE,     *
      *    3 DIAS), CONTADOS PELO CALENDARIO DE FERIADOS DO DATACHCK.   *
      *    AS PARCELAS SAO CLASSIFICADAS POR CLIENTE E CASADAS COM O    *
      *    CADASTRO CLINEW: CADA UMA VIRA UM AVISO NO ARQUIVO AVISOS    *
      *    (CPAVISO) PARA O PROVEDOR DE SMS/E-MAIL, COM NOME, TELEFONE, *
      *    SALDO DA PARCELA, VENCIMENTO E NOSSO NUMERO DO BOLETO.       *
      *    CLIENTE SEM CADASTRO OU SEM TELEFONE NAO GERA AVISO.         *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN         TO UT-S-CONTRATOS
           FILE STATUS IS FS-CONTRATOS
           .
           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           FILE STATUS IS FS-CLINEW
           .
           SELECT AVISOS ASSIGN            TO UT-S-AVISOS
           FILE STATUS IS FS-AVISOS
           .
           SELECT CLASS-AVI ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    CONTRATOS - UMA PARCELA POR REGISTRO
       FD  CONTRATOS
           RECORDING MODE IS F
           .
       01  REG-CONTRATOS                   PIC X(43).

       FD  CLINEW
           RECORDING MODE IS F
           .
           COPY CPCLINEW.

      *    AVISOS - AVISOS DE VENCIMENTO PARA O PROVEDOR (CPAVISO)
       FD  AVISOS
           RECORDING MODE IS F
           .
       01  REG-AVISOS                      PIC X(80).

      *    CLASS-AVI - PARCELAS A AVISAR POR CLIENTE E VENCIMENTO
       SD  CLASS-AVI
           .
       01  REG-CLASS-AVI.
           05 AVI-NUMCONTR-CLASS           PIC 9(05).
           05 AVI-NUMPARC-CLASS            PIC 9(03).
           05 AVI-CODCLI-CLASS             PIC X(04).
           05 AVI-VENCTO-CLASS             PIC 9(08).
           05 FILLER                       PIC X(23).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *    VARIAVEIS ESPELHO
      *----------------------------------------------------------------*
       01  WS-REG-CLINEW.
           05 WS-CODCLI-N                  PIC X(04).
           05 WS-NOMECLI-N                 PIC X(25).
           05 WS-ENDCLI-N                  PIC X(30).
           05 WS-FONECLI-N                 PIC X(10).
           05 WS-CPFCLI-N                  PIC X(11).
           05 WS-TOTALDIVIDA-N             PIC 9(08)V99.
           05 WS-LIMITECRED-N              PIC 9(08)V99.
           05 WS-LOGRACLI-N                PIC X(30).
           05 WS-NUMENDCLI-N               PIC X(06).
           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
      *    REGISTRO DO CONTRATOS (LAYOUT DO EX004P36)
      *----------------------------------------------------------------*
       01  WS-REG-CONTRATO.
           05 WS-CTR-NUMCONTR              PIC 9(05).
           05 WS-CTR-NUMPARC               PIC 9(03).
           05 WS-CTR-CODCLI                PIC X(04).
           05 WS-CTR-VENCIMENTO            PIC 9(08).
           05 WS-CTR-VALOR                 PIC 9(09)V99.
           05 WS-CTR-SITUACAO              PIC X(01).
              88 PARCELA-ABERTA                    VALUE "A".
              88 PARCELA-PAGA                      VALUE "P".
           05 WS-CTR-VALOR-PAGO            PIC 9(09)V99.
      *----------------------------------------------------------------*
           COPY CPAVISO.
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): QUANTIDADE DE DIAS UTEIS DE ANTECEDENCIA
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-DIAS         PIC 9(02).
              10 FILLER                    PIC X(13).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
       77  WS-DIAS-AVISO                   PIC 9(02).
       77  WS-DIAS-AVISO-PADRAO            PIC 9(02) VALUE 3.
      *----------------------------------------------------------------*
      *    AREAS DE CHAMADA DO DATACHCK
      *----------------------------------------------------------------*
       77  WS-PROG-DATACHCK                PIC X(08) VALUE "DATACHCK".
       77  WS-ENTRY-SOMADIAS               PIC X(18)
                                           VALUE "DATACHCK-SOMADIAS".
       01  WS-PARM-DATACHCK.
           05 WS-DTC-TAMANHO               PIC S9(04) COMP.
           05 WS-DTC-DATA.
              10 WS-DTC-ANO                PIC 9(04).
              10 WS-DTC-MES                PIC 9(02).
              10 WS-DTC-DIA                PIC 9(02).
           05 WS-DTC-RESULTADO.
              10 WS-DTC-SITUACAO           PIC X(01).
                 88 DTC-DATA-OK                    VALUE "1".
              10 WS-DTC-DIA-SEMANA         PIC 9(01).
                 88 DTC-FIM-DE-SEMANA              VALUES 1 7.
                 88 DTC-DIA-UTIL                   VALUES 2 THRU 6.
       01  WS-PARM-SOMADIAS.
           05 WS-SOM-DATA-BASE.
              10 WS-SOM-ANO-BASE           PIC 9(04).
              10 WS-SOM-MES-BASE           PIC 9(02).
              10 WS-SOM-DIA-BASE           PIC 9(02).
           05 WS-SOM-QTD-DIAS              PIC S9(05) COMP.
           05 WS-SOM-DATA-RESULTADO.
              10 WS-SOM-ANO-RES            PIC 9(04).
              10 WS-SOM-MES-RES            PIC 9(02).
              10 WS-SOM-DIA-RES            PIC 9(02).
           05 WS-SOM-SITUACAO              PIC X(01).
              88 SOMA-OK                           VALUE "1".
      *----------------------------------------------------------------*
      *    JANELA DE AVISO: OS N PROXIMOS DIAS UTEIS APOS O
      *    PROCESSAMENTO; O ULTIMO DELES E A DATA LIMITE
      *----------------------------------------------------------------*
       77  WS-DATA-SYS                     PIC 9(08).
       77  WS-DATA-LIMITE                  PIC 9(08).
       01  WS-TAB-DIAS-UTEIS.
           05 WS-DIA-UTIL OCCURS 30 TIMES  PIC 9(08).
       77  WS-QTD-DIAS-UTEIS               PIC 9(02) COMP.
       77  WS-IDX-DIA                      PIC 9(02) COMP.
       77  WS-TENTATIVAS                   PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CONTRATOS                    PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
           88 SUCESSO-N                    VALUE "00".
           88 FIM-ARQ-N                    VALUE "10".
       01  FS-AVISOS                       PIC X(02).
           88 SUCESSO-AV                   VALUE "00".
       01  WS-SW-FIM-AVI                   PIC X(01).
           88 FIM-CLASS-AVI                        VALUE "S".
           88 NAO-FIM-CLASS-AVI                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPARCELA                    PIC 9(05) COMP.
       77  WS-CTJANELA                     PIC 9(05) COMP.
       77  WS-CTAVISO                      PIC 9(05) COMP.
       77  WS-CTPRIMEIRA                   PIC 9(05) COMP.
       77  WS-CTSEMCAD                     PIC 9(05) COMP.
       77  WS-CTSEMFONE                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPARCELA-F                  PIC ZZZZ9.
       77  WS-CTJANELA-F                   PIC ZZZZ9.
       77  WS-CTAVISO-F                    PIC ZZZZ9.
       77  WS-CTPRIMEIRA-F                 PIC ZZZZ9.
       77  WS-CTSEMCAD-F                   PIC ZZZZ9.
       77  WS-CTSEMFONE-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P87.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-AVI
               ON ASCENDING KEY AVI-CODCLI-CLASS
                                AVI-VENCTO-CLASS
                                AVI-NUMCONTR-CLASS
                                AVI-NUMPARC-CLASS
               INPUT PROCEDURE IS 2000-SELECIONAR-PARCELAS
               OUTPUT PROCEDURE IS 3000-GERAR-AVISOS
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPARCELA
                                              WS-CTJANELA
                                              WS-CTAVISO
                                              WS-CTPRIMEIRA
                                              WS-CTSEMCAD
                                              WS-CTSEMFONE
                                              WS-QTD-DIAS-UTEIS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-OBTER-DIAS-AVISO
           PERFORM 1200-MONTAR-JANELA
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA CLINEW"  TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT AVISOS
           IF NOT SUCESSO-AV
              MOVE "ERRO ABERTURA AVISOS"  TO WS-MSG
              MOVE FS-AVISOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1500-LER-CLINEW
           .
      *----------------------------------------------------------------*
      *    1100-OBTER-DIAS-AVISO - DIAS UTEIS DE ANTECEDENCIA VIGENTES  *
      *    NO PARMMST (1 A 30); AUSENTE OU INVALIDO, VALE O PADRAO      *
      *----------------------------------------------------------------*
       1100-OBTER-DIAS-AVISO.
           MOVE "EX004P87"                 TO WS-PRM-PROGRAMA
           MOVE "DIASAVIS"                 TO WS-PRM-PARAMETRO
           MOVE WS-DATA-SYS                TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
           AND WS-PRM-VALOR-DIAS IS NUMERIC
           AND WS-PRM-VALOR-DIAS > ZERO
           AND WS-PRM-VALOR-DIAS NOT > 30
              MOVE WS-PRM-VALOR-DIAS       TO WS-DIAS-AVISO
              DISPLAY "EX004P87: DIAS DE ANTECEDENCIA DO PARMMST"
           ELSE
              MOVE WS-DIAS-AVISO-PADRAO    TO WS-DIAS-AVISO
              DISPLAY "EX004P87: DIASAVIS AUSENTE NO PARMMST, "
                      "ANTECEDENCIA PADRAO DE " WS-DIAS-AVISO
                      " DIAS UTEIS"
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-MONTAR-JANELA - AVANCA DIA A DIA A PARTIR DA DATA DO    *
      *    PROCESSAMENTO GUARDANDO OS DIAS UTEIS (O DATACHCK DEVOLVE 8  *
      *    PARA FERIADO DO CALENDARIO E 1/7 PARA FIM DE SEMANA)         *
      *----------------------------------------------------------------*
       1200-MONTAR-JANELA.
           MOVE ZEROS                      TO WS-TENTATIVAS
           MOVE WS-DATA-SYS                TO WS-SOM-DATA-RESULTADO
           PERFORM 1210-AVANCAR-UM-DIA
               UNTIL WS-QTD-DIAS-UTEIS NOT < WS-DIAS-AVISO
               OR    WS-TENTATIVAS > 90
           IF WS-QTD-DIAS-UTEIS = ZERO
              MOVE "NAO FOI POSSIVEL MONTAR A JANELA DE AVISO" TO WS-MSG
              MOVE SPACES                                    TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIA-UTIL (WS-QTD-DIAS-UTEIS) TO WS-DATA-LIMITE
           .
       1210-AVANCAR-UM-DIA.
           ADD 1                           TO WS-TENTATIVAS
           MOVE WS-SOM-DATA-RESULTADO      TO WS-SOM-DATA-BASE
           MOVE 1                          TO WS-SOM-QTD-DIAS
           CALL WS-ENTRY-SOMADIAS          USING WS-PARM-SOMADIAS
           IF NOT SOMA-OK
              MOVE "ERRO NO CALCULO DA JANELA DE AVISO" TO WS-MSG
              MOVE SPACES                               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE LENGTH OF WS-DTC-DATA      TO WS-DTC-TAMANHO
           MOVE WS-SOM-ANO-RES             TO WS-DTC-ANO
           MOVE WS-SOM-MES-RES             TO WS-DTC-MES
           MOVE WS-SOM-DIA-RES             TO WS-DTC-DIA
           CALL WS-PROG-DATACHCK           USING WS-PARM-DATACHCK
           IF DTC-DATA-OK
           AND DTC-DIA-UTIL
              ADD 1                        TO WS-QTD-DIAS-UTEIS
              MOVE WS-SOM-DATA-RESULTADO   TO
                   WS-DIA-UTIL (WS-QTD-DIAS-UTEIS)
           END-IF
           .
       1500-LER-CLINEW.
           READ CLINEW INTO WS-REG-CLINEW
           IF NOT SUCESSO-N
              IF FIM-ARQ-N
                 MOVE HIGH-VALUES          TO WS-CODCLI-N
              ELSE
                 MOVE "ERRO LEITURA CLINEW" TO WS-MSG
                 MOVE FS-CLINEW             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2000-SELECIONAR-PARCELAS - LIBERA PARA A CLASSIFICACAO AS    *
      *    PARCELAS ABERTAS, COM SALDO, VENCENDO DEPOIS DA DATA DO      *
      *    PROCESSAMENTO E ATE A DATA LIMITE DA JANELA                  *
      *----------------------------------------------------------------*
       2000-SELECIONAR-PARCELAS.
           OPEN INPUT CONTRATOS
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-CONTRATOS
           PERFORM 2200-FILTRAR-PARCELA UNTIL FIM-ARQ-C
           CLOSE CONTRATOS
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO CONTRATOS" TO WS-MSG
              MOVE FS-CONTRATOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2100-LER-CONTRATOS.
           READ CONTRATOS INTO WS-REG-CONTRATO
           IF SUCESSO-C
              ADD 1                        TO WS-CTPARCELA
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA CONTRATOS" TO WS-MSG
                 MOVE FS-CONTRATOS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2200-FILTRAR-PARCELA.
           IF PARCELA-ABERTA
           AND WS-CTR-VALOR > WS-CTR-VALOR-PAGO
           AND WS-CTR-VENCIMENTO > WS-DATA-SYS
           AND WS-CTR-VENCIMENTO NOT > WS-DATA-LIMITE
              ADD 1                        TO WS-CTJANELA
              RELEASE REG-CLASS-AVI        FROM WS-REG-CONTRATO
           END-IF
           PERFORM 2100-LER-CONTRATOS
           .
      *----------------------------------------------------------------*
      *    3000-GERAR-AVISOS - CASA AS PARCELAS CLASSIFICADAS COM O     *
      *    CADASTRO CLINEW (AMBOS POR CODIGO DE CLIENTE)                *
      *----------------------------------------------------------------*
       3000-GERAR-AVISOS.
           SET NAO-FIM-CLASS-AVI           TO TRUE
           PERFORM 3100-RETORNAR-PARCELA
           PERFORM 3200-CASAR-PARCELA UNTIL FIM-CLASS-AVI
           .
       3100-RETORNAR-PARCELA.
           RETURN CLASS-AVI                INTO WS-REG-CONTRATO
               AT END
                  SET FIM-CLASS-AVI        TO TRUE
           END-RETURN
           .
       3200-CASAR-PARCELA.
           PERFORM 1500-LER-CLINEW
               UNTIL WS-CODCLI-N NOT < WS-CTR-CODCLI
           IF WS-CODCLI-N = WS-CTR-CODCLI
              IF WS-FONECLI-N = SPACES
                 ADD 1                     TO WS-CTSEMFONE
              ELSE
                 PERFORM 3300-GRAVAR-AVISO
              END-IF
           ELSE
              ADD 1                        TO WS-CTSEMCAD
           END-IF
           PERFORM 3100-RETORNAR-PARCELA
           .
       3300-GRAVAR-AVISO.
           MOVE SPACES                     TO WS-REG-AVISO
           MOVE WS-CTR-CODCLI              TO WS-AVI-CODCLI
           MOVE WS-NOMECLI-N               TO WS-AVI-NOMECLI
           MOVE WS-FONECLI-N               TO WS-AVI-FONECLI
           COMPUTE WS-AVI-VALOR = WS-CTR-VALOR - WS-CTR-VALOR-PAGO
           MOVE WS-CTR-VENCIMENTO          TO WS-AVI-VENCIMENTO
           MOVE WS-CTR-NUMCONTR            TO WS-AVI-NN-NUMCONTR
           MOVE WS-CTR-NUMPARC             TO WS-AVI-NN-NUMPARC
           MOVE ZEROS                      TO WS-AVI-NN-DIGITOS
           IF WS-CTR-NUMPARC = 1
              SET AVI-PRIMEIRA-PARCELA     TO TRUE
              ADD 1                        TO WS-CTPRIMEIRA
           ELSE
              MOVE "N"                     TO WS-AVI-PRIMEIRA-PARCELA
           END-IF
           MOVE ZEROS                      TO WS-AVI-DIAS-UTEIS
           PERFORM 3500-CONTAR-DIA-UTIL
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-QTD-DIAS-UTEIS
           WRITE REG-AVISOS                FROM WS-REG-AVISO
           IF NOT SUCESSO-AV
              MOVE "ERRO GRAVACAO AVISOS"  TO WS-MSG
              MOVE FS-AVISOS               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTAVISO
           .
      *    DIAS UTEIS ATE O VENCIMENTO = DIAS DA JANELA ATE ELE
       3500-CONTAR-DIA-UTIL.
           IF WS-DIA-UTIL (WS-IDX-DIA) NOT > WS-CTR-VENCIMENTO
              ADD 1                        TO WS-AVI-DIAS-UTEIS
           END-IF
           .
       3800-TERMINO.
           MOVE WS-CTPARCELA               TO WS-CTPARCELA-F
           MOVE WS-CTJANELA                TO WS-CTJANELA-F
           MOVE WS-CTAVISO                 TO WS-CTAVISO-F
           MOVE WS-CTPRIMEIRA              TO WS-CTPRIMEIRA-F
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTSEMFONE               TO WS-CTSEMFONE-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " DATA DO PROCESSAMENTO................: "
                                           WS-DATA-SYS
           DISPLAY " DATA LIMITE DA JANELA DE AVISO.......: "
                                           WS-DATA-LIMITE
           DISPLAY " PARCELAS LIDAS.......................: "
                                           WS-CTPARCELA-F
           DISPLAY " PARCELAS VENCENDO NA JANELA..........: "
                                           WS-CTJANELA-F
           DISPLAY " AVISOS GERADOS.......................: "
                                           WS-CTAVISO-F
           DISPLAY " AVISOS DE PRIMEIRA PARCELA...........: "
                                           WS-CTPRIMEIRA-F
           DISPLAY " PARCELAS DE CLIENTE SEM CADASTRO.....: "
                                           WS-CTSEMCAD-F
           DISPLAY " PARCELAS DE CLIENTE SEM TELEFONE.....: "
                                           WS-CTSEMFONE-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO CLINEW" TO WS-MSG
              MOVE FS-CLINEW                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE AVISOS
           IF NOT SUCESSO-AV
              MOVE "ERRO FECHAMENTO AVISOS" TO WS-MSG
              MOVE FS-AVISOS                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
