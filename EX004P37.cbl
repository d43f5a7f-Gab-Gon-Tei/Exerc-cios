      *    RESULTADO A DIVIDA ATUAL DO CLIENTE, SEM SUBSTITUI-LA.       *
      *    O CODIGO DO CLIENTE VEM DO PROPRIO REGISTRO DE PARCELA DO    *
      *    CONTRATOS (INFORMADO NO ACEITE PELO SUPERVISOR).             *
      *    CADA PARCELA COBRADA VAI TAMBEM, COM O VENCIMENTO ORIGINAL,  *
      *    PARA O PARCATR (DOCUMENTOS DO RAZAO A RECEBER DO EX004P78).  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           .
           SELECT CLASS-ATR ASSIGN         TO UT-S-SORTWK02
           .
           SELECT PARCATR ASSIGN           TO UT-S-PARCATR
           FILE STATUS IS FS-PARCATR
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FD  CLIMOVGER
           RECORDING MODE IS F
           .
       01  REG-CLIMOVGER                   PIC X(189).

      *    ATRWRK - PARCELAS VENCIDAS E NAO PAGAS (POR CLIENTE)
       FD  ATRWRK
           .
       01  REG-ATRWRK                      PIC X(17).

      *    PARCATR - CADA PARCELA VENCIDA COBRADA NO CLIMOVGER, COM
      *    SEU VENCIMENTO ORIGINAL (DOCUMENTOS DO RAZAO EX004P78)
       FD  PARCATR
           RECORDING MODE IS F
           .
       01  REG-PARCATR                     PIC X(50).

      *    CLASS-REC - RECEBIMENTOS POR CONTRATO/PARCELA
       SD  CLASS-REC
           .
           05 WS-GER-TIPOMOV               PIC X(01) VALUE "D".
           05 WS-GER-DIASATRASO            PIC 9(03).
           05 WS-GER-LIMITECRED            PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(84) VALUE SPACES.
       01  WS-REG-CLIMOV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-CLIMOV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-GER                PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
      *----------------------------------------------------------------*
      *    ATRASOS POR CLIENTE (ARQUIVO DE TRABALHO E ACUMULADOR)
      *----------------------------------------------------------------*
       77  WS-ATRASO-VALOR                 PIC 9(08)V99.
       77  WS-ATRASO-DIAS                  PIC 9(03).
       77  WS-DIAS-CALC                    PIC S9(07).
           COPY CPDOCREC.
       01  WS-NUM-DOC-PARCELA.
           05 WS-NDP-NUMCONTR              PIC 9(05).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-NDP-NUMPARC               PIC 9(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
       01  WS-VENC-PARTES.
           05 WS-VENC-ANO                  PIC 9(04).
           05 WS-VENC-MES                  PIC 9(02).
           88 SUCESSO-G                    VALUE "00".
       01  FS-ATRWRK                       PIC X(02).
           88 SUCESSO-W                    VALUE "00".
       01  FS-PARCATR                      PIC X(02).
           88 SUCESSO-PA                   VALUE "00".
       01  WS-SW-FIM-REC                   PIC X(01).
           88 FIM-CLASS-REC                        VALUE "S".
           88 NAO-FIM-CLASS-REC                    VALUE "N".
       77  WS-CTMOVGER                     PIC 9(05) COMP.
       77  WS-CTRECSEM                     PIC 9(05) COMP.
       77  WS-CTPARCIAL                    PIC 9(05) COMP.
       77  WS-CTPARCATR                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTMOVGER-F                   PIC ZZZZ9.
       77  WS-CTRECSEM-F                   PIC ZZZZ9.
       77  WS-CTPARCIAL-F                  PIC ZZZZ9.
       77  WS-CTPARCATR-F                  PIC ZZZZ9.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
                                              WS-CTMOVGER
                                              WS-CTRECSEM
                                              WS-CTPARCIAL
                                              WS-CTPARCATR
                                              WS-ATRASO-VALOR
                                              WS-ATRASO-DIAS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
              MOVE FS-ATRWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT PARCATR
           IF NOT SUCESSO-PA
              MOVE "ERRO ABERTURA PARCATR" TO WS-MSG
              MOVE FS-PARCATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT CLIMOVGER
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA CLIMOVGER" TO WS-MSG
              MOVE FS-ATRWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3550-GRAVAR-PARCATR
           .
      *----------------------------------------------------------------*
      *    3550-GRAVAR-PARCATR - A PARCELA COBRADA COMO DOCUMENTO "K"   *
      *    (CONTRATO/PARCELA), COM O VENCIMENTO ORIGINAL E O SALDO      *
      *    EM ATRASO, PARA O RAZAO POR DOCUMENTO DO EX004P78            *
      *----------------------------------------------------------------*
       3550-GRAVAR-PARCATR.
           MOVE SPACES                     TO WS-REG-DOCREC
           MOVE WS-CTR-CODCLI              TO WS-DOC-CODCLI
           MOVE "K"                        TO WS-DOC-TIPO-DOC
           MOVE WS-CTR-NUMCONTR            TO WS-NDP-NUMCONTR
           MOVE WS-CTR-NUMPARC             TO WS-NDP-NUMPARC
           MOVE WS-NUM-DOC-PARCELA         TO WS-DOC-NUM-DOC
           MOVE WS-DATA-SYS                TO WS-DOC-DATA-EMISSAO
           MOVE WS-CTR-VENCIMENTO          TO WS-DOC-DATA-VENCTO
           MOVE WS-ATR-VALOR               TO WS-DOC-VALOR
           WRITE REG-PARCATR               FROM WS-REG-DOCREC
           IF NOT SUCESSO-PA
              MOVE "ERRO GRAVACAO PARCATR" TO WS-MSG
              MOVE FS-PARCATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTPARCATR
           .
      *----------------------------------------------------------------*
      *    3600-GERAR-MOV-ATRASO - UM MOVIMENTO "A" POR CLIENTE COM     *
           MOVE WS-CTMOVGER                TO WS-CTMOVGER-F
           MOVE WS-CTRECSEM                TO WS-CTRECSEM-F
           MOVE WS-CTPARCIAL               TO WS-CTPARCIAL-F
           MOVE WS-CTPARCATR               TO WS-CTPARCATR-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTRECSEM-F
           DISPLAY " PAGAMENTOS PARCIAIS APLICADOS........: "
                                           WS-CTPARCIAL-F
           DISPLAY " PARCELAS GRAVADAS NO PARCATR.........: "
                                           WS-CTPARCATR-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-CLIMOVGER               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PARCATR
           IF NOT SUCESSO-PA
              MOVE "ERRO FECHAMENTO PARCATR" TO WS-MSG
              MOVE FS-PARCATR              TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
