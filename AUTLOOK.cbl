      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         AUTLOOK.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    CONFERENCIA DA ALCADA DE APROVACAO NO MASTER AUTMST          *
      *    (MANTIDO PELO EX004PA5). O CHAMADOR INFORMA APROVADOR,       *
      *    SOLICITANTE DO MOVIMENTO, TIPO DE DECISAO, DATA E VALOR OU   *
      *    PERCENTUAL; A ROTINA DEVOLVE SITUACAO "0" QUANDO ALGUMA      *
      *    ALCADA VIGENTE DO APROVADOR NO TIPO COBRE A DECISAO, OU O    *
      *    CODIGO E O MOTIVO DA RECUSA. O APROVADOR NUNCA PODE SER O    *
      *    SOLICITANTE. SEM O MASTER NO JOB NINGUEM TEM ALCADA. O       *
      *    MASTER E CARREGADO UMA UNICA VEZ POR EXECUCAO, COMO NO       *
      *    PRMLOOK.                                                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTMST ASSIGN   TO AUTMST
           FILE STATUS IS FS-AUTMST
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  AUTMST
           RECORDING MODE IS F
           .
       01  REG-AUTMST                      PIC X(60).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  FS-AUTMST                       PIC X(02).
           88 SUCESSO-AM                           VALUE "00".
           88 FIM-ARQ-AM                           VALUE "10".
           COPY CPAUTMST.
       01  WS-TAB-ALCADAS.
           05 WS-ALC-ENT OCCURS 200 TIMES.
              10 WS-ALC-APROVADOR-T        PIC X(08).
              10 WS-ALC-TIPO-DECISAO-T     PIC X(04).
              10 WS-ALC-TIPO-LIMITE-T      PIC X(01).
              10 WS-ALC-VALOR-MAXIMO-T     PIC 9(09)V99.
              10 WS-ALC-PERC-MAXIMO-T      PIC 9(03)V99.
              10 WS-ALC-VIG-INI-T          PIC 9(08).
              10 WS-ALC-VIG-FIM-T          PIC 9(08).
       77  WS-QTD-ALCADAS                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX-ALC                      PIC 9(03) COMP.
       01  WS-SW-MASTER                    PIC X(01) VALUE "N".
           88 MASTER-CARREGADO                     VALUE "S".
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  LS-PARM-AUTLOOK.
           05 LS-ACH-APROVADOR             PIC X(08).
           05 LS-ACH-SOLICITANTE           PIC X(08).
           05 LS-ACH-TIPO-DECISAO          PIC X(04).
           05 LS-ACH-DATA                  PIC 9(08).
           05 LS-ACH-VALOR                 PIC 9(09)V99.
           05 LS-ACH-PERCENTUAL            PIC 9(03)V99.
           05 LS-ACH-SITUACAO              PIC X(01).
              88 LS-AUTORIZADA                     VALUE "0".
              88 LS-SEM-APROVADOR                  VALUE "1".
              88 LS-SEM-SOLICITANTE                VALUE "2".
              88 LS-APROVADOR-SOLICITANTE          VALUE "3".
              88 LS-SEM-ALCADA                     VALUE "4".
              88 LS-VALOR-EXCEDIDO                 VALUE "5".
              88 LS-PERCENTUAL-EXCEDIDO            VALUE "6".
           05 LS-ACH-MOTIVO                PIC X(30).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION USING
                                           LS-PARM-AUTLOOK.
      *----------------------------------------------------------------*
       0000-AUTLOOK.
           PERFORM 1000-CARREGAR-MASTER
           EVALUATE TRUE
              WHEN LS-ACH-APROVADOR = SPACES
                 SET LS-SEM-APROVADOR      TO TRUE
              WHEN LS-ACH-SOLICITANTE = SPACES
                 SET LS-SEM-SOLICITANTE    TO TRUE
              WHEN LS-ACH-APROVADOR = LS-ACH-SOLICITANTE
                 SET LS-APROVADOR-SOLICITANTE TO TRUE
              WHEN OTHER
                 SET LS-SEM-ALCADA         TO TRUE
                 PERFORM 2000-PROCURAR-ALCADA
                     VARYING WS-IDX-ALC FROM 1 BY 1
                     UNTIL WS-IDX-ALC > WS-QTD-ALCADAS
                     OR    LS-AUTORIZADA
           END-EVALUATE
           PERFORM 3000-MONTAR-MOTIVO
           GOBACK
           .
       1000-CARREGAR-MASTER.
           IF MASTER-CARREGADO
              CONTINUE
           ELSE
              SET MASTER-CARREGADO         TO TRUE
              OPEN INPUT AUTMST
              IF SUCESSO-AM
                 PERFORM 1100-LER-AUTMST
                 PERFORM 1200-ARMAZENAR-ALCADA
                     UNTIL FIM-ARQ-AM
                 CLOSE AUTMST
              END-IF
           END-IF
           .
       1100-LER-AUTMST.
           READ AUTMST INTO WS-REG-AUTMST
           .
       1200-ARMAZENAR-ALCADA.
           IF SUCESSO-AM
           AND WS-QTD-ALCADAS < 200
              ADD 1                        TO WS-QTD-ALCADAS
              MOVE WS-AUT-APROVADOR-MST
                TO WS-ALC-APROVADOR-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-TIPO-DECISAO-MST
                TO WS-ALC-TIPO-DECISAO-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-TIPO-LIMITE-MST
                TO WS-ALC-TIPO-LIMITE-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-VALOR-MAXIMO-MST
                TO WS-ALC-VALOR-MAXIMO-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-PERC-MAXIMO-MST
                TO WS-ALC-PERC-MAXIMO-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-VIG-INI-MST
                TO WS-ALC-VIG-INI-T (WS-QTD-ALCADAS)
              MOVE WS-AUT-VIG-FIM-MST
                TO WS-ALC-VIG-FIM-T (WS-QTD-ALCADAS)
           END-IF
           PERFORM 1100-LER-AUTMST
           .
      *----------------------------------------------------------------*
      *    2000-PROCURAR-ALCADA - UMA ALCADA VIGENTE DO APROVADOR NO    *
      *    TIPO QUE COBRE O VALOR (OU PERCENTUAL) AUTORIZA A DECISAO;   *
      *    SE NENHUMA COBRIR, FICA O MOTIVO DA ULTIMA QUE NAO COBRIU    *
      *----------------------------------------------------------------*
       2000-PROCURAR-ALCADA.
           IF WS-ALC-APROVADOR-T (WS-IDX-ALC) = LS-ACH-APROVADOR
           AND WS-ALC-TIPO-DECISAO-T (WS-IDX-ALC) = LS-ACH-TIPO-DECISAO
           AND LS-ACH-DATA >= WS-ALC-VIG-INI-T (WS-IDX-ALC)
           AND LS-ACH-DATA <= WS-ALC-VIG-FIM-T (WS-IDX-ALC)
              EVALUATE WS-ALC-TIPO-LIMITE-T (WS-IDX-ALC)
                 WHEN "L"
                    SET LS-AUTORIZADA      TO TRUE
                 WHEN "V"
                    IF LS-ACH-VALOR <=
                       WS-ALC-VALOR-MAXIMO-T (WS-IDX-ALC)
                       SET LS-AUTORIZADA   TO TRUE
                    ELSE
                       SET LS-VALOR-EXCEDIDO TO TRUE
                    END-IF
                 WHEN "P"
                    IF LS-ACH-PERCENTUAL <=
                       WS-ALC-PERC-MAXIMO-T (WS-IDX-ALC)
                       SET LS-AUTORIZADA   TO TRUE
                    ELSE
                       SET LS-PERCENTUAL-EXCEDIDO TO TRUE
                    END-IF
              END-EVALUATE
           END-IF
           .
       3000-MONTAR-MOTIVO.
           EVALUATE TRUE
              WHEN LS-AUTORIZADA
                 MOVE SPACES               TO LS-ACH-MOTIVO
              WHEN LS-SEM-APROVADOR
                 MOVE "APROVADOR NAO INFORMADO"
                                           TO LS-ACH-MOTIVO
              WHEN LS-SEM-SOLICITANTE
                 MOVE "SOLICITANTE NAO INFORMADO"
                                           TO LS-ACH-MOTIVO
              WHEN LS-APROVADOR-SOLICITANTE
                 MOVE "APROVADOR E O SOLICITANTE"
                                           TO LS-ACH-MOTIVO
              WHEN LS-SEM-ALCADA
                 MOVE "SEM ALCADA VIGENTE NO TIPO"
                                           TO LS-ACH-MOTIVO
              WHEN LS-VALOR-EXCEDIDO
                 MOVE "VALOR ACIMA DA ALCADA"
                                           TO LS-ACH-MOTIVO
              WHEN LS-PERCENTUAL-EXCEDIDO
                 MOVE "PERCENTUAL ACIMA DA ALCADA"
                                           TO LS-ACH-MOTIVO
           END-EVALUATE
           .
