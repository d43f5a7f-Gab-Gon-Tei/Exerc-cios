      *----------------------------------------------------------------*
      *    CPAUTCHK - AREA DE CHAMADA DO AUTLOOK (CONFERENCIA DA ALCADA *
      *               DO APROVADOR NO MASTER AUTMST). O CHAMADOR        *
      *               INFORMA APROVADOR, SOLICITANTE, TIPO DE DECISAO,  *
      *               DATA E VALOR OU PERCENTUAL DA DECISAO             *
      *----------------------------------------------------------------*
       77  WS-PROG-AUTLOOK                 PIC X(08) VALUE "AUTLOOK".
       01  WS-PARM-AUTLOOK.
           05 WS-ACH-APROVADOR             PIC X(08).
           05 WS-ACH-SOLICITANTE           PIC X(08).
           05 WS-ACH-TIPO-DECISAO          PIC X(04).
           05 WS-ACH-DATA                  PIC 9(08).
           05 WS-ACH-VALOR                 PIC 9(09)V99.
           05 WS-ACH-PERCENTUAL            PIC 9(03)V99.
           05 WS-ACH-SITUACAO              PIC X(01).
              88 DECISAO-AUTORIZADA                VALUE "0".
              88 DECISAO-FORA-DA-ALCADA            VALUE "1" THRU "6".
           05 WS-ACH-MOTIVO                PIC X(30).
