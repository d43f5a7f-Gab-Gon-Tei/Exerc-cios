      *    DATA DE GERACAO E TRAILER COM A QUANTIDADE DE REGISTROS E    *
      *    A DIVIDA TOTAL INFORMADA. OS DIAS DE ATRASO VEM DO ARQUIVO   *
      *    DIASATR (ULTIMO ATRASO POR CLIENTE, GERADO PELO EX004P11).   *
      *    PESSOA JURIDICA SAI COM TIPO "J", CPF EM BRANCO E O CNPJ     *
      *    NO CAMPO PROPRIO DO REGISTRO DE DETALHE.                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       FD  NEGATIV
           RECORDING MODE IS F
           .
       01  REG-NEGATIV                     PIC X(83).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-DIASATR.
           05 WS-CODCLI-ATR                PIC X(04).
       01  WS-REG-NEGATIV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-DATA-GER-H                PIC 9(08).
           05 FILLER                       PIC X(74) VALUE SPACES.
       01  WS-REG-NEGATIV-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-CODCLI-NEG                PIC X(04).
           05 WS-TOTALDIVIDA-NEG           PIC 9(08)V99.
           05 WS-DIASATRASO-NEG            PIC 9(03).
           05 WS-CEPCLI-NEG                PIC X(08).
           05 WS-TIPOPESSOA-NEG            PIC X(01).
           05 WS-CNPJCLI-NEG               PIC X(14).
           05 FILLER                       PIC X(06) VALUE SPACES.
       01  WS-REG-NEGATIV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-NEG                PIC 9(07).
           05 WS-TOTDIVIDA-NEG             PIC 9(10)V99.
           05 FILLER                       PIC X(63) VALUE SPACES.
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
       2100-EXPORTAR-CLIENTE.
           MOVE WS-CODCLI-N                TO WS-CODCLI-NEG
           MOVE WS-NOMECLI-N               TO WS-NOMECLI-NEG
           IF WS-TIPOPESSOA-N = "J"
              MOVE "J"                     TO WS-TIPOPESSOA-NEG
              MOVE SPACES                  TO WS-CPFCLI-NEG
              MOVE WS-CNPJCLI-N            TO WS-CNPJCLI-NEG
           ELSE
              MOVE "F"                     TO WS-TIPOPESSOA-NEG
              MOVE WS-CPFCLI-N             TO WS-CPFCLI-NEG
              MOVE SPACES                  TO WS-CNPJCLI-NEG
           END-IF
           MOVE WS-TOTALDIVIDA-N           TO WS-TOTALDIVIDA-NEG
           MOVE WS-CEPCLI-N                TO WS-CEPCLI-NEG
           IF WS-CODCLI-ATR = WS-CODCLI-N
