      *----------------------------------------------------------------*
      *    CPTITREC - LAYOUT DO RAZAO DE CONTAS A RECEBER POR           *
      *               DOCUMENTO (TITRECANT/TITRECNOV, MANTIDO PELO      *
      *               EX004P78). A SOMA DOS SALDOS EM ABERTO DE UM      *
      *               CLIENTE CONCILIA COM O TOTALDIVIDA DO CLINEW      *
      *----------------------------------------------------------------*
       01  WS-REG-TITREC.
           05 WS-TRC-NUM-ITEM              PIC 9(08).
           05 WS-TRC-CODCLI                PIC X(04).
      *    F = FATURA (FATMOV), K = PARCELA DE CONTRATO (PARCATR),
      *    M = DEBITO MANUAL, J = ENCARGOS DE ATRASO/RECALCULO,
      *    R = NOVA COBRANCA DE DOCUMENTO JA LANCADO (MESMO NUMERO),
      *    S = SALDO DE IMPLANTACAO OU DE INCLUSAO DO CLIENTE
           05 WS-TRC-TIPO-DOC              PIC X(01).
              88 TRC-FATURA                        VALUE "F".
              88 TRC-PARCELA                       VALUE "K".
              88 TRC-MANUAL                        VALUE "M".
              88 TRC-ENCARGOS                      VALUE "J".
              88 TRC-RECOBRANCA                    VALUE "R".
              88 TRC-SALDO-INICIAL                 VALUE "S".
           05 WS-TRC-NUM-DOC               PIC X(12).
           05 WS-TRC-DATA-EMISSAO          PIC 9(08).
           05 WS-TRC-DATA-VENCTO           PIC 9(08).
           05 WS-TRC-VALOR                 PIC 9(08)V99.
           05 WS-TRC-VALOR-BAIXADO         PIC 9(08)V99.
           05 WS-TRC-DATA-BAIXA            PIC 9(08).
      *    A = EM ABERTO, L = LIQUIDADO, E = BAIXADO NA EXCLUSAO
           05 WS-TRC-SITUACAO              PIC X(01).
              88 TRC-ABERTO                        VALUE "A".
              88 TRC-LIQUIDADO                     VALUE "L".
              88 TRC-EXCLUIDO                      VALUE "E".
           05 FILLER                       PIC X(10).
