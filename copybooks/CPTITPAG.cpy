      *----------------------------------------------------------------*
      *    CPTITPAG - LAYOUT DO RAZAO DE CONTAS A PAGAR (TITPAGANT/     *
      *               TITPAGNOV, MANTIDO PELO EX004P74). UM TITULO POR  *
      *               RECEBIMENTO CASADO COM PEDIDO (RECPCOM)           *
      *----------------------------------------------------------------*
       01  WS-REG-TITPAG.
           05 WS-TPG-NUM-TITULO            PIC 9(08).
           05 WS-TPG-CODFORN               PIC X(10).
           05 WS-TPG-NUM-PEDIDO            PIC 9(08).
           05 WS-TPG-NUMMOVTO              PIC 9(07).
           05 WS-TPG-DATA-EMISSAO          PIC 9(08).
      *    VENCIMENTO = RECEBIMENTO + PRAZO DO FORNECEDOR, ROLADO PARA
      *    O PROXIMO DIA UTIL
           05 WS-TPG-DATA-VENCTO           PIC 9(08).
           05 WS-TPG-VALOR                 PIC 9(09)V99.
           05 WS-TPG-VALOR-PAGO            PIC 9(09)V99.
           05 WS-TPG-DATA-PAGTO            PIC 9(08).
      *    A = EM ABERTO, P = PAGO
           05 WS-TPG-SITUACAO              PIC X(01).
              88 TPG-ABERTO                        VALUE "A".
              88 TPG-PAGO                          VALUE "P".
           05 FILLER                       PIC X(10).
