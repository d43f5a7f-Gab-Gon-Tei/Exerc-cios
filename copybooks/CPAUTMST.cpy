      *----------------------------------------------------------------*
      *    CPAUTMST - MASTER DE ALCADAS DE APROVACAO (AUTMST): UMA      *
      *               ALCADA POR APROVADOR, TIPO DE DECISAO E VIGENCIA. *
      *               MANTIDO PELO EX004PA5 E CONSULTADO PELO AUTLOOK   *
      *               NOS CARTOES DE DECISAO DO SUPERVISOR              *
      *----------------------------------------------------------------*
       01  WS-REG-AUTMST.
           05 WS-AUT-APROVADOR-MST         PIC X(08).
      *    PRCO = PRECO SUSPENSO (EX004P18)   CRED = CREDITO (EX004P60)
      *    FUSA = FUSAO DE CLIENTES (EX004P51)
      *    RENG = RENEGOCIACAO (EX004P54)     TRAV = TRAVA (EX004P70)
      *    BAIX = BAIXA DE DIVIDA (EX004P90)  REAB = REABERTURA (P79)
      *    AGND = JOB FORA DO CALENDARIO DE PROCESSAMENTO (EX004P38)
      *    REST = RESTAURACAO DE GERACAO DE MASTER (EX004PA9)
           05 WS-AUT-TIPO-DECISAO-MST      PIC X(04).
              88 AUT-TIPO-VALIDO                   VALUE "PRCO" "CRED"
                                                         "FUSA" "RENG"
                                                         "TRAV" "BAIX"
                                                         "REAB" "AGND"
                                                         "REST".
      *    V = LIMITE EM VALOR, P = LIMITE EM PERCENTUAL,
      *    L = SEM LIMITE DE VALOR (SO A ALCADA NO TIPO)
           05 WS-AUT-TIPO-LIMITE-MST       PIC X(01).
              88 AUT-LIMITE-VALOR                  VALUE "V".
              88 AUT-LIMITE-PERCENTUAL             VALUE "P".
              88 AUT-LIMITE-LIVRE                  VALUE "L".
           05 WS-AUT-VALOR-MAXIMO-MST      PIC 9(09)V99.
           05 WS-AUT-PERC-MAXIMO-MST       PIC 9(03)V99.
           05 WS-AUT-VIG-INI-MST           PIC 9(08).
           05 WS-AUT-VIG-FIM-MST           PIC 9(08).
           05 FILLER                       PIC X(15).
