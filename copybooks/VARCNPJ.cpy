      *----------------------------------------------------------------*
      *    VARCNPJ - CAMPOS DA ROTINA PADRAO DE VALIDACAO DOS DIGITOS  *
      *              VERIFICADORES DO CNPJ (ROTCNPJ). O CHAMADOR MOVE  *
      *              O CNPJ (14 POSICOES) PARA WS-CNPJ-DIGITOS ANTES   *
      *----------------------------------------------------------------*
       01  WS-AREA-CNPJ.
           05 WS-CNPJ-DIGITOS.
              10 WS-CNPJ-DIG OCCURS 14 TIMES       PIC 9(01).
           05 WS-SW-CNPJ-VALIDO            PIC X(01).
              88 CNPJ-VALIDO                       VALUE "S".
              88 CNPJ-INVALIDO                     VALUE "N".
           05 WS-CNPJ-SOMA                 PIC 9(04) COMP.
           05 WS-CNPJ-DIVID                PIC 9(04) COMP.
           05 WS-CNPJ-RESTO                PIC 9(04) COMP.
           05 WS-CNPJ-DV1-CALC             PIC 9(01).
           05 WS-CNPJ-DV2-CALC             PIC 9(01).
           05 WS-CNPJ-IDX                  PIC 9(02) COMP.
           05 WS-CNPJ-IDX-PESO             PIC 9(02) COMP.
      *    PESOS DO MODULO 11: O PRIMEIRO DIGITO USA AS POSICOES 2 A 13
      *    DA TABELA (5,4,3,2,9...2), O SEGUNDO AS POSICOES 1 A 13
       01  WS-CNPJ-TAB-PESOS               PIC X(13)
                                           VALUE "6543298765432".
       01  WS-CNPJ-PESOS REDEFINES WS-CNPJ-TAB-PESOS.
           05 WS-CNPJ-PESO OCCURS 13 TIMES PIC 9(01).
