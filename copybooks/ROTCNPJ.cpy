      *----------------------------------------------------------------*
      *    ROTCNPJ - ROTINA PADRAO DE VALIDACAO DO CNPJ (MODULO 11)    *
      *    ENTRADA: WS-CNPJ-DIGITOS; SAIDA: CNPJ-VALIDO/CNPJ-INVALIDO  *
      *    CNPJ NAO NUMERICO OU TODO ZERADO E INVALIDO                 *
      *----------------------------------------------------------------*
       9000-VALIDAR-CNPJ.
           SET CNPJ-VALIDO                 TO TRUE
           IF WS-CNPJ-DIGITOS IS NOT NUMERIC
              SET CNPJ-INVALIDO            TO TRUE
           ELSE
              IF WS-CNPJ-DIGITOS = ZEROS
                 SET CNPJ-INVALIDO         TO TRUE
              ELSE
                 MOVE ZERO                 TO WS-CNPJ-SOMA
                 MOVE 2                    TO WS-CNPJ-IDX-PESO
                 PERFORM 9000-SOMAR-DIGITO-CNPJ
                     VARYING WS-CNPJ-IDX FROM 1 BY 1
                     UNTIL WS-CNPJ-IDX > 12
                 PERFORM 9000-CALCULAR-RESTO-CNPJ
                 MOVE WS-CNPJ-RESTO        TO WS-CNPJ-DV1-CALC
                 MOVE ZERO                 TO WS-CNPJ-SOMA
                 MOVE 1                    TO WS-CNPJ-IDX-PESO
                 PERFORM 9000-SOMAR-DIGITO-CNPJ
                     VARYING WS-CNPJ-IDX FROM 1 BY 1
                     UNTIL WS-CNPJ-IDX > 13
                 PERFORM 9000-CALCULAR-RESTO-CNPJ
                 MOVE WS-CNPJ-RESTO        TO WS-CNPJ-DV2-CALC
                 IF WS-CNPJ-DV1-CALC NOT = WS-CNPJ-DIG (13)
                 OR WS-CNPJ-DV2-CALC NOT = WS-CNPJ-DIG (14)
                    SET CNPJ-INVALIDO      TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       9000-SOMAR-DIGITO-CNPJ.
           COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
                  + (WS-CNPJ-DIG (WS-CNPJ-IDX)
                     * WS-CNPJ-PESO (WS-CNPJ-IDX-PESO))
           ADD 1                           TO WS-CNPJ-IDX-PESO
           .
      *    DIGITO = 11 - RESTO DA DIVISAO POR 11 (ZERO SE RESTO < 2);
      *    DEVOLVIDO EM WS-CNPJ-RESTO
       9000-CALCULAR-RESTO-CNPJ.
           DIVIDE WS-CNPJ-SOMA BY 11       GIVING WS-CNPJ-DIVID
                                           REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
              MOVE ZERO                    TO WS-CNPJ-RESTO
           ELSE
              COMPUTE WS-CNPJ-RESTO = 11 - WS-CNPJ-RESTO
           END-IF
           .
