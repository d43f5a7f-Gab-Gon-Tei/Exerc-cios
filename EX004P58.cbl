      *    CASAMENTO ENTRE ELES CONTINUA FUNCIONANDO NOS TESTES DE      *
      *    EX004P11, EX004P22 E EX004P26. VALORES DE DIVIDA, LIMITE,    *
      *    TIPOS DE MOVIMENTO E DIAS DE ATRASO SAO PRESERVADOS.         *
      *    PESSOA JURIDICA RECEBE UM CNPJ FALSO, TAMBEM COM DIGITOS     *
      *    VALIDOS, NO LUGAR DO CNPJ; O TIPO DE PESSOA E PRESERVADO.    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           COPY CPCLIMOV.

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  CLINEWH
           RECORDING MODE IS F
           .
       01  REG-CLINEWH                     PIC X(184).

       FD  CLIMOVH
           RECORDING MODE IS F
           .
       01  REG-CLIMOVH                     PIC X(189).

       FD  VCADCLIH
           RECORD CONTAINS 184 CHARACTERS
           .
       01  REG-VCADCLIH.
           05 CODCLI-VH                    PIC X(04).
           05 FILLER                       PIC X(180).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           05 WS-CPF-IDX                   PIC 9(02) COMP.
           05 WS-CPF-PESO                  PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    CNPJ SINTETICO (RAIZ DERIVADA DO CODIGO, FILIAL 0001) COM    *
      *    DIGITOS CALCULADOS PELAS ROTINAS DO ROTCNPJ                  *
      *----------------------------------------------------------------*
       01  WS-CNPJ-SINTETICO.
           05 WS-CNPJ-BASE.
              10 FILLER                    PIC X(01) VALUE "9".
              10 WS-CNPJ-COD1              PIC X(04).
              10 WS-CNPJ-COD2              PIC X(03).
              10 FILLER                    PIC X(04) VALUE "0001".
           05 WS-CNPJ-DV1                  PIC 9(01).
           05 WS-CNPJ-DV2                  PIC 9(01).
           COPY VARCNPJ.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CLINEW                       PIC X(02).
           MOVE WS-NOME-SINTETICO          TO NOMECLI-N
           MOVE WS-END-SINTETICO           TO ENDCLI-N
           MOVE WS-FONE-SINTETICO          TO FONECLI-N
           IF PESSOA-JURIDICA-N
              MOVE SPACES                  TO CPFCLI-N
              MOVE WS-CNPJ-SINTETICO       TO CNPJCLI-N
           ELSE
              MOVE WS-CPF-SINTETICO        TO CPFCLI-N
           END-IF
           MOVE "RUA HOMOLOGACAO"          TO LOGRACLI-N
           MOVE WS-CODCLI-MASCARA          TO NUMENDCLI-N
           MOVE "SAO PAULO"                TO CIDADECLI-N
              IF CPFCLI-M NOT = SPACES
                 MOVE WS-CPF-SINTETICO     TO CPFCLI-M
              END-IF
              IF CNPJCLI-M NOT = SPACES
                 MOVE WS-CNPJ-SINTETICO    TO CNPJCLI-M
              END-IF
              IF LOGRACLI-M NOT = SPACES
                 MOVE "RUA HOMOLOGACAO"    TO LOGRACLI-M
                 MOVE WS-CODCLI-MASCARA    TO NUMENDCLI-M
           MOVE WS-NOME-SINTETICO          TO NOMECLI-VC
           MOVE WS-END-SINTETICO           TO ENDCLI-VC
           MOVE WS-FONE-SINTETICO          TO FONECLI-VC
           IF PESSOA-JURIDICA-VC
              MOVE SPACES                  TO CPFCLI-VC
              MOVE WS-CNPJ-SINTETICO       TO CNPJCLI-VC
           ELSE
              MOVE WS-CPF-SINTETICO        TO CPFCLI-VC
           END-IF
           MOVE "RUA HOMOLOGACAO"          TO LOGRACLI-VC
           MOVE WS-CODCLI-MASCARA          TO NUMENDCLI-VC
           MOVE "SAO PAULO"                TO CIDADECLI-VC
              MOVE WS-CODCLI-MASCARA       TO WS-FONE-CODCLI
                                              WS-CPF-COD1
                                              WS-CPF-COD2
                                              WS-CNPJ-COD1
           ELSE
              MOVE "0000"                  TO WS-FONE-CODCLI
                                              WS-CPF-COD1
                                              WS-CPF-COD2
                                              WS-CNPJ-COD1
           END-IF
           MOVE WS-CPF-COD1 (1:3)          TO WS-FONE-SUFIXO
                                              WS-CNPJ-COD2
           PERFORM 8100-CALCULAR-DV-CPF
           PERFORM 8200-CALCULAR-DV-CNPJ
           .
       8100-CALCULAR-DV-CPF.
           MOVE WS-CPF-BASE                TO WS-CPF-DIGITOS (1:9)
                               + (WS-CPF-DIG (WS-CPF-IDX) * WS-CPF-PESO)
           SUBTRACT 1                      FROM WS-CPF-PESO
           .
      *----------------------------------------------------------------*
      *    8200-CALCULAR-DV-CNPJ - MESMOS PESOS E PASSOS DA VALIDACAO   *
      *    DO ROTCNPJ, APLICADOS A BASE SINTETICA DE 12 DIGITOS         *
      *----------------------------------------------------------------*
       8200-CALCULAR-DV-CNPJ.
           MOVE WS-CNPJ-BASE               TO WS-CNPJ-DIGITOS (1:12)
           MOVE ZERO                       TO WS-CNPJ-DIG (13)
                                              WS-CNPJ-DIG (14)
           MOVE ZERO                       TO WS-CNPJ-SOMA
           MOVE 2                          TO WS-CNPJ-IDX-PESO
           PERFORM 9000-SOMAR-DIGITO-CNPJ
               VARYING WS-CNPJ-IDX FROM 1 BY 1
               UNTIL WS-CNPJ-IDX > 12
           PERFORM 9000-CALCULAR-RESTO-CNPJ
           MOVE WS-CNPJ-RESTO              TO WS-CNPJ-DV1
                                              WS-CNPJ-DIG (13)
           MOVE ZERO                       TO WS-CNPJ-SOMA
           MOVE 1                          TO WS-CNPJ-IDX-PESO
           PERFORM 9000-SOMAR-DIGITO-CNPJ
               VARYING WS-CNPJ-IDX FROM 1 BY 1
               UNTIL WS-CNPJ-IDX > 13
           PERFORM 9000-CALCULAR-RESTO-CNPJ
           MOVE WS-CNPJ-RESTO              TO WS-CNPJ-DV2
           .
       5000-TERMINO.
           MOVE WS-CTCLINEW                TO WS-CTCLINEW-F
           MOVE WS-CTCLIMOV                TO WS-CTCLIMOV-F
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
           COPY ROTCNPJ.
