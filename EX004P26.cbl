      *    CLIENTE E GRAVADAS EM CLIMOVG COM HEADER E TRAILER (QTDREG   *
      *    CORRETO); AS LINHAS INVALIDAS VAO PARA CSVREJ COM O MOTIVO.  *
      *    O EX004P11 NAO MUDA - APENAS RECEBE UM ARQUIVO LIMPO.        *
      *    O CAMPO CPF ACEITA TAMBEM O CNPJ: 11 DIGITOS E PESSOA        *
      *    FISICA (TIPO "F"), 14 DIGITOS E PESSOA JURIDICA (TIPO "J").  *
      *    UM DECIMO CAMPO OPCIONAL (;FILIAL) TRAZ A FILIAL DO CLIENTE, *
      *    QUE TEM DE EXISTIR ATIVA NO MASTER FILIAIS.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CLIMOVG ASSIGN         TO UT-S-CLIMOVG
           FILE STATUS IS FS-CLIMOVG
           .
           SELECT FILIAIS ASSIGN         TO UT-S-FILIAIS
           FILE STATUS IS FS-FILIAIS
           .
           SELECT CSVREJ ASSIGN          TO UT-S-CSVREJ
           FILE STATUS IS FS-CSVREJ
           .
       FD  CLIMOVG
           RECORDING MODE IS F
           .
       01  REG-CLIMOVG                     PIC X(189).
      *----------------------------------------------------------------*
      *    FILIAIS - MASTER DE FILIAIS (CPFILIAL)                       *
      *----------------------------------------------------------------*
       FD  FILIAIS
           RECORDING MODE IS F
           .
       01  REG-FILIAIS                     PIC X(80).
      *----------------------------------------------------------------*
      *    CSVREJ - LINHAS NAO APROVEITADAS, COM O MOTIVO               *
      *----------------------------------------------------------------*
       01  REG-CLASS-CLIMOV.
           05 FILLER                       PIC X(01).
           05 CODCLI-CLASS                 PIC X(04).
           05 FILLER                       PIC X(184).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       01  WS-REG-CSVCLI                   PIC X(200).
           COPY CPFILIAL.
      *----------------------------------------------------------------*
      *    FILIAIS CADASTRADAS (CODIGO E SITUACAO)
      *----------------------------------------------------------------*
       01  WS-TAB-FILIAL.
           05 WS-TFI-ENT OCCURS 200 TIMES.
              10 WS-TFI-CODFIL             PIC X(03).
              10 WS-TFI-SITUACAO           PIC X(01).
       77  WS-QTD-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FILIAL                   PIC 9(04) COMP.
       77  WS-IDX-FIL-ACHADA               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    CAMPOS EXTRAIDOS DA LINHA CSV
      *----------------------------------------------------------------*
           05 WS-CSV-TIPOMOV               PIC X(05).
           05 WS-CSV-DIAS                  PIC X(10).
           05 WS-CSV-LIMITE                PIC X(15).
           05 WS-CSV-FILIAL                PIC X(10).
       01  WS-TAMANHOS-CSV.
           05 WS-TAM-CODCLI                PIC 9(03) COMP.
           05 WS-TAM-NOME                  PIC 9(03) COMP.
           05 WS-TAM-TIPOMOV               PIC 9(03) COMP.
           05 WS-TAM-DIAS                  PIC 9(03) COMP.
           05 WS-TAM-LIMITE                PIC 9(03) COMP.
           05 WS-TAM-FILIAL                PIC 9(03) COMP.
      *----------------------------------------------------------------*
      *    DETALHE DE SAIDA NO LAYOUT FIXO DO CLIMOV (105 BYTES)
      *----------------------------------------------------------------*
      *    ENDERECO ESTRUTURADO NAO VEM NO CSV DAS FILIAIS: SEGUE EM
      *    BRANCO E O CADASTRO OFICIAL E COMPLETADO PELO EX004P52
           05 FILLER                       PIC X(66).
           05 WS-DET-TIPOPESSOA            PIC X(01).
           05 WS-DET-CNPJ                  PIC X(14).
           05 WS-DET-CODFILIAL             PIC X(03).
       01  WS-REG-CLIMOVG-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-CLIMOVG-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-SAIDA              PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
       01  WS-REG-CSVREJ.
           05 WS-REJ-LINHA                 PIC X(200).
           05 WS-REJ-MOTIVO                PIC X(30).
       01  FS-CLIMOVG                      PIC X(02).
           88 SUCESSO-G                    VALUE "00".

       01  FS-FILIAIS                      PIC X(02).
           88 SUCESSO-FI                   VALUE "00".
           88 FIM-ARQ-FI                   VALUE "10".

       01  FS-CSVREJ                       PIC X(02).
           88 SUCESSO-R                    VALUE "00".
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WS-CTLIDO
                                              WS-CTGERADO
                                              WS-CTREJ
                                              WS-QTD-FILIAL
           PERFORM 1100-CARREGAR-FILIAIS
           OPEN INPUT CSVCLI
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA CSVCLI"  TO WS-MSG
           END-IF
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-FILIAIS - FILIAIS INTEIRO EM TABELA            *
      *----------------------------------------------------------------*
       1100-CARREGAR-FILIAIS.
           OPEN INPUT FILIAIS
           IF NOT SUCESSO-FI
              MOVE "ERRO ABERTURA FILIAIS" TO WS-MSG
              MOVE FS-FILIAIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-FILIAIS
           PERFORM 1120-ARMAZENAR-FILIAL UNTIL FIM-ARQ-FI
           CLOSE FILIAIS
           .
       1110-LER-FILIAIS.
           READ FILIAIS INTO WS-REG-FILIAL
           IF NOT SUCESSO-FI
              IF NOT FIM-ARQ-FI
                 MOVE "ERRO LEITURA FILIAIS" TO WS-MSG
                 MOVE FS-FILIAIS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-FILIAL.
           IF WS-QTD-FILIAL < 200
              ADD 1                        TO WS-QTD-FILIAL
              MOVE WS-FIL-CODFIL           TO
                   WS-TFI-CODFIL (WS-QTD-FILIAL)
              MOVE WS-FIL-SITUACAO         TO
                   WS-TFI-SITUACAO (WS-QTD-FILIAL)
           ELSE
              MOVE "TABELA DE FILIAIS ESTOURADA" TO WS-MSG
              MOVE SPACES                        TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-FILIAIS
           .
      *----------------------------------------------------------------*
      *    2000-CONVERTER-CSV - LE CADA LINHA, VALIDA OS CAMPOS E       *
      *    LIBERA PARA A CLASSIFICACAO OS DETALHES APROVEITAVEIS        *
      *----------------------------------------------------------------*
                                              WS-TAM-TIPOMOV
                                              WS-TAM-DIAS
                                              WS-TAM-LIMITE
                                              WS-TAM-FILIAL
           PERFORM 2350-MEDIR-LINHA
           IF WS-TAM-LINHA > 0
              UNSTRING WS-REG-CSVCLI (1:WS-TAM-LINHA)
                       WS-CSV-TIPOMOV COUNT IN WS-TAM-TIPOMOV
                       WS-CSV-DIAS    COUNT IN WS-TAM-DIAS
                       WS-CSV-LIMITE  COUNT IN WS-TAM-LIMITE
                       WS-CSV-FILIAL  COUNT IN WS-TAM-FILIAL
              END-UNSTRING
           END-IF
           .
           PERFORM 2440-VALIDAR-TIPOMOV
           PERFORM 2445-VALIDAR-DIAS
           PERFORM 2450-VALIDAR-LIMITE
           PERFORM 2455-VALIDAR-FILIAL
           .
       2410-VALIDAR-CODCLI.
           IF LINHA-VALIDA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2430-VALIDAR-CPF - O DOCUMENTO DEFINE O TIPO DE PESSOA PELO  *
      *    TAMANHO: 11 DIGITOS CPF (FISICA), 14 DIGITOS CNPJ (JURIDICA) *
      *    EM BRANCO SEGUE EM BRANCO E O CADASTRO E MANTIDO             *
      *----------------------------------------------------------------*
       2430-VALIDAR-CPF.
           IF LINHA-VALIDA
              EVALUATE WS-TAM-CPF
                 WHEN 0
                    CONTINUE
                 WHEN 11
                    IF WS-CSV-CPF (1:11) IS NOT NUMERIC
                       SET LINHA-INVALIDA  TO TRUE
                       MOVE "CPF NAO NUMERICO" TO WS-REJ-MOTIVO
                    ELSE
                       MOVE "F"            TO WS-DET-TIPOPESSOA
                       MOVE WS-CSV-CPF (1:11) TO WS-DET-CPF
                    END-IF
                 WHEN 14
                    IF WS-CSV-CPF (1:14) IS NOT NUMERIC
                       SET LINHA-INVALIDA  TO TRUE
                       MOVE "CNPJ NAO NUMERICO" TO WS-REJ-MOTIVO
                    ELSE
                       MOVE "J"            TO WS-DET-TIPOPESSOA
                       MOVE WS-CSV-CPF (1:14) TO WS-DET-CNPJ
                    END-IF
                 WHEN OTHER
                    SET LINHA-INVALIDA     TO TRUE
                    MOVE "CPF/CNPJ DEVE TER 11 OU 14 POS"
                                           TO WS-REJ-MOTIVO
              END-EVALUATE
           END-IF
           .
       2435-VALIDAR-DIVIDA.
           END-IF
           .
      *----------------------------------------------------------------*
      *    2455-VALIDAR-FILIAL - CAMPO OPCIONAL; INFORMADO, TEM 3       *
      *    POSICOES E FILIAL ATIVA NO FILIAIS. EM BRANCO SEGUE EM       *
      *    BRANCO E O EX004P11 MANTEM A FILIAL DO CADASTRO              *
      *----------------------------------------------------------------*
       2455-VALIDAR-FILIAL.
           IF LINHA-VALIDA
           AND WS-TAM-FILIAL > 0
              MOVE ZEROS                   TO WS-IDX-FIL-ACHADA
              IF WS-TAM-FILIAL NOT = 3
                 SET LINHA-INVALIDA        TO TRUE
                 MOVE "CODIGO DE FILIAL INVALIDO" TO WS-REJ-MOTIVO
              ELSE
                 PERFORM 2460-PROCURAR-FILIAL
                     VARYING WS-IDX-FILIAL FROM 1 BY 1
                     UNTIL WS-IDX-FILIAL > WS-QTD-FILIAL
                     OR    WS-IDX-FIL-ACHADA > ZERO
                 IF WS-IDX-FIL-ACHADA = ZERO
                    SET LINHA-INVALIDA     TO TRUE
                    MOVE "FILIAL SEM CADASTRO" TO WS-REJ-MOTIVO
                 ELSE
                    IF WS-TFI-SITUACAO (WS-IDX-FIL-ACHADA) NOT = "A"
                       SET LINHA-INVALIDA  TO TRUE
                       MOVE "FILIAL INATIVA" TO WS-REJ-MOTIVO
                    ELSE
                       MOVE WS-CSV-FILIAL (1:3) TO WS-DET-CODFILIAL
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       2460-PROCURAR-FILIAL.
           IF WS-TFI-CODFIL (WS-IDX-FILIAL) = WS-CSV-FILIAL (1:3)
              MOVE WS-IDX-FILIAL           TO WS-IDX-FIL-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-CONVERTER-VALOR - CONVERTE "REAIS,CENTAVOS" PARA O      *
      *    FORMATO 9(08)V99 DO MOVIMENTO (DEZ DIGITOS SEM VIRGULA)      *
      *----------------------------------------------------------------*
