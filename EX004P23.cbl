      *    CLASSIFICA O CADASTRO POR CPF E RELACIONA TODO CPF           *
      *    VINCULADO A MAIS DE UM CODIGO DE CLIENTE, COM NOME E         *
      *    DIVIDA LADO A LADO, PARA SANEAMENTO PELO CADASTRO.           *
      *    PESSOA JURIDICA E AUDITADA PELO CNPJ: A CHAVE DE             *
      *    CLASSIFICACAO E O TIPO DE PESSOA MAIS O DOCUMENTO.           *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           .
       01  REG-RELCPF                      PIC X(80).
      *----------------------------------------------------------------*
      *    CLASS-CLINEW - ARQUIVO DE CLASSIFICACAO POR CPF/CNPJ         *
      *----------------------------------------------------------------*
       SD  CLASS-CLINEW
           .
       01  REG-CLASS-CLINEW.
           05 DOCCLI-CLASS.
              10 TIPOPESSOA-CLASS          PIC X(01).
              10 DOCUMENTO-CLASS           PIC X(14).
           05 CODCLI-CLASS                 PIC X(04).
           05 NOMECLI-CLASS                PIC X(25).
           05 TOTALDIVIDA-CLASS            PIC 9(08)V99.
           05 WS-CPFCLI-N                  PIC X(11).
           05 WS-TOTALDIVIDA-N             PIC 9(08)V99.
           05 WS-LIMITECRED-N              PIC 9(08)V99.
           05 FILLER                       PIC X(66).
           05 WS-TIPOPESSOA-N              PIC X(01).
              88 WS-PESSOA-JURIDICA-N              VALUE "J".
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-CLASS.
           05 WS-DOCCLI-CLASS.
              10 WS-TIPOPESSOA-CLASS       PIC X(01).
              10 WS-DOCUMENTO-CLASS        PIC X(14).
           05 WS-CODCLI-CLASS              PIC X(04).
           05 WS-NOMECLI-CLASS             PIC X(25).
           05 WS-TOTALDIVIDA-CLASS         PIC 9(08)V99.
      *----------------------------------------------------------------*
      *    GRUPO CORRENTE DE DOCUMENTO (QUEBRA DE CONTROLE)             *
      *----------------------------------------------------------------*
       77  WS-DOC-ANTERIOR                 PIC X(15).
       01  WS-REG-RETIDO.
           05 WS-TIPOPESSOA-RET            PIC X(01).
           05 WS-DOCUMENTO-RET             PIC X(14).
           05 WS-CODCLI-RET                PIC X(04).
           05 WS-NOMECLI-RET               PIC X(25).
           05 WS-TOTALDIVIDA-RET           PIC 9(08)V99.
      *----------------------------------------------------------------*
       01  WS-CABEC-CPF1                   PIC X(80)
                                                   VALUE
              "     AUDITORIA DE CPF/CNPJ DUPLICADO NO CADASTRO CLINEW".
       01  WS-CABEC-CPF2                   PIC X(80)
                                                   VALUE
              "T  DOCUMENTO        CODIGO   NOME                      DI
      -       "VIDA".
       01  WS-CABEC-CPF3                   PIC X(80)
                                                   VALUE ALL "-".
       01  WS-LINDET-CPF.
           05 LD-TIPOPESSOA                PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-DOCUMENTO                 PIC X(14).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-CODCLI                    PIC X(04).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LD-NOMECLI                   PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-DIVIDA                    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(11) VALUE SPACES.
       01  WS-RODAPE-CPF1.
           05 FILLER                       PIC X(29)
                                                   VALUE
              "TOTAL DE CPF/CNPJ DUPLICADOS".
           05 RD-QTD-CPF                   PIC ZZZ9.
           05 FILLER                       PIC X(47) VALUE SPACES.
       01  WS-RODAPE-CPF2.
       0000-EX004P23.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-CLINEW
               ON ASCENDING KEY DOCCLI-CLASS
                                CODCLI-CLASS
               INPUT PROCEDURE IS 2000-CLASSIFICAR-CLINEW
               OUTPUT PROCEDURE IS 2500-AGRUPAR-POR-CPF
           .
      *----------------------------------------------------------------*
      *    2000-CLASSIFICAR-CLINEW - LIBERA PARA A CLASSIFICACAO UM     *
      *    REGISTRO POR CLIENTE COM CPF (OU CNPJ) INFORMADO             *
      *----------------------------------------------------------------*
       2000-CLASSIFICAR-CLINEW.
           PERFORM 2100-LER-CLINEW
           END-IF
           .
       2200-LIBERAR-CLINEW.
           IF WS-PESSOA-JURIDICA-N
              MOVE "J"                     TO WS-TIPOPESSOA-CLASS
              MOVE WS-CNPJCLI-N            TO WS-DOCUMENTO-CLASS
           ELSE
              MOVE "F"                     TO WS-TIPOPESSOA-CLASS
              MOVE WS-CPFCLI-N             TO WS-DOCUMENTO-CLASS
           END-IF
           IF WS-DOCUMENTO-CLASS = SPACES
              ADD 1                        TO WS-CTSEMCPF
           ELSE
              MOVE WS-CODCLI-N             TO WS-CODCLI-CLASS
              MOVE WS-NOMECLI-N            TO WS-NOMECLI-CLASS
              MOVE WS-TOTALDIVIDA-N        TO WS-TOTALDIVIDA-CLASS
           PERFORM 2100-LER-CLINEW
           .
      *----------------------------------------------------------------*
      *    2500-AGRUPAR-POR-CPF - QUEBRA DE CONTROLE POR DOCUMENTO. O   *
      *    PRIMEIRO REGISTRO DE CADA DOCUMENTO FICA RETIDO E SO E       *
      *    IMPRESSO QUANDO APARECE UM SEGUNDO CLIENTE COM O MESMO.      *
      *----------------------------------------------------------------*
       2500-AGRUPAR-POR-CPF.
           MOVE LOW-VALUES                 TO WS-DOC-ANTERIOR
           SET GRUPO-NAO-IMPRESSO          TO TRUE
           SET NAO-FIM-CLASS               TO TRUE
           PERFORM 2600-RETORNAR-CLASS
           END-RETURN
           .
       2700-TRATAR-CLASS.
           IF WS-DOCCLI-CLASS = WS-DOC-ANTERIOR
              IF GRUPO-NAO-IMPRESSO
                 ADD 1                     TO WS-CTCPFDUP
                 PERFORM 2800-IMPRIMIR-RETIDO
              END-IF
              PERFORM 2850-IMPRIMIR-CLASS
           ELSE
              MOVE WS-DOCCLI-CLASS         TO WS-DOC-ANTERIOR
              MOVE WS-REG-CLASS            TO WS-REG-RETIDO
              SET GRUPO-NAO-IMPRESSO       TO TRUE
           END-IF
           PERFORM 2600-RETORNAR-CLASS
           .
       2800-IMPRIMIR-RETIDO.
           MOVE WS-TIPOPESSOA-RET          TO LD-TIPOPESSOA
           MOVE WS-DOCUMENTO-RET           TO LD-DOCUMENTO
           MOVE WS-CODCLI-RET              TO LD-CODCLI
           MOVE WS-NOMECLI-RET             TO LD-NOMECLI
           MOVE WS-TOTALDIVIDA-RET         TO LD-DIVIDA
           ADD 1                           TO WS-CTCLIDUP
           .
       2850-IMPRIMIR-CLASS.
           MOVE WS-TIPOPESSOA-CLASS        TO LD-TIPOPESSOA
           MOVE WS-DOCUMENTO-CLASS         TO LD-DOCUMENTO
           MOVE WS-CODCLI-CLASS            TO LD-CODCLI
           MOVE WS-NOMECLI-CLASS           TO LD-NOMECLI
           MOVE WS-TOTALDIVIDA-CLASS       TO LD-DIVIDA
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE CADASTROS LIDOS EM CLINEW...: "
                                           WS-CTLIDO-N-F
           DISPLAY " TOTAL DE CADASTROS SEM CPF/CNPJ......: "
                                           WS-CTSEMCPF-F
           DISPLAY " TOTAL DE CPF/CNPJ DUPLICADOS.........: "
                                           WS-CTCPFDUP-F
           DISPLAY " TOTAL DE CLIENTES ENVOLVIDOS.........: "
                                           WS-CTCLIDUP-F
