           SELECT LANCGLC ASSIGN          TO LANCGLC
           FILE STATUS IS FS-LANCGLC
           .
           SELECT MOVAPL ASSIGN           TO UT-S-MOVAPL
           FILE STATUS IS FS-MOVAPL
           .
           SELECT OPTIONAL BAIXAMST ASSIGN TO BAIXAMST
           FILE STATUS IS FS-BAIXAMST
           .
           SELECT RECUPBX ASSIGN          TO UT-S-RECUPBX
           FILE STATUS IS FS-RECUPBX
           .
           SELECT OPTIONAL PARTCTL ASSIGN TO UT-S-PARTCTL
           FILE STATUS IS FS-PARTCTL
           .
           SELECT PARTRES ASSIGN          TO UT-S-PARTRES
           FILE STATUS IS FS-PARTRES
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FD  CLIMOV-REJ
           RECORDING MODE IS F
           .
       01  REG-CLIMOV-REJ                  PIC X(219).
      *    RELREC - RESUMO DIARIO DE RECEBIMENTOS (MOVIMENTOS "P")
       FD  RELREC
           RECORDING MODE IS F
       FD  LANCGLC
           RECORDING MODE IS F
           .
       01  REG-LANCGLC                     PIC X(45).
      *    MOVAPL - MOVIMENTOS DE DIVIDA APLICADOS (SALDO ANTES E
      *    DEPOIS), ENTRADA DO RAZAO POR DOCUMENTO DO EX004P78
       FD  MOVAPL
           RECORDING MODE IS F
           .
       01  REG-MOVAPL                      PIC X(50).
      *    BAIXAMST - CREDITOS BAIXADOS COMO PERDA (EX004P90), PARA
      *    RECONHECER COMO RECUPERACAO O PAGAMENTO ACIMA DA DIVIDA
       FD  BAIXAMST
           RECORDING MODE IS F
           .
       01  REG-BAIXAMST                    PIC X(90).
      *    RECUPBX - RECUPERACOES DE CREDITO BAIXADO PARA O EX004P90
       FD  RECUPBX
           RECORDING MODE IS F
           .
       01  REG-RECUPBX                     PIC X(30).
      *    PARTCTL - FAIXA DE CODCLI DESTA EXECUCAO QUANDO O EX004P11
      *    RODA PARTICIONADO; SEM O CARTAO TRATA TODOS OS CLIENTES
       FD  PARTCTL
           RECORDING MODE IS F
           .
       01  REG-PARTCTL                     PIC X(80).
      *    PARTRES - RESULTADO DA PARTICAO PARA A JUNCAO (EX004PA8)
       FD  PARTRES
           RECORDING MODE IS F
           .
       01  REG-PARTRES                     PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-CTPERM                       PIC 9(04) COMP.
       77  WS-CTFONEINV                    PIC 9(04) COMP.
       77  WS-CTCPFINV                     PIC 9(04) COMP.
       77  WS-CTCNPJINV                    PIC 9(04) COMP.
       77  WS-CTCEPINV                     PIC 9(04) COMP.
       77  WS-CTFORASEQ                    PIC 9(04) COMP.
       77  WS-CTDUP                        PIC 9(04) COMP.
       77  WS-CTPGTO                       PIC 9(04) COMP.
       77  WS-CTDEB                        PIC 9(04) COMP.
       77  WS-CTCRED                       PIC 9(04) COMP.
       77  WS-CTEXCLIM                     PIC 9(04) COMP.
       77  WS-CTBAIXA                      PIC 9(04) COMP.
       77  WS-CTRECUP                      PIC 9(04) COMP.
       77  WS-TOT-RECUPERADO               PIC 9(10)V99.
       77  WS-TOT-RECEBIDO                 PIC 9(10)V99.
       77  WS-VALOR-RECEBIDO               PIC 9(08)V99.
       77  WS-CODCLI-M-ANT                 PIC X(04).
       77  WS-CTPERM-F                     PIC ZZZ9.
       77  WS-CTFONEINV-F                  PIC ZZZ9.
       77  WS-CTCPFINV-F                   PIC ZZZ9.
       77  WS-CTCNPJINV-F                  PIC ZZZ9.
       77  WS-CTCEPINV-F                   PIC ZZZ9.
       77  WS-CTFORASEQ-F                  PIC ZZZ9.
       77  WS-CTDUP-F                      PIC ZZZ9.
       77  WS-CTPGTO-F                     PIC ZZZ9.
       77  WS-CTDEB-F                      PIC ZZZ9.
       77  WS-CTCRED-F                     PIC ZZZ9.
       77  WS-CTEXCLIM-F                   PIC ZZZ9.
       77  WS-CTBAIXA-F                    PIC ZZZ9.
       77  WS-CTRECUP-F                    PIC ZZZ9.
       77  WS-TOT-RECUPERADO-F             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOT-RECEBIDO-F               PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      *              VARIAVEIS ESPELHO 
           05 WS-CIDADECLI-O               PIC X(20).
           05 WS-UFCLI-O                   PIC X(02).
           05 WS-CEPCLI-O                  PIC X(08).
           05 WS-TIPOPESSOA-O              PIC X(01).
           05 WS-CNPJCLI-O                 PIC X(14).
           05 WS-CODFILIAL-O               PIC X(03).
      *----------------------------------------------------------------*
       01  WS-REG-CLIMOV.
           05 WS-TIPO-REG-CLIMOV           PIC X(01).
           05 WS-DADOS-CLIMOV              PIC X(188).
       01  WS-REG-CLIMOV-D REDEFINES WS-REG-CLIMOV.
           05 FILLER                       PIC X(01).
           05 WS-CODCLI-M                  PIC X(04).
           05 WS-CIDADECLI-M               PIC X(20).
           05 WS-UFCLI-M                   PIC X(02).
           05 WS-CEPCLI-M                  PIC X(08).
           05 WS-TIPOPESSOA-M              PIC X(01).
           05 WS-CNPJCLI-M                 PIC X(14).
           05 WS-CODFILIAL-M               PIC X(03).
       01  WS-REG-CLIMOV-T REDEFINES WS-REG-CLIMOV.
           05 FILLER                       PIC X(01).
           05 WS-QTDREG-CLIMOV             PIC 9(07).
           05 FILLER                       PIC X(181).

       01  WS-SW-TRAILER-CLIMOV            PIC X(01) VALUE "N".
           88 TRAILER-CLIMOV-VISTO                 VALUE "S".
      *    MOVIMENTOS REJEITADOS (FORA DE SEQUENCIA OU DUPLICADOS)
      *----------------------------------------------------------------*
       01  WS-REG-CLIMOV-REJ.
           05 WS-REG-CLIMOV-REJ-MOV         PIC X(189).
           05 WS-MOTIVO-REJ-MOV             PIC X(30).
      *----------------------------------------------------------------*
       01  WS-REG-CLINEW.
           05 WS-CIDADECLI-N               PIC X(20).
           05 WS-UFCLI-N                   PIC X(02).
           05 WS-CEPCLI-N                  PIC X(08).
           05 WS-TIPOPESSOA-N              PIC X(01).
           05 WS-CNPJCLI-N                 PIC X(14).
           05 WS-CODFILIAL-N               PIC X(03).
      *----------------------------------------------------------------*
      *    VALIDACAO DE TELEFONE E CPF DO MOVIMENTO
      *----------------------------------------------------------------*
           05 WS-CPF-DV2-CALC              PIC 9(01).
           05 WS-CPF-IDX                   PIC 9(02) COMP.
           05 WS-CPF-PESO                  PIC 9(02) COMP.
      *    CRITICA DO CNPJ DE PESSOA JURIDICA (ROTCNPJ)
           COPY VARCNPJ.
      *----------------------------------------------------------------*
      *    RELATORIO DE CLIENTES INADIMPLENTES
      *----------------------------------------------------------------*
           88 SUCESSO-RID                  VALUE "00".
      *----------------------------------------------------------------*
      *    INTERFACE CONTABIL DA DIVIDA: CONTAS POR TIPO DE MOVIMENTO
      *    (A/P/D/C E R DE RECUPERACAO DE CREDITO BAIXADO) E FAIXA
      *    DE ATRASO (1 A 4, COMO NO PGMAUX02)
      *----------------------------------------------------------------*
       01  WS-REG-CONTASCLI.
           05 WS-CTC-TIPOMOV               PIC X(01).
           05 WS-CTC-DEBITO                PIC X(08).
           05 WS-CTC-CREDITO               PIC X(08).
       01  WS-TAB-CONTASCLI.
           05 WS-CTC-ENT OCCURS 30 TIMES.
              10 WS-CTC-TIPO-T             PIC X(01).
              10 WS-CTC-FAIXA-T            PIC 9(01).
              10 WS-CTC-DEB-T              PIC X(08).
       01  WS-REG-LANCGLC-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLC-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGLC-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-GLC-DATA                  PIC 9(08).
           05 WS-GLC-CONTA-DEB             PIC X(08).
           05 WS-GLC-CONTA-CRED            PIC X(08).
           05 WS-GLC-VALOR                 PIC 9(11)V99.
           05 WS-GLC-FILIAL                PIC X(03).
       01  WS-REG-LANCGLC-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLC-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLC-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
       77  WS-TOT-DEBITO-GLC               PIC 9(13)V99.
       77  WS-TOT-CREDITO-GLC              PIC 9(13)V99.
       77  WS-CTLANCGLC                    PIC 9(04) COMP.
       77  WS-CTLANCGLC-F                  PIC ZZZ9.
       77  WS-CTSEMCONTA-F                 PIC ZZZ9.
      *----------------------------------------------------------------*
      *    MOVIMENTOS APLICADOS PARA O RAZAO POR DOCUMENTO (MOVAPL)
      *----------------------------------------------------------------*
           COPY CPMOVAPL.
      *----------------------------------------------------------------*
      *    CREDITOS BAIXADOS (BAIXAMST), LIDOS EM PARALELO AO CLIMOV,
      *    E RECUPERACOES RECONHECIDAS NOS PAGAMENTOS (RECUPBX)
      *----------------------------------------------------------------*
           COPY CPBAIXA.
           COPY CPRECUBX.
       77  WS-SALDO-BAIXADO                PIC 9(09)V99.
       77  WS-EXCEDENTE-PGTO               PIC 9(08)V99.
       77  WS-VALOR-RECUPERACAO            PIC 9(08)V99.
      *----------------------------------------------------------------*
      *    EXECUCAO PARTICIONADA POR FAIXA DE CODCLI (PARTCTL): O
      *    CLIOLD E O CLIMOV SAO LIDOS INTEIROS, MAS SO OS CLIENTES DA
      *    FAIXA SAO PROCESSADOS; OS CONTADORES -PART E O PARTRES
      *    FICAM RESTRITOS A FAIXA
      *----------------------------------------------------------------*
           COPY CPPARTCT.
           COPY CPPARTRS.
       01  WS-SW-PARTICIONADO              PIC X(01) VALUE "N".
           88 EXECUCAO-PARTICIONADA                VALUE "S".
           88 EXECUCAO-COMPLETA                    VALUE "N".
       01  WS-SW-PARTICAO-MOV              PIC X(01) VALUE "S".
           88 MOV-NA-PARTICAO                      VALUE "S".
           88 MOV-FORA-PARTICAO                    VALUE "N".
       77  WS-PART-INI                     PIC X(04).
       77  WS-PART-LIM                     PIC X(04).
       77  WS-CTLIDO-O-TOT                 PIC 9(07) COMP.
       77  WS-CTMOV-PART                   PIC 9(04) COMP.
       77  WS-CTCLILOG                     PIC 9(04) COMP.
       77  WS-CTMOV-PART-F                 PIC ZZZ9.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-CLIOLD                     PIC X(02).

       01  FS-LANCGLC                    PIC X(02).
           88 SUCESSO-GLC                VALUE '00'.

       01  FS-MOVAPL                     PIC X(02).
           88 SUCESSO-MAP                VALUE '00'.

       01  FS-BAIXAMST                   PIC X(02).
           88 SUCESSO-BXA                VALUE '00' '05'.
           88 FIM-BAIXAMST               VALUE '10'.

       01  FS-RECUPBX                    PIC X(02).
           88 SUCESSO-RBX                VALUE '00'.

       01  FS-PARTCTL                    PIC X(02).
           88 SUCESSO-PCT                VALUE '00'.

       01  FS-PARTRES                    PIC X(02).
           88 SUCESSO-PRS                VALUE '00'.
      *----------------------------------------------------------------*
      *DECLARACAO DE VARIAVEIS DE DATA E TEMPO DE PROCESSAMENTO
      *----------------------------------------------------------------*
                                              WS-CTPERM
                                              WS-CTFONEINV
                                              WS-CTCPFINV
                                              WS-CTCNPJINV
                                              WS-CTCEPINV
                                              WS-CTFORASEQ
                                              WS-CTDUP
                                              WS-CTPGTO
                                              WS-CTDEB
                                              WS-CTCRED
                                              WS-CTEXCLIM
                                              WS-TOT-RECEBIDO
           MOVE ZEROS                      TO WS-CTLANCGLC
                                              WS-TOT-DEBITO-GLC
                                              WS-TOT-CREDITO-GLC
                                              WS-QTD-CONTASCLI
           MOVE ZEROS                      TO WS-CTBAIXA
                                              WS-CTRECUP
                                              WS-TOT-RECUPERADO
           MOVE ZEROS                      TO WS-CTLIDO-O-TOT
                                              WS-CTMOV-PART
                                              WS-CTCLILOG
           MOVE LOW-VALUES                 TO WS-CODCLI-M-ANT
           PERFORM 1040-DEFINIR-RUNID
           MOVE WS-RUNID-CORRENTE          TO WS-RUNID-LOG
           MOVE WS-RUNID-CORRENTE          TO WS-BCHLOG-RUNID
           PERFORM 9100-GRAVAR-INICIO-PROCESSAMENTO
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1030-LER-PARTICAO
           PERFORM 1050-ABERTURA-ARQUIVOS
           PERFORM 1060-CARREGAR-CONTASCLI
           PERFORM 1070-LER-BAIXAMST
           PERFORM 1100-LER-CLIOLD
           IF FIM-CLIOLD
           AND WS-CTLIDO-O-TOT = ZERO
              MOVE WS-MSG04                TO WS-MSG
              MOVE FS-CLIOLD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1201-LER-CLIMOV-VALIDO
           IF FIM-CLIMOV
           AND WS-CTLIDO-M = ZERO
              MOVE WS-MSG05                TO WS-MSG
              MOVE FS-CLIMOV               TO WS-FS
              GO TO 9000-ERRO
              MOVE WS-SEG                  TO WS-RUNID-CORRENTE (7:2)
           END-IF
           .
      *----------------------------------------------------------------*
      *    1030-LER-PARTICAO - COM O CARTAO PARTCTL ESTA EXECUCAO E UMA *
      *    DAS PARTICOES DO EX004P11 E SO TRATA OS CLIENTES DA SUA      *
      *    FAIXA; SEM ELE A FAIXA VAI DE LOW-VALUES A HIGH-VALUES E O   *
      *    PROCESSAMENTO E O DE SEMPRE. O PARTRES E ABERTO JA AQUI PARA *
      *    QUE UMA PARTICAO INTERROMPIDA DEIXE O RESULTADO VAZIO        *
      *----------------------------------------------------------------*
       1030-LER-PARTICAO.
           IF WRK-DEBUG-SIM
              DISPLAY "1030-LER-PARTICAO"
           END-IF
           MOVE LOW-VALUES                 TO WS-PART-INI
           MOVE HIGH-VALUES                TO WS-PART-LIM
           MOVE SPACES                     TO WS-REG-PARTCTL
           OPEN INPUT PARTCTL
           IF SUCESSO-PCT
              READ PARTCTL                 INTO WS-REG-PARTCTL
              CLOSE PARTCTL
           END-IF
           IF WS-REG-PARTCTL NOT = SPACES
              SET EXECUCAO-PARTICIONADA    TO TRUE
              IF WS-PCT-NUM-PARTICAO IS NOT NUMERIC
              OR WS-PCT-QTD-PARTICOES IS NOT NUMERIC
              OR WS-PCT-NUM-PARTICAO = ZERO
              OR WS-PCT-NUM-PARTICAO > WS-PCT-QTD-PARTICOES
                 MOVE "PARTCTL COM NUMERO DE PARTICAO INVALIDO"
                                           TO WS-MSG
                 MOVE FS-PARTCTL           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              IF WS-PCT-CODCLI-INI NOT = SPACES
                 MOVE WS-PCT-CODCLI-INI    TO WS-PART-INI
              END-IF
              IF WS-PCT-CODCLI-LIM NOT = SPACES
                 MOVE WS-PCT-CODCLI-LIM    TO WS-PART-LIM
              END-IF
              IF WS-PART-INI NOT < WS-PART-LIM
                 MOVE "PARTCTL COM FAIXA DE CODCLI INVALIDA" TO WS-MSG
                 MOVE FS-PARTCTL           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              OPEN OUTPUT PARTRES
              IF NOT SUCESSO-PRS
                 MOVE "ERRO DE ABERTURA PARTRES" TO WS-MSG
                 MOVE FS-PARTRES           TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1050-ABERTURA-ARQUIVOS.
           IF WRK-DEBUG-SIM
              DISPLAY "1050-ABERTURA-ARQUIVOS"
              MOVE FS-LANCGLC                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT MOVAPL
           IF NOT SUCESSO-MAP
              MOVE "ERRO DE ABERTURA MOVAPL" TO WS-MSG
              MOVE FS-MOVAPL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT BAIXAMST
           IF NOT SUCESSO-BXA
              MOVE "ERRO DE ABERTURA BAIXAMST" TO WS-MSG
              MOVE FS-BAIXAMST             TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RECUPBX
           IF NOT SUCESSO-RBX
              MOVE "ERRO DE ABERTURA RECUPBX" TO WS-MSG
              MOVE FS-RECUPBX              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1060-CARREGAR-CONTASCLI - TABELA DE CONTAS POR TIPO DE       *
           END-IF
           .
       1062-ARMAZENAR-CONTASCLI.
           IF WS-QTD-CONTASCLI < 30
              ADD 1                        TO WS-QTD-CONTASCLI
              MOVE WS-CTC-TIPOMOV
                TO WS-CTC-TIPO-T (WS-QTD-CONTASCLI)
           END-IF
           PERFORM 1061-LER-CONTASCLI
           .
      *----------------------------------------------------------------*
      *    1070-LER-BAIXAMST - MASTER DE BAIXAS EM ORDEM DE CLIENTE,    *
      *    AVANCADO SO QUANDO UM PAGAMENTO EXCEDE A DIVIDA; NO FIM (OU  *
      *    SEM O ARQUIVO NO JOB) A CHAVE VAI PARA HIGH-VALUES           *
      *----------------------------------------------------------------*
       1070-LER-BAIXAMST.
           READ BAIXAMST                   INTO WS-REG-BAIXA
           IF NOT SUCESSO-BXA
              IF FIM-BAIXAMST
                 MOVE HIGH-VALUES          TO WS-BXA-CODCLI
              ELSE
                 MOVE "ERRO DE LEITURA BAIXAMST" TO WS-MSG
                 MOVE FS-BAIXAMST          TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1100-LER-CLIOLD.
           IF WRK-DEBUG-SIM
              DISPLAY "1100-LER-CLIOLD"
           END-IF.
           PERFORM 1110-LER-REG-CLIOLD
           PERFORM 1110-LER-REG-CLIOLD
               UNTIL FIM-CLIOLD
               OR    WS-CODCLI-O NOT < WS-PART-INI
           IF SUCESSO-O
              IF WS-CODCLI-O < WS-PART-LIM
                 ADD 1                     TO WS-CTLIDO-O
              ELSE
      *    PASSADA A FAIXA DA PARTICAO, O CLIOLD E DADO POR ENCERRADO
                 MOVE HIGH-VALUES          TO WS-CODCLI-O
                 MOVE "10"                 TO FS-CLIOLD
              END-IF
           END-IF
           .
       1110-LER-REG-CLIOLD.
           READ CLIOLD                     INTO WS-REG-CLIOLD
           IF SUCESSO-O
              ADD 1                        TO WS-CTLIDO-O-TOT
           ELSE
              IF FIM-CLIOLD
                 MOVE HIGH-VALUES             TO WS-CODCLI-O
                 MOVE "10"                 TO FS-CLIMOV
              ELSE
                 ADD 1                     TO WS-CTLIDO-M
                 IF WS-CODCLI-M NOT < WS-PART-INI
                 AND WS-CODCLI-M < WS-PART-LIM
                    SET MOV-NA-PARTICAO    TO TRUE
                    ADD 1                  TO WS-CTMOV-PART
                 ELSE
                    SET MOV-FORA-PARTICAO  TO TRUE
                 END-IF
                 PERFORM 1250-VALIDAR-SEQUENCIA-CLIMOV
              END-IF
           ELSE
           END-IF
           PERFORM 1200-LER-CLIMOV
           PERFORM 1200-LER-CLIMOV
               UNTIL (NOT CLIMOV-REJEITADO AND MOV-NA-PARTICAO)
               OR    FIM-CLIMOV
           .
       1260-VALIDAR-TRAILER-CLIMOV.
              GO TO 9000-ERRO
           END-IF
           .
      *    A SEQUENCIA E CONFERIDA SOBRE O CLIMOV INTEIRO, COMO NA
      *    EXECUCAO COMPLETA; A REJEICAO SO E GRAVADA PELA PARTICAO
      *    DONA DA FAIXA DO MOVIMENTO
       1250-VALIDAR-SEQUENCIA-CLIMOV.
           IF WRK-DEBUG-SIM
              DISPLAY "1250-VALIDAR-SEQUENCIA-CLIMOV"
           END-IF
           IF WS-CODCLI-M < WS-CODCLI-M-ANT
              IF MOV-NA-PARTICAO
                 ADD 1                     TO WS-CTFORASEQ
                 MOVE "MOVIMENTO FORA DE SEQUENCIA"
                                           TO WS-MOTIVO-REJ-MOV
                 PERFORM 1270-GRAVA-CLIMOV-REJ
              END-IF
              SET CLIMOV-REJEITADO         TO TRUE
           ELSE
              IF WS-CODCLI-M = WS-CODCLI-M-ANT
                 IF MOV-NA-PARTICAO
                    ADD 1                  TO WS-CTDUP
                    MOVE "MOVIMENTO DUPLICADO" TO WS-MOTIVO-REJ-MOV
                    PERFORM 1270-GRAVA-CLIMOV-REJ
                 END-IF
                 SET CLIMOV-REJEITADO      TO TRUE
              ELSE
                 SET CLIMOV-OK             TO TRUE
                    IF WS-TIPOMOV-M = "D"
                       PERFORM 2370-DEBITAR
                    ELSE
                       IF WS-TIPOMOV-M = "C"
                          PERFORM 2380-CREDITAR
                       ELSE
                          IF WS-TIPOMOV-M = "B"
                             PERFORM 2390-BAIXAR
                          ELSE
                             ADD 1         TO WS-CTINV
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-ANTES-LOG
              MOVE WS-TOTALDIVIDA-M        TO WS-VALOR-RECEBIDO
              MOVE ZEROS                   TO WS-VALOR-RECUPERACAO
              IF WS-VALOR-RECEBIDO > WS-TOTALDIVIDA-O
                 PERFORM 2355-APURAR-RECUPERACAO
              END-IF
              IF WS-VALOR-RECEBIDO >= WS-TOTALDIVIDA-O
                 MOVE ZEROS                TO WS-TOTALDIVIDA-O
              ELSE
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-M
              ADD 1                        TO WS-CTPGTO
              ADD WS-VALOR-RECEBIDO        TO WS-TOT-RECEBIDO
              COMPUTE WS-VAL-LANC-CLI =
                      WS-VALOR-RECEBIDO - WS-VALOR-RECUPERACAO
              IF WS-VAL-LANC-CLI > ZERO
                 MOVE "P"                  TO WS-TIPO-LANC-CLI
                 PERFORM 2470-GERAR-LANCAMENTO-GLC
              END-IF
              IF WS-VALOR-RECUPERACAO > ZERO
                 MOVE WS-VALOR-RECUPERACAO TO WS-VAL-LANC-CLI
                 MOVE "R"                  TO WS-TIPO-LANC-CLI
                 PERFORM 2470-GERAR-LANCAMENTO-GLC
                 PERFORM 2358-GRAVA-RECUPBX
              END-IF
              PERFORM 2400-GRAVA-M
              PERFORM 2440-GRAVA-CLILOG
              PERFORM 2360-GRAVA-RELREC
           END-IF
           .
      *----------------------------------------------------------------*
      *    2355-APURAR-RECUPERACAO - PAGAMENTO ACIMA DA DIVIDA DE       *
      *    CLIENTE COM CREDITO BAIXADO: O EXCEDENTE, ATE O SALDO AINDA  *
      *    NAO RECUPERADO DAS BAIXAS DO BAIXAMST, E RECUPERACAO DE      *
      *    PERDA (LANCAMENTO "R"), E NAO ABATIMENTO DE DIVIDA           *
      *----------------------------------------------------------------*
       2355-APURAR-RECUPERACAO.
           IF WRK-DEBUG-SIM
              DISPLAY "2355-APURAR-RECUPERACAO"
           END-IF
           PERFORM 1070-LER-BAIXAMST
               UNTIL WS-BXA-CODCLI NOT < WS-CODCLI-M
           MOVE ZEROS                      TO WS-SALDO-BAIXADO
           PERFORM 2356-SOMAR-SALDO-BAIXADO
               UNTIL WS-BXA-CODCLI NOT = WS-CODCLI-M
           COMPUTE WS-EXCEDENTE-PGTO =
                   WS-VALOR-RECEBIDO - WS-TOTALDIVIDA-O
           IF WS-EXCEDENTE-PGTO > WS-SALDO-BAIXADO
              MOVE WS-SALDO-BAIXADO        TO WS-VALOR-RECUPERACAO
           ELSE
              MOVE WS-EXCEDENTE-PGTO       TO WS-VALOR-RECUPERACAO
           END-IF
           .
       2356-SOMAR-SALDO-BAIXADO.
           IF WS-BXA-VALOR-BAIXADO > WS-BXA-VALOR-RECUPERADO
              COMPUTE WS-SALDO-BAIXADO = WS-SALDO-BAIXADO
                    + WS-BXA-VALOR-BAIXADO - WS-BXA-VALOR-RECUPERADO
           END-IF
           PERFORM 1070-LER-BAIXAMST
           .
       2358-GRAVA-RECUPBX.
           IF WRK-DEBUG-SIM
              DISPLAY "2358-GRAVA-RECUPBX"
           END-IF
           MOVE SPACES                     TO WS-REG-RECUPBX
           MOVE WS-CODCLI-M                TO WS-RBX-CODCLI
           MOVE WS-DATA-SYS                TO WS-RBX-DATA
           MOVE WS-VALOR-RECUPERACAO       TO WS-RBX-VALOR
           WRITE REG-RECUPBX               FROM WS-REG-RECUPBX
           IF NOT SUCESSO-RBX
              MOVE "ERRO DE GRAVACAO RECUPBX" TO WS-MSG
              MOVE FS-RECUPBX              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTRECUP
           ADD WS-VALOR-RECUPERACAO        TO WS-TOT-RECUPERADO
           .
       2360-GRAVA-RELREC.
           IF WRK-DEBUG-SIM
              DISPLAY "2360-GRAVA-RELREC"
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2380-CREDITAR - MOVIMENTO "C": CREDITO AO CLIENTE (DEVOLUCAO *
      *    DE MERCADORIA DO EX004P75) ABATIDO DA DIVIDA ATUAL, SEM      *
      *    PASSAR PELO RELREC, POIS NAO HOUVE RECEBIMENTO EM DINHEIRO   *
      *----------------------------------------------------------------*
       2380-CREDITAR.
           IF WRK-DEBUG-SIM
              DISPLAY "2380-CREDITAR"
           END-IF
           IF WS-TOTALDIVIDA-M IS NOT NUMERIC
              ADD 1                        TO WS-CTINV
                                              WS-CTPERM
           ELSE
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-ANTES-LOG
              MOVE WS-TOTALDIVIDA-M        TO WS-VAL-LANC-CLI
              IF WS-TOTALDIVIDA-M >= WS-TOTALDIVIDA-O
                 MOVE ZEROS                TO WS-TOTALDIVIDA-O
              ELSE
                 SUBTRACT WS-TOTALDIVIDA-M FROM WS-TOTALDIVIDA-O
              END-IF
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-M
              ADD 1                        TO WS-CTCRED
              MOVE "C"                     TO WS-TIPO-LANC-CLI
              PERFORM 2470-GERAR-LANCAMENTO-GLC
              PERFORM 2400-GRAVA-M
              PERFORM 2440-GRAVA-CLILOG
           END-IF
           .
      *----------------------------------------------------------------*
      *    2390-BAIXAR - MOVIMENTO "B": BAIXA DE CREDITO COMO PERDA     *
      *    (BAIXAMOV DO EX004P90) ABATIDA DA DIVIDA ATUAL. A PERDA JA   *
      *    FOI CONTABILIZADA PELO EX004P90 NO LANCGL6, POR ISSO O       *
      *    MOVIMENTO NAO GERA LANCGLC                                   *
      *----------------------------------------------------------------*
       2390-BAIXAR.
           IF WRK-DEBUG-SIM
              DISPLAY "2390-BAIXAR"
           END-IF
           IF WS-TOTALDIVIDA-M IS NOT NUMERIC
              ADD 1                        TO WS-CTINV
                                              WS-CTPERM
           ELSE
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-ANTES-LOG
              IF WS-TOTALDIVIDA-M >= WS-TOTALDIVIDA-O
                 MOVE WS-TOTALDIVIDA-O     TO WS-VAL-LANC-CLI
                 MOVE ZEROS                TO WS-TOTALDIVIDA-O
              ELSE
                 MOVE WS-TOTALDIVIDA-M     TO WS-VAL-LANC-CLI
                 SUBTRACT WS-TOTALDIVIDA-M FROM WS-TOTALDIVIDA-O
              END-IF
              MOVE WS-TOTALDIVIDA-O        TO WS-TOTALDIVIDA-M
              ADD 1                        TO WS-CTBAIXA
              PERFORM 2400-GRAVA-M
              PERFORM 2440-GRAVA-CLILOG
           END-IF
           .
       2400-GRAVA-M.
           IF WRK-DEBUG-SIM
              DISPLAY "2400-GRAVA-M"
              END-IF
              MOVE WS-FONECLI-O            TO WS-FONECLI-N
           END-IF
           PERFORM 2428-TRATAR-DOCUMENTO
           IF WS-TOTALDIVIDA-M IS NUMERIC
              MOVE WS-TOTALDIVIDA-M        TO WS-TOTALDIVIDA-N
           ELSE
              MOVE WS-LIMITECRED-O         TO WS-LIMITECRED-N
           END-IF
           PERFORM 2426-TRATAR-ENDERECO-ESTRUT
           PERFORM 2415-TRATAR-FILIAL
           WRITE REG-CLINEW                FROM WS-REG-CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG06                TO WS-MSG
              MOVE FS-CLILOG                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                            TO WS-CTCLILOG
           PERFORM 2445-GRAVA-MOVAPL
           .
       2450-GRAVA-CLILOG-INC.
           IF WRK-DEBUG-SIM
              MOVE FS-CLILOG                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                            TO WS-CTCLILOG
           PERFORM 2445-GRAVA-MOVAPL
           .
       2460-GRAVA-CLILOG-EXC.
           IF WRK-DEBUG-SIM
              MOVE FS-CLILOG                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                            TO WS-CTCLILOG
           PERFORM 2445-GRAVA-MOVAPL
           .
      *----------------------------------------------------------------*
      *    2445-GRAVA-MOVAPL - TODA ALTERACAO DE DIVIDA REGISTRADA NO   *
      *    CLILOG VAI TAMBEM PARA O MOVAPL, COM O TIPO DO MOVIMENTO E   *
      *    O VALOR INFORMADO, PARA O RAZAO POR DOCUMENTO (EX004P78)     *
      *----------------------------------------------------------------*
       2445-GRAVA-MOVAPL.
           IF WRK-DEBUG-SIM
              DISPLAY "2445-GRAVA-MOVAPL"
           END-IF
           MOVE SPACES                      TO WS-REG-MOVAPL
           MOVE WS-CODCLI-LOG               TO WS-MAP-CODCLI
           MOVE WS-TIPOMOV-M                TO WS-MAP-TIPOMOV
           IF WS-DIASATRASO-M IS NUMERIC
              MOVE WS-DIASATRASO-M          TO WS-MAP-DIASATRASO
           ELSE
              MOVE ZEROS                    TO WS-MAP-DIASATRASO
           END-IF
           MOVE WS-DATA-SYS                 TO WS-MAP-DATA
           MOVE WS-DIVIDA-ANTES-LOG         TO WS-MAP-DIVIDA-ANTES
           MOVE WS-DIVIDA-DEPOIS-LOG        TO WS-MAP-DIVIDA-DEPOIS
           EVALUATE WS-TIPOMOV-M
              WHEN "P"
                 MOVE WS-VALOR-RECEBIDO     TO WS-MAP-VALOR-MOV
              WHEN "D"
                 MOVE WS-TOTALDIVIDA        TO WS-MAP-VALOR-MOV
              WHEN "C"
              WHEN "B"
                 MOVE WS-VAL-LANC-CLI       TO WS-MAP-VALOR-MOV
              WHEN OTHER
                 MOVE ZEROS                 TO WS-MAP-VALOR-MOV
           END-EVALUATE
           WRITE REG-MOVAPL                 FROM WS-REG-MOVAPL
           IF NOT SUCESSO-MAP
              MOVE "ERRO DE GRAVACAO MOVAPL" TO WS-MSG
              MOVE FS-MOVAPL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2470-GERAR-LANCAMENTO-GLC - UM LANCAMENTO POR MOVIMENTO DE   *
           MOVE WS-CTC-CRED-T (WS-IDX-CTC-ACHADA)
                                           TO WS-GLC-CONTA-CRED
           MOVE WS-VAL-LANC-CLI            TO WS-GLC-VALOR
           IF WS-CODFILIAL-M NOT = SPACES
              MOVE WS-CODFILIAL-M          TO WS-GLC-FILIAL
           ELSE
              MOVE WS-CODFILIAL-O          TO WS-GLC-FILIAL
           END-IF
           WRITE REG-LANCGLC               FROM WS-REG-LANCGLC-D
           IF NOT SUCESSO-GLC
              MOVE "ERRO DE GRAVACAO LANCGLC" TO WS-MSG
           END-IF
           .
      *----------------------------------------------------------------*
      *    2415-TRATAR-FILIAL - FILIAL INFORMADA NO MOVIMENTO (JA       *
      *    CRITICADA CONTRA O MASTER FILIAIS NA CONVERSAO DO EX004P26)  *
      *    SUBSTITUI A DO CADASTRO; EM BRANCO, A ALTERACAO MANTEM A     *
      *    FILIAL ATUAL E A INCLUSAO GRAVA O CLIENTE SEM FILIAL         *
      *----------------------------------------------------------------*
       2415-TRATAR-FILIAL.
           IF WRK-DEBUG-SIM
              DISPLAY "2415-TRATAR-FILIAL"
           END-IF
           IF WS-CODFILIAL-M NOT = SPACES
              MOVE WS-CODFILIAL-M          TO WS-CODFILIAL-N
           ELSE
              IF WS-TIPOMOV-M = "I"
                 MOVE SPACES               TO WS-CODFILIAL-N
              ELSE
                 MOVE WS-CODFILIAL-O       TO WS-CODFILIAL-N
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2426-TRATAR-ENDERECO-ESTRUT - CAMPOS ESTRUTURADOS DO         *
      *    ENDERECO: O MOVIMENTO EM BRANCO MANTEM O CADASTRO; CEP       *
      *    INFORMADO PASSA PELA CRITICA DE FORMATO (8 DIGITOS), AO      *
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2428-TRATAR-DOCUMENTO - PESSOA JURIDICA (TIPO "J") TEM O     *
      *    CNPJ CRITICADO PELA ROTINA PADRAO (ROTCNPJ); OS DEMAIS SAO   *
      *    PESSOA FISICA COM A CRITICA DE CPF. DOCUMENTO EM BRANCO OU   *
      *    INVALIDO MANTEM TIPO E DOCUMENTOS DO CADASTRO                *
      *----------------------------------------------------------------*
       2428-TRATAR-DOCUMENTO.
           IF WRK-DEBUG-SIM
              DISPLAY "2428-TRATAR-DOCUMENTO"
           END-IF
           IF WS-TIPOPESSOA-M = "J"
              MOVE WS-CNPJCLI-M            TO WS-CNPJ-DIGITOS
              PERFORM 9000-VALIDAR-CNPJ
              IF WS-CNPJCLI-M NOT EQUAL SPACES
              AND CNPJ-VALIDO
                 MOVE "J"                  TO WS-TIPOPESSOA-N
                 MOVE WS-CNPJCLI-M         TO WS-CNPJCLI-N
                 MOVE SPACES               TO WS-CPFCLI-N
              ELSE
                 IF WS-CNPJCLI-M NOT EQUAL SPACES
                    ADD 1                  TO WS-CTCNPJINV
                 END-IF
                 PERFORM 2429-MANTER-DOCUMENTO
              END-IF
           ELSE
              PERFORM 2420-VALIDAR-CPF
              IF WS-CPFCLI-M NOT EQUAL SPACES
              AND CPF-VALIDO
                 MOVE "F"                  TO WS-TIPOPESSOA-N
                 MOVE WS-CPFCLI-M          TO WS-CPFCLI-N
                 MOVE SPACES               TO WS-CNPJCLI-N
              ELSE
                 IF WS-CPFCLI-M NOT EQUAL SPACES
                    ADD 1                  TO WS-CTCPFINV
                 END-IF
                 PERFORM 2429-MANTER-DOCUMENTO
              END-IF
           END-IF
           .
       2429-MANTER-DOCUMENTO.
           IF WRK-DEBUG-SIM
              DISPLAY "2429-MANTER-DOCUMENTO"
           END-IF
           MOVE WS-TIPOPESSOA-O            TO WS-TIPOPESSOA-N
           MOVE WS-CPFCLI-O                TO WS-CPFCLI-N
           MOVE WS-CNPJCLI-O               TO WS-CNPJCLI-N
           .
       2421-EXTRAIR-DIGITOS-CPF.
           IF WRK-DEBUG-SIM
              DISPLAY "2421-EXTRAIR-DIGITOS-CPF"
           ACCEPT WS-HORARIO-FINAL         FROM TIME
           PERFORM 9000-TEMPO-DE-PROCESSAMENTO
           MOVE "EX004P11"                 TO WS-BCHLOG-PROGRAMA
           MOVE WS-CTMOV-PART              TO WS-BCHLOG-QTDE
           MOVE WS-RUNID-CORRENTE          TO WS-BCHLOG-RUNID
           PERFORM 9000-GRAVAR-HIST-PROCESSAMENTO

           MOVE WS-CTPERM                  TO WS-CTPERM-F
           MOVE WS-CTFONEINV               TO WS-CTFONEINV-F
           MOVE WS-CTCPFINV                TO WS-CTCPFINV-F
           MOVE WS-CTCNPJINV               TO WS-CTCNPJINV-F
           MOVE WS-CTCEPINV                TO WS-CTCEPINV-F
           MOVE WS-CTFORASEQ               TO WS-CTFORASEQ-F
           MOVE WS-CTDUP                   TO WS-CTDUP-F
           MOVE WS-CTPGTO                  TO WS-CTPGTO-F
           MOVE WS-CTDEB                   TO WS-CTDEB-F
           MOVE WS-CTCRED                  TO WS-CTCRED-F
           MOVE WS-CTEXCLIM                TO WS-CTEXCLIM-F
           MOVE WS-CTBAIXA                 TO WS-CTBAIXA-F
           MOVE WS-CTRECUP                 TO WS-CTRECUP-F
           MOVE WS-TOT-RECUPERADO          TO WS-TOT-RECUPERADO-F
           MOVE WS-CTLANCGLC               TO WS-CTLANCGLC-F
           MOVE WS-CTSEMCONTA              TO WS-CTSEMCONTA-F
           MOVE WS-TOT-RECEBIDO            TO WS-TOT-RECEBIDO-F
           MOVE WS-CTMOV-PART              TO WS-CTMOV-PART-F

           PERFORM 5000-EXIBIR-RESULTADOS
           IF EXECUCAO-PARTICIONADA
              PERFORM 3100-GRAVAR-PARTRES
           END-IF
           .
      *----------------------------------------------------------------*
      *    3100-GRAVAR-PARTRES - PARTICAO CONCLUIDA: QUANTIDADES E      *
      *    TOTAIS DE CONTROLE PARA A CONFERENCIA DA JUNCAO (EX004PA8).  *
      *    O DIASATR TEM UM REGISTRO POR CLIENTE GRAVADO NO CLINEW      *
      *----------------------------------------------------------------*
       3100-GRAVAR-PARTRES.
           IF WRK-DEBUG-SIM
              DISPLAY "3100-GRAVAR-PARTRES"
           END-IF
           MOVE SPACES                     TO WS-REG-PARTRES
           MOVE WS-PCT-NUM-PARTICAO        TO WS-PRS-NUM-PARTICAO
           MOVE WS-PCT-QTD-PARTICOES       TO WS-PRS-QTD-PARTICOES
           MOVE WS-PCT-CODCLI-INI          TO WS-PRS-CODCLI-INI
           MOVE WS-PCT-CODCLI-LIM          TO WS-PRS-CODCLI-LIM
           MOVE WS-RUNID-CORRENTE          TO WS-PRS-RUNID
           SET PRS-CONCLUIDA               TO TRUE
           MOVE WS-CTLIDO-O                TO WS-PRS-QTD-CLIOLD
           MOVE WS-CTMOV-PART              TO WS-PRS-QTD-MOV
           MOVE WS-CTLIDO-M                TO WS-PRS-QTD-MOV-TOTAL
           MOVE WS-CTGRAV                  TO WS-PRS-QTD-CLINEW
                                              WS-PRS-QTD-DIASATR
           MOVE WS-CTCLILOG                TO WS-PRS-QTD-CLILOG
           MOVE WS-QTD-DEV                 TO WS-PRS-QTD-DEVEDORES
           MOVE WS-CTLANCGLC               TO WS-PRS-QTD-LANCGLC
           MOVE WS-TOT-DEBITO-GLC          TO WS-PRS-TOT-DEBITO
           MOVE WS-TOT-CREDITO-GLC         TO WS-PRS-TOT-CREDITO
           WRITE REG-PARTRES               FROM WS-REG-PARTRES
           IF NOT SUCESSO-PRS
              MOVE "ERRO DE GRAVACAO PARTRES" TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE PARTRES
           IF NOT SUCESSO-PRS
              MOVE "ERRO DE FECHAMENTO PARTRES" TO WS-MSG
              MOVE FS-PARTRES              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           IF WRK-DEBUG-SIM
                                           WS-CTFONEINV-F
           DISPLAY " TOTAL DE CPF REJEITADOS..................: "
                                           WS-CTCPFINV-F
           DISPLAY " TOTAL DE CNPJ REJEITADOS.................: "
                                           WS-CTCNPJINV-F
           DISPLAY " TOTAL DE CEP REJEITADOS..................: "
                                           WS-CTCEPINV-F
           DISPLAY " TOTAL DE MOVIMENTOS FORA DE SEQUENCIA....: "
                                           WS-CTPGTO-F
           DISPLAY " TOTAL DE DEBITOS DE COBRANCA APLICADOS...: "
                                           WS-CTDEB-F
           DISPLAY " TOTAL DE CREDITOS DE DEVOLUCAO APLICADOS.: "
                                           WS-CTCRED-F
           DISPLAY " VALOR TOTAL RECEBIDO.....................: "
                                           WS-TOT-RECEBIDO-F
           DISPLAY " TOTAL DE BAIXAS POR PERDA APLICADAS......: "
                                           WS-CTBAIXA-F
           DISPLAY " RECUPERACOES DE CREDITO BAIXADO..........: "
                                           WS-CTRECUP-F
           DISPLAY " VALOR TOTAL RECUPERADO...................: "
                                           WS-TOT-RECUPERADO-F
           DISPLAY " TOTAL DE CLIENTES ACIMA DO LIMITE........: "
                                           WS-CTEXCLIM-F
           DISPLAY " LANCAMENTOS CONTABEIS GERADOS............: "
                                           WS-CTLANCGLC-F
           DISPLAY " MOVIMENTOS SEM CONTA CONTABIL............: "
                                           WS-CTSEMCONTA-F
           IF EXECUCAO-PARTICIONADA
              DISPLAY " PARTICAO.................................: "
                      WS-PCT-NUM-PARTICAO " DE " WS-PCT-QTD-PARTICOES
              DISPLAY " MOVIMENTOS NA FAIXA DA PARTICAO..........: "
                                           WS-CTMOV-PART-F
           END-IF
           DISPLAY " TEMPO TOTAL DE PROCESSAMENTO.............: "
                                           WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "==================================================="
              MOVE FS-LANCGLC              TO WS-FS
              GO TO 9000-ERRO
           END-IF
      *FECHAMENTO DO MOVAPL
           CLOSE MOVAPL
           IF NOT SUCESSO-MAP
              MOVE "ERRO DE FECHAMENTO MOVAPL" TO WS-MSG
              MOVE FS-MOVAPL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
      *FECHAMENTO DO BAIXAMST E DO RECUPBX
           CLOSE BAIXAMST
           IF NOT SUCESSO-BXA
              MOVE "ERRO DE FECHAMENTO BAIXAMST" TO WS-MSG
              MOVE FS-BAIXAMST                   TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RECUPBX
           IF NOT SUCESSO-RBX
              MOVE "ERRO DE FECHAMENTO RECUPBX" TO WS-MSG
              MOVE FS-RECUPBX              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       6000-GERAR-RELATORIO-DEVEDORES.
           IF WRK-DEBUG-SIM
           COPY ROTDATA.
           COPY ROTPROSS.
           COPY ROTBCHLOG.
           COPY ROTCNPJ.
