      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P90.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    BAIXA DE CREDITOS COMO PERDA E ACOMPANHAMENTO DA             *
      *    RECUPERACAO. CADA CARTAO DO SUPERVISOR (BAIXACTL: CLIENTE,   *
      *    VALOR E MOTIVO FISCAL 01 A 05, COM DESCRICAO LIVRE) E        *
      *    CRITICADO CONTRA A TOTALDIVIDA ATUAL DO VCADCLI (VALOR ZERO  *
      *    BAIXA A DIVIDA INTEIRA) E, SE ACEITO, GERA O MOVIMENTO "B"   *
      *    NO LAYOUT CLIMOV (BAIXAMOV, H/D/T) QUE ABATE A DIVIDA NA     *
      *    PROXIMA RODADA DO EX004P11, O LANCAMENTO DA PERDA EM LANCGL6 *
      *    (H/D/T, SEXTA FONTE DO CONSOLIDADOR EX004P50: DEBITA A CONTA *
      *    DE PERDA E CREDITA CLIENTES, CONTAS DO CARTAO BAIXPARM) E    *
      *    UM REGISTRO NO MASTER DE BAIXAS. AS RECUPERACOES QUE O       *
      *    EX004P11 RECONHECEU NOS PAGAMENTOS ACIMA DA DIVIDA (RECUPBX) *
      *    SAO ABATIDAS DA BAIXA MAIS ANTIGA DO CLIENTE NA REGRAVACAO   *
      *    DO MASTER (BAIXAMST -> BAIXAMSN). O RELBAIXA E O REGISTRO    *
      *    DAS BAIXAS PARA A DEDUCAO FISCAL: BAIXAS DO DIA, TOTAIS POR  *
      *    MOTIVO E RECUPERACOES. CARTOES RECUSADOS VAO PARA O          *
      *    BAIXAREJ COM O MOTIVO, COMO NO EX004P54, INCLUSIVE OS DE     *
      *    VALOR FORA DA ALCADA DO APROVADOR (AUTLOOK) OU APROVADOS     *
      *    PELO PROPRIO SOLICITANTE.                                    *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT BAIXPARM ASSIGN          TO UT-S-BAIXPARM
           FILE STATUS IS FS-BAIXPARM
           .
           SELECT BAIXACTL ASSIGN          TO UT-S-BAIXACTL
           FILE STATUS IS FS-BAIXACTL
           .
           SELECT VCADCLI ASSIGN           TO VCADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT OPTIONAL BAIXAMST ASSIGN TO BAIXAMST
           FILE STATUS IS FS-BAIXAMST
           .
           SELECT OPTIONAL RECUPBX ASSIGN  TO RECUPBX
           FILE STATUS IS FS-RECUPBX
           .
           SELECT BAIXAMSN ASSIGN          TO UT-S-BAIXAMSN
           FILE STATUS IS FS-BAIXAMSN
           .
           SELECT BAIXAMOV ASSIGN          TO UT-S-BAIXAMOV
           FILE STATUS IS FS-BAIXAMOV
           .
           SELECT LANCGL6 ASSIGN           TO LANCGL6
           FILE STATUS IS FS-LANCGL6
           .
           SELECT BAIXAREJ ASSIGN          TO UT-S-BAIXAREJ
           FILE STATUS IS FS-BAIXAREJ
           .
           SELECT RELBAIXA ASSIGN          TO UT-S-RELBAIXA
           FILE STATUS IS FS-RELBAIXA
           .
           SELECT BXAWRK ASSIGN            TO UT-S-BXAWRK
           FILE STATUS IS FS-BXAWRK
           .
           SELECT CLASS-BXA ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    BAIXPARM - CONTAS CONTABEIS DA PERDA E DE CLIENTES (CARTAO)
       FD  BAIXPARM
           RECORDING MODE IS F
           .
       01  REG-BAIXPARM                    PIC X(80).

      *    BAIXACTL - UM CARTAO POR BAIXA AUTORIZADA PELO SUPERVISOR
       FD  BAIXACTL
           RECORDING MODE IS F
           .
       01  REG-BAIXACTL                    PIC X(80).

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

      *    BAIXAMST - MASTER DE BAIXAS ANTERIOR (CPBAIXA)
       FD  BAIXAMST
           RECORDING MODE IS F
           .
       01  REG-BAIXAMST                    PIC X(90).

      *    RECUPBX - RECUPERACOES RECONHECIDAS PELO EX004P11 (CPRECUBX)
       FD  RECUPBX
           RECORDING MODE IS F
           .
       01  REG-RECUPBX                     PIC X(30).

      *    BAIXAMSN - MASTER DE BAIXAS ATUALIZADO
       FD  BAIXAMSN
           RECORDING MODE IS F
           .
       01  REG-BAIXAMSN                    PIC X(90).

      *    BAIXAMOV - MOVIMENTOS "B" NO LAYOUT CLIMOV (H/D/T)
       FD  BAIXAMOV
           RECORDING MODE IS F
           .
       01  REG-BAIXAMOV                    PIC X(189).

      *    LANCGL6 - INTERFACE CONTABIL DAS PERDAS (H/D/T)
       FD  LANCGL6
           RECORDING MODE IS F
           .
       01  REG-LANCGL6                     PIC X(45).

      *    BAIXAREJ - CARTOES NAO APLICADOS COM O MOTIVO
       FD  BAIXAREJ
           RECORDING MODE IS F
           .
       01  REG-BAIXAREJ                    PIC X(115).

      *    RELBAIXA - REGISTRO DE CREDITOS BAIXADOS E RECUPERADOS
       FD  RELBAIXA
           RECORDING MODE IS F
           .
       01  REG-RELBAIXA                    PIC X(132).

      *    BXAWRK - MASTER ANTERIOR MAIS AS BAIXAS DO DIA (TRABALHO)
       FD  BXAWRK
           RECORDING MODE IS F
           .
       01  REG-BXAWRK                      PIC X(90).

      *    CLASS-BXA - BAIXAS POR CLIENTE E DATA (MAIS ANTIGA PRIMEIRO)
       SD  CLASS-BXA
           .
       01  REG-CLASS-BXA.
           05 BXA-CODCLI-CLASS             PIC X(04).
           05 BXA-DATA-CLASS               PIC 9(08).
           05 FILLER                       PIC X(78).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPBAIXA.
           COPY CPRECUBX.
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS E CARTAO DE BAIXA
      *----------------------------------------------------------------*
       01  WS-REG-BAIXPARM.
           05 WS-BXP-CONTA-PERDA           PIC X(08).
           05 WS-BXP-CONTA-CLIENTES        PIC X(08).
           05 FILLER                       PIC X(64).
       01  WS-REG-BAIXACTL.
           05 WS-BXC-CODCLI                PIC X(04).
           05 WS-BXC-VALOR                 PIC 9(08)V99.
           05 WS-BXC-MOTIVO                PIC X(02).
           05 WS-BXC-MOTIVO-N REDEFINES WS-BXC-MOTIVO
                                           PIC 9(02).
           05 WS-BXC-DESCRICAO             PIC X(30).
           05 WS-BXC-APROVADOR             PIC X(08).
           05 WS-BXC-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
      *    MOTIVOS FISCAIS DE BAIXA (PERDAS NO RECEBIMENTO DE CREDITOS)
      *----------------------------------------------------------------*
       01  WS-TAB-MOTIVOS-VALORES.
           05 FILLER                       PIC X(30)
                              VALUE "FALENCIA/RECUPERACAO JUDICIAL".
           05 FILLER                       PIC X(30)
                              VALUE "COBRANCA JUDICIAL SEM EXITO".
           05 FILLER                       PIC X(30)
                              VALUE "PEQUENO VALOR VENCIDO 6 MESES".
           05 FILLER                       PIC X(30)
                              VALUE "DIVIDA PRESCRITA".
           05 FILLER                       PIC X(30)
                              VALUE "DEVEDOR NAO LOCALIZADO".
       01  WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-VALORES.
           05 WS-MOT-DESCRICAO             PIC X(30) OCCURS 5 TIMES.
       77  WS-QTD-MOTIVOS                  PIC 9(02) COMP VALUE 5.
       01  WS-TAB-TOT-MOTIVO.
           05 WS-TTM-ENT OCCURS 5 TIMES.
              10 WS-TTM-QTD                PIC 9(05) COMP.
              10 WS-TTM-VALOR              PIC 9(10)V99.
       77  WS-IDX-MOTIVO                   PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *    CLIENTES BAIXADOS NESTA EXECUCAO (UM CARTAO POR CLIENTE)
      *----------------------------------------------------------------*
       01  WS-TAB-BAIXADOS.
           05 WS-TBX-CODCLI                PIC X(04) OCCURS 500 TIMES.
       77  WS-QTD-BAIXADOS                 PIC 9(04) COMP.
       77  WS-IDX-BAIXADOS                 PIC 9(04) COMP.
       01  WS-SW-JA-BAIXADO                PIC X(01).
           88 CLIENTE-JA-BAIXADO                   VALUE "S".
           88 CLIENTE-NAO-BAIXADO                  VALUE "N".
      *----------------------------------------------------------------*
      *    VALORES DA BAIXA E DA RECUPERACAO
      *----------------------------------------------------------------*
       77  WS-VALOR-BAIXA                  PIC 9(08)V99.
       77  WS-CODCLI-ATUAL                 PIC X(04).
       77  WS-RECUP-CLIENTE                PIC 9(09)V99.
       77  WS-DATA-RECUP-CLIENTE           PIC 9(08).
       77  WS-SALDO-BAIXA                  PIC 9(08)V99.
       77  WS-RECUP-APLICADA               PIC 9(08)V99.
       01  WS-SW-FIM-BXA                   PIC X(01).
           88 FIM-CLASS-BXA                        VALUE "S".
           88 NAO-FIM-CLASS-BXA                    VALUE "N".
      *----------------------------------------------------------------*
      *    MOVIMENTO "B" GERADO NO LAYOUT CLIMOV
      *----------------------------------------------------------------*
       01  WS-REG-BAIXAMOV-D.
           05 WS-GER-TIPO                  PIC X(01) VALUE "D".
           05 WS-GER-CODCLI                PIC X(04).
           05 WS-GER-NOME                  PIC X(25) VALUE SPACES.
           05 WS-GER-END                   PIC X(30) VALUE SPACES.
           05 WS-GER-FONE                  PIC X(10) VALUE SPACES.
           05 WS-GER-CPF                   PIC X(11) VALUE SPACES.
           05 WS-GER-VALOR-BAIXA           PIC 9(08)V99.
           05 WS-GER-TIPOMOV               PIC X(01) VALUE "B".
           05 WS-GER-DIASATRASO            PIC 9(03) VALUE ZEROS.
           05 WS-GER-LIMITECRED            PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(84) VALUE SPACES.
       01  WS-REG-BAIXAMOV-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 FILLER                       PIC X(188) VALUE SPACES.
       01  WS-REG-BAIXAMOV-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-QTDREG-BXM                PIC 9(07).
           05 FILLER                       PIC X(181) VALUE SPACES.
       01  WS-REG-BAIXAREJ.
           05 WS-REJ-CARTAO                PIC X(80).
           05 WS-MOTIVO-REJ                PIC X(35).
      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR (AUTLOOK SOBRE O MASTER AUTMST)
      *----------------------------------------------------------------*
           COPY CPAUTCHK.
      *----------------------------------------------------------------*
      *    INTERFACE CONTABIL LANCGL6 (LAYOUT H/D/T DO EX004P50)
      *----------------------------------------------------------------*
       01  WS-REG-LANCGL6-H.
           05 FILLER                       PIC X(01) VALUE "H".
           05 WS-GLB-DATA-H                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.
       01  WS-REG-LANCGL6-D.
           05 FILLER                       PIC X(01) VALUE "D".
           05 WS-GLB-DATA                  PIC 9(08).
           05 WS-GLB-ORIGEM                PIC X(04).
           05 WS-GLB-CONTA-DEB             PIC X(08).
           05 WS-GLB-CONTA-CRED            PIC X(08).
           05 WS-GLB-VALOR                 PIC 9(11)V99.
           05 WS-GLB-FILIAL                PIC X(03).
       01  WS-REG-LANCGL6-T.
           05 FILLER                       PIC X(01) VALUE "T".
           05 WS-GLB-TOT-DEBITO            PIC 9(13)V99.
           05 WS-GLB-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(14) VALUE SPACES.
      *----------------------------------------------------------------*
      *    LINHAS DO REGISTRO DE BAIXAS (RELBAIXA)
      *----------------------------------------------------------------*
       01  WS-CABEC-BXA1.
           05 FILLER                       PIC X(51)
                                                   VALUE
              "        REGISTRO DE CREDITOS BAIXADOS COMO PERDA - ".
           05 LC-BXA-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-BXA-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-BXA-ANO                   PIC 9(04).
           05 FILLER                       PIC X(71) VALUE SPACES.
       01  WS-TITULO-BXA.
           05 LT-BXA-TITULO                PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.
       01  WS-CABEC-BXA2                   PIC X(132)
                                                   VALUE
              "CLIE  NOME                      CPF          MT  DESCRICA
      -       "O DO MOTIVO            DIVIDA ANTERIOR   VALOR BAIXADO".
       01  WS-CABEC-BXA3                   PIC X(132)
                                                   VALUE ALL "-".
       01  WS-LINDET-BXA.
           05 LD-BXA-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-BXA-NOME                  PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LD-BXA-CPF                   PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-BXA-MOTIVO                PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-BXA-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-BXA-DIVIDA                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LD-BXA-VALOR                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(21) VALUE SPACES.
       01  WS-LINTOT-MOTIVO.
           05 FILLER                       PIC X(13)
                                           VALUE "TOTAL MOTIVO ".
           05 LM-MOT-CODIGO                PIC 9(02).
           05 FILLER                       PIC X(03) VALUE " - ".
           05 LM-MOT-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LM-MOT-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(08) VALUE " BAIXAS ".
           05 LM-MOT-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(55) VALUE SPACES.
       01  WS-CABEC-REC2                   PIC X(132)
                                                   VALUE
              "CLIE  CPF          DATA BAIXA  MT   VALOR BAIXADO RECUPER
      -       "ADO NO DIA  TOTAL RECUPERADO   SALDO BAIXADO".
       01  WS-LINDET-REC.
           05 LR-REC-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-REC-CPF                   PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-REC-DATA                  PIC 9999/99/99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LR-REC-MOTIVO                PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-REC-BAIXADO               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LR-REC-NO-DIA                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 LR-REC-TOTAL                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LR-REC-SALDO                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(31) VALUE SPACES.
       01  WS-LINTOT-BXA.
           05 LT-TOT-ROTULO                PIC X(40).
           05 LT-TOT-QTD                   PIC ZZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 LT-TOT-VALOR                 PIC ZZZ.ZZZ.ZZ9,99
                                           BLANK WHEN ZERO.
           05 FILLER                       PIC X(70) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DATA DE PROCESSAMENTO
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-BAIXPARM                     PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-BAIXACTL                     PIC X(02).
           88 SUCESSO-C                    VALUE "00".
           88 FIM-ARQ-C                    VALUE "10".
       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-BAIXAMST                     PIC X(02).
           88 SUCESSO-M                    VALUE "00" "05".
           88 FIM-ARQ-M                    VALUE "10".
       01  FS-RECUPBX                      PIC X(02).
           88 SUCESSO-X                    VALUE "00" "05".
           88 FIM-ARQ-X                    VALUE "10".
       01  FS-BAIXAMSN                     PIC X(02).
           88 SUCESSO-N                    VALUE "00".
       01  FS-BAIXAMOV                     PIC X(02).
           88 SUCESSO-G                    VALUE "00".
       01  FS-LANCGL6                      PIC X(02).
           88 SUCESSO-GLB                  VALUE "00".
       01  FS-BAIXAREJ                     PIC X(02).
           88 SUCESSO-J                    VALUE "00".
       01  FS-RELBAIXA                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  FS-BXAWRK                       PIC X(02).
           88 SUCESSO-W                    VALUE "00".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTCARTAO                     PIC 9(04) COMP.
       77  WS-CTBAIXA                      PIC 9(04) COMP.
       77  WS-CTREJ                        PIC 9(04) COMP.
       77  WS-CTFORAALC                    PIC 9(04) COMP.
       77  WS-CTLIDO-M                     PIC 9(05) COMP.
       77  WS-CTGRAV-N                     PIC 9(05) COMP.
       77  WS-CTLIDO-X                     PIC 9(05) COMP.
       77  WS-CTRECUP                      PIC 9(05) COMP.
       77  WS-CTRECUP-SEMBX                PIC 9(05) COMP.
       77  WS-TOT-BAIXADO                  PIC 9(10)V99.
       77  WS-TOT-RECUPERADO               PIC 9(10)V99.
       77  WS-TOT-RECUP-SEMBX              PIC 9(10)V99.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTCARTAO-F                   PIC ZZZ9.
       77  WS-CTBAIXA-F                    PIC ZZZ9.
       77  WS-CTREJ-F                      PIC ZZZ9.
       77  WS-CTFORAALC-F                  PIC ZZZ9.
       77  WS-CTLIDO-M-F                   PIC ZZZZ9.
       77  WS-CTGRAV-N-F                   PIC ZZZZ9.
       77  WS-CTLIDO-X-F                   PIC ZZZZ9.
       77  WS-CTRECUP-F                    PIC ZZZZ9.
       77  WS-CTRECUP-SEMBX-F              PIC ZZZZ9.
       77  WS-TOT-BAIXADO-F                PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOT-RECUPERADO-F             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P90.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQ-C
           PERFORM 3000-ATUALIZAR-MASTER
           PERFORM 3800-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTCARTAO
                                              WS-CTBAIXA
                                              WS-CTREJ
                                              WS-CTFORAALC
                                              WS-CTLIDO-M
                                              WS-CTGRAV-N
                                              WS-CTLIDO-X
                                              WS-CTRECUP
                                              WS-CTRECUP-SEMBX
                                              WS-TOT-BAIXADO
                                              WS-TOT-RECUPERADO
                                              WS-TOT-RECUP-SEMBX
                                              WS-QTD-BAIXADOS
                                              WS-GLB-TOT-DEBITO
                                              WS-GLB-TOT-CREDITO
           PERFORM 1010-ZERAR-MOTIVO
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           PERFORM 1100-LER-BAIXPARM
           OPEN INPUT BAIXACTL
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA BAIXACTL" TO WS-MSG
              MOVE FS-BAIXACTL               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT BAIXAMOV
           IF NOT SUCESSO-G
              MOVE "ERRO ABERTURA BAIXAMOV" TO WS-MSG
              MOVE FS-BAIXAMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-BAIXAMOV              FROM WS-REG-BAIXAMOV-H
           IF NOT SUCESSO-G
              MOVE "ERRO GRAVACAO HEADER BAIXAMOV" TO WS-MSG
              MOVE FS-BAIXAMOV                     TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT LANCGL6
           IF NOT SUCESSO-GLB
              MOVE "ERRO ABERTURA LANCGL6" TO WS-MSG
              MOVE FS-LANCGL6              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DATA-SYS                TO WS-GLB-DATA-H
           WRITE REG-LANCGL6               FROM WS-REG-LANCGL6-H
           IF NOT SUCESSO-GLB
              MOVE "ERRO AO GRAVAR HEADER LANCGL6" TO WS-MSG
              MOVE FS-LANCGL6                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT BAIXAREJ
           IF NOT SUCESSO-J
              MOVE "ERRO ABERTURA BAIXAREJ" TO WS-MSG
              MOVE FS-BAIXAREJ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELBAIXA
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELBAIXA" TO WS-MSG
              MOVE FS-RELBAIXA               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-DIA                     TO LC-BXA-DIA
           MOVE WS-MES                     TO LC-BXA-MES
           MOVE WS-ANO                     TO LC-BXA-ANO
           MOVE WS-CABEC-BXA1              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                     TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "BAIXAS DO DIA"            TO LT-BXA-TITULO
           MOVE WS-TITULO-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CABEC-BXA2              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CABEC-BXA3              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 1200-COPIAR-MASTER
           PERFORM 1500-LER-BAIXACTL
           .
       1010-ZERAR-MOTIVO.
           MOVE ZEROS                      TO WS-TTM-QTD (WS-IDX-MOTIVO)
                                            WS-TTM-VALOR (WS-IDX-MOTIVO)
           .
      *----------------------------------------------------------------*
      *    1100-LER-BAIXPARM - CONTAS DE PERDA E DE CLIENTES,           *
      *    OBRIGATORIAS                                                 *
      *----------------------------------------------------------------*
       1100-LER-BAIXPARM.
           OPEN INPUT BAIXPARM
           IF NOT SUCESSO-P
              MOVE "ERRO ABERTURA BAIXPARM" TO WS-MSG
              MOVE FS-BAIXPARM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           READ BAIXPARM INTO WS-REG-BAIXPARM
           IF NOT SUCESSO-P
              MOVE "BAIXPARM SEM O CARTAO DE CONTAS" TO WS-MSG
              MOVE FS-BAIXPARM                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE BAIXPARM
           IF WS-BXP-CONTA-PERDA = SPACES
           OR WS-BXP-CONTA-CLIENTES = SPACES
              MOVE "CONTA DE PERDA OU DE CLIENTES AUSENTE NO BAIXPARM"
                                           TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1200-COPIAR-MASTER - O MASTER ANTERIOR (AUSENTE NA PRIMEIRA  *
      *    EXECUCAO) VAI PARA O BXAWRK, QUE RECEBE DEPOIS AS BAIXAS DO  *
      *    DIA E E CLASSIFICADO NA REGRAVACAO DO MASTER                 *
      *----------------------------------------------------------------*
       1200-COPIAR-MASTER.
           OPEN OUTPUT BXAWRK
           IF NOT SUCESSO-W
              MOVE "ERRO ABERTURA BXAWRK"  TO WS-MSG
              MOVE FS-BXAWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT BAIXAMST
           IF NOT SUCESSO-M
              MOVE "ERRO ABERTURA BAIXAMST" TO WS-MSG
              MOVE FS-BAIXAMST               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-BAIXAMST
           PERFORM 1220-COPIAR-BAIXA UNTIL FIM-ARQ-M
           CLOSE BAIXAMST
           .
       1210-LER-BAIXAMST.
           READ BAIXAMST INTO WS-REG-BAIXA
           IF SUCESSO-M
              ADD 1                        TO WS-CTLIDO-M
           ELSE
              IF NOT FIM-ARQ-M
                 MOVE "ERRO LEITURA BAIXAMST" TO WS-MSG
                 MOVE FS-BAIXAMST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-COPIAR-BAIXA.
           PERFORM 2950-GRAVA-BXAWRK
           PERFORM 1210-LER-BAIXAMST
           .
       1500-LER-BAIXACTL.
           READ BAIXACTL INTO WS-REG-BAIXACTL
           IF SUCESSO-C
              ADD 1                        TO WS-CTCARTAO
           ELSE
              IF NOT FIM-ARQ-C
                 MOVE "ERRO LEITURA BAIXACTL" TO WS-MSG
                 MOVE FS-BAIXACTL             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       2000-PROCESSAR.
           MOVE SPACES                     TO WS-MOTIVO-REJ
           PERFORM 2100-CRITICAR-CARTAO
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2150-CONFERIR-ALCADA
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2200-APLICAR-BAIXA
           ELSE
              PERFORM 2800-GRAVA-BAIXAREJ
           END-IF
           PERFORM 1500-LER-BAIXACTL
           .
      *----------------------------------------------------------------*
      *    2100-CRITICAR-CARTAO - VALOR NUMERICO, MOTIVO 01 A 05, UM    *
      *    CARTAO POR CLIENTE, CLIENTE CADASTRADO COM DIVIDA E VALOR    *
      *    QUE NAO ULTRAPASSE A DIVIDA ATUAL                            *
      *----------------------------------------------------------------*
       2100-CRITICAR-CARTAO.
           IF WS-BXC-VALOR IS NOT NUMERIC
              MOVE "VALOR DA BAIXA NAO NUMERICO" TO WS-MOTIVO-REJ
           ELSE
              IF WS-BXC-MOTIVO IS NOT NUMERIC
              OR WS-BXC-MOTIVO-N < 1
              OR WS-BXC-MOTIVO-N > WS-QTD-MOTIVOS
                 MOVE "MOTIVO FISCAL INVALIDO" TO WS-MOTIVO-REJ
              END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              SET CLIENTE-NAO-BAIXADO      TO TRUE
              PERFORM 2110-PROCURAR-BAIXADO
                  VARYING WS-IDX-BAIXADOS FROM 1 BY 1
                  UNTIL WS-IDX-BAIXADOS > WS-QTD-BAIXADOS
              IF CLIENTE-JA-BAIXADO
                 MOVE "CLIENTE JA BAIXADO NESTA EXECUCAO"
                                           TO WS-MOTIVO-REJ
              END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              MOVE WS-BXC-CODCLI           TO CODCLI-VC
              READ VCADCLI
                 INVALID KEY
                    MOVE "CLIENTE SEM CADASTRO" TO WS-MOTIVO-REJ
                 NOT INVALID KEY
                    IF TOTALDIVIDA-VC = ZERO
                       MOVE "CLIENTE SEM DIVIDA A BAIXAR"
                                           TO WS-MOTIVO-REJ
                    ELSE
                       IF WS-BXC-VALOR > TOTALDIVIDA-VC
                          MOVE "VALOR ACIMA DA DIVIDA DO CLIENTE"
                                           TO WS-MOTIVO-REJ
                       END-IF
                    END-IF
              END-READ
           END-IF
           .
       2110-PROCURAR-BAIXADO.
           IF WS-TBX-CODCLI (WS-IDX-BAIXADOS) = WS-BXC-CODCLI
              SET CLIENTE-JA-BAIXADO       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    2150-CONFERIR-ALCADA - O VALOR EFETIVO DA BAIXA (A DIVIDA    *
      *    INTEIRA QUANDO O CARTAO VEM ZERADO) PRECISA ESTAR NA ALCADA  *
      *    DO APROVADOR, QUE NAO PODE SER O SOLICITANTE                 *
      *----------------------------------------------------------------*
       2150-CONFERIR-ALCADA.
           MOVE WS-BXC-APROVADOR           TO WS-ACH-APROVADOR
           MOVE WS-BXC-SOLICITANTE         TO WS-ACH-SOLICITANTE
           MOVE "BAIX"                     TO WS-ACH-TIPO-DECISAO
           MOVE WS-DATA-SYS                TO WS-ACH-DATA
           IF WS-BXC-VALOR = ZERO
              MOVE TOTALDIVIDA-VC          TO WS-ACH-VALOR
           ELSE
              MOVE WS-BXC-VALOR            TO WS-ACH-VALOR
           END-IF
           MOVE ZEROS                      TO WS-ACH-PERCENTUAL
           CALL WS-PROG-AUTLOOK            USING WS-PARM-AUTLOOK
           IF DECISAO-FORA-DA-ALCADA
              ADD 1                        TO WS-CTFORAALC
              MOVE WS-ACH-MOTIVO           TO WS-MOTIVO-REJ
           END-IF
           .
      *----------------------------------------------------------------*
      *    2200-APLICAR-BAIXA - VALOR ZERO NO CARTAO BAIXA A DIVIDA     *
      *    INTEIRA. GERA O MOVIMENTO "B", O LANCAMENTO DA PERDA, O      *
      *    REGISTRO DO MASTER E A LINHA DO REGISTRO FISCAL              *
      *----------------------------------------------------------------*
       2200-APLICAR-BAIXA.
           IF WS-BXC-VALOR = ZERO
              MOVE TOTALDIVIDA-VC          TO WS-VALOR-BAIXA
           ELSE
              MOVE WS-BXC-VALOR            TO WS-VALOR-BAIXA
           END-IF
           MOVE WS-BXC-MOTIVO-N            TO WS-IDX-MOTIVO
           MOVE SPACES                     TO WS-REG-BAIXA
           MOVE WS-BXC-CODCLI              TO WS-BXA-CODCLI
           MOVE WS-DATA-SYS                TO WS-BXA-DATA-BAIXA
           MOVE WS-VALOR-BAIXA             TO WS-BXA-VALOR-BAIXADO
           MOVE WS-BXC-MOTIVO              TO WS-BXA-MOTIVO
           IF WS-BXC-DESCRICAO = SPACES
              MOVE WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
                                           TO WS-BXA-DESCRICAO
           ELSE
              MOVE WS-BXC-DESCRICAO        TO WS-BXA-DESCRICAO
           END-IF
           MOVE CPFCLI-VC                  TO WS-BXA-CPFCLI
           MOVE ZEROS                      TO WS-BXA-VALOR-RECUPERADO
                                              WS-BXA-DATA-ULT-RECUP
           PERFORM 2950-GRAVA-BXAWRK
           PERFORM 2300-GERAR-MOV-BAIXA
           PERFORM 2400-GERAR-LANCAMENTO
           PERFORM 2500-IMPRIMIR-BAIXA
           IF WS-QTD-BAIXADOS NOT < 500
              MOVE "TABELA DE BAIXADOS ESTOURADA" TO WS-MSG
              MOVE SPACES                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-QTD-BAIXADOS
           MOVE WS-BXC-CODCLI
                TO WS-TBX-CODCLI (WS-QTD-BAIXADOS)
           ADD 1                           TO WS-TTM-QTD (WS-IDX-MOTIVO)
           ADD WS-VALOR-BAIXA
                TO WS-TTM-VALOR (WS-IDX-MOTIVO)
           ADD 1                           TO WS-CTBAIXA
           ADD WS-VALOR-BAIXA              TO WS-TOT-BAIXADO
           .
       2300-GERAR-MOV-BAIXA.
           MOVE WS-BXC-CODCLI              TO WS-GER-CODCLI
           MOVE WS-VALOR-BAIXA             TO WS-GER-VALOR-BAIXA
           WRITE REG-BAIXAMOV              FROM WS-REG-BAIXAMOV-D
           IF NOT SUCESSO-G
              MOVE "ERRO GRAVACAO BAIXAMOV" TO WS-MSG
              MOVE FS-BAIXAMOV               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2400-GERAR-LANCAMENTO.
           MOVE WS-DATA-SYS                TO WS-GLB-DATA
           MOVE WS-BXC-CODCLI              TO WS-GLB-ORIGEM
           MOVE WS-BXP-CONTA-PERDA         TO WS-GLB-CONTA-DEB
           MOVE WS-BXP-CONTA-CLIENTES      TO WS-GLB-CONTA-CRED
           MOVE WS-VALOR-BAIXA             TO WS-GLB-VALOR
           MOVE CODFILIAL-VC               TO WS-GLB-FILIAL
           WRITE REG-LANCGL6               FROM WS-REG-LANCGL6-D
           IF NOT SUCESSO-GLB
              MOVE "ERRO GRAVACAO LANCGL6" TO WS-MSG
              MOVE FS-LANCGL6              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD WS-VALOR-BAIXA              TO WS-GLB-TOT-DEBITO
                                              WS-GLB-TOT-CREDITO
           .
       2500-IMPRIMIR-BAIXA.
           MOVE WS-BXC-CODCLI              TO LD-BXA-CODCLI
           MOVE NOMECLI-VC                 TO LD-BXA-NOME
           MOVE CPFCLI-VC                  TO LD-BXA-CPF
           MOVE WS-BXC-MOTIVO              TO LD-BXA-MOTIVO
           MOVE WS-BXA-DESCRICAO           TO LD-BXA-DESCRICAO
           MOVE TOTALDIVIDA-VC             TO LD-BXA-DIVIDA
           MOVE WS-VALOR-BAIXA             TO LD-BXA-VALOR
           MOVE WS-LINDET-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           .
       2800-GRAVA-BAIXAREJ.
           ADD 1                           TO WS-CTREJ
           MOVE WS-REG-BAIXACTL            TO WS-REJ-CARTAO
           WRITE REG-BAIXAREJ              FROM WS-REG-BAIXAREJ
           IF NOT SUCESSO-J
              MOVE "ERRO GRAVACAO BAIXAREJ" TO WS-MSG
              MOVE FS-BAIXAREJ               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       2950-GRAVA-BXAWRK.
           WRITE REG-BXAWRK                FROM WS-REG-BAIXA
           IF NOT SUCESSO-W
              MOVE "ERRO GRAVACAO BXAWRK"  TO WS-MSG
              MOVE FS-BXAWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    3000-ATUALIZAR-MASTER - TOTAIS POR MOTIVO DAS BAIXAS DO DIA  *
      *    E REGRAVACAO DO MASTER EM ORDEM DE CLIENTE E DATA, COM AS    *
      *    RECUPERACOES DO RECUPBX ABATIDAS DA BAIXA MAIS ANTIGA        *
      *----------------------------------------------------------------*
       3000-ATUALIZAR-MASTER.
           MOVE WS-CABEC-BXA3              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3050-IMPRIMIR-MOTIVO
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS
           MOVE SPACES                     TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RECUPERACOES DE CREDITOS BAIXADOS"
                                           TO LT-BXA-TITULO
           MOVE WS-TITULO-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CABEC-REC2              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CABEC-BXA3              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           CLOSE BXAWRK
           IF NOT SUCESSO-W
              MOVE "ERRO FECHAMENTO BXAWRK" TO WS-MSG
              MOVE FS-BXAWRK               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT RECUPBX
           IF NOT SUCESSO-X
              MOVE "ERRO ABERTURA RECUPBX" TO WS-MSG
              MOVE FS-RECUPBX              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT BAIXAMSN
           IF NOT SUCESSO-N
              MOVE "ERRO ABERTURA BAIXAMSN" TO WS-MSG
              MOVE FS-BAIXAMSN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3110-LER-RECUPBX
           SORT CLASS-BXA
               ON ASCENDING KEY BXA-CODCLI-CLASS
                                BXA-DATA-CLASS
               USING BXAWRK
               OUTPUT PROCEDURE IS 3100-GRAVAR-MASTER
           CLOSE RECUPBX
           MOVE WS-CABEC-BXA3              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3500-IMPRIMIR-TOTAIS
           .
       3050-IMPRIMIR-MOTIVO.
           MOVE WS-IDX-MOTIVO              TO LM-MOT-CODIGO
           MOVE WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
                                           TO LM-MOT-DESCRICAO
           MOVE WS-TTM-QTD (WS-IDX-MOTIVO) TO LM-MOT-QTD
           MOVE WS-TTM-VALOR (WS-IDX-MOTIVO)
                                           TO LM-MOT-VALOR
           MOVE WS-LINTOT-MOTIVO           TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           .
       3100-GRAVAR-MASTER.
           SET NAO-FIM-CLASS-BXA           TO TRUE
           PERFORM 3150-RETORNAR-BAIXA
           PERFORM 3200-TRATAR-CLIENTE UNTIL FIM-CLASS-BXA
      *    RECUPERACAO DE CLIENTE QUE NAO ESTA NO MASTER NAO TEM BAIXA
      *    A ABATER: FICA SO NA CONTAGEM DO TERMINO
           PERFORM 3400-RECUP-SEM-BAIXA
               UNTIL WS-RBX-CODCLI = HIGH-VALUES
           .
       3110-LER-RECUPBX.
           READ RECUPBX INTO WS-REG-RECUPBX
           IF SUCESSO-X
              ADD 1                        TO WS-CTLIDO-X
           ELSE
              IF FIM-ARQ-X
                 MOVE HIGH-VALUES          TO WS-RBX-CODCLI
              ELSE
                 MOVE "ERRO LEITURA RECUPBX" TO WS-MSG
                 MOVE FS-RECUPBX             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       3150-RETORNAR-BAIXA.
           RETURN CLASS-BXA                INTO WS-REG-BAIXA
               AT END
                  SET FIM-CLASS-BXA        TO TRUE
                  MOVE HIGH-VALUES         TO WS-BXA-CODCLI
           END-RETURN
           .
      *----------------------------------------------------------------*
      *    3200-TRATAR-CLIENTE - SOMA AS RECUPERACOES DO CLIENTE NO     *
      *    RECUPBX E AS DISTRIBUI PELAS SUAS BAIXAS NA ORDEM DE DATA    *
      *----------------------------------------------------------------*
       3200-TRATAR-CLIENTE.
           MOVE WS-BXA-CODCLI              TO WS-CODCLI-ATUAL
           PERFORM 3400-RECUP-SEM-BAIXA
               UNTIL WS-RBX-CODCLI NOT < WS-CODCLI-ATUAL
           MOVE ZEROS                      TO WS-RECUP-CLIENTE
                                              WS-DATA-RECUP-CLIENTE
           PERFORM 3250-SOMAR-RECUPBX
               UNTIL WS-RBX-CODCLI NOT = WS-CODCLI-ATUAL
           PERFORM 3300-APLICAR-RECUPERACAO
               UNTIL WS-BXA-CODCLI NOT = WS-CODCLI-ATUAL
           IF WS-RECUP-CLIENTE > ZERO
              ADD 1                        TO WS-CTRECUP-SEMBX
              ADD WS-RECUP-CLIENTE         TO WS-TOT-RECUP-SEMBX
           END-IF
           .
       3250-SOMAR-RECUPBX.
           ADD WS-RBX-VALOR                TO WS-RECUP-CLIENTE
           MOVE WS-RBX-DATA                TO WS-DATA-RECUP-CLIENTE
           PERFORM 3110-LER-RECUPBX
           .
       3300-APLICAR-RECUPERACAO.
           IF WS-RECUP-CLIENTE > ZERO
           AND WS-BXA-VALOR-BAIXADO > WS-BXA-VALOR-RECUPERADO
              COMPUTE WS-SALDO-BAIXA =
                      WS-BXA-VALOR-BAIXADO - WS-BXA-VALOR-RECUPERADO
              IF WS-RECUP-CLIENTE > WS-SALDO-BAIXA
                 MOVE WS-SALDO-BAIXA       TO WS-RECUP-APLICADA
              ELSE
                 MOVE WS-RECUP-CLIENTE     TO WS-RECUP-APLICADA
              END-IF
              ADD WS-RECUP-APLICADA        TO WS-BXA-VALOR-RECUPERADO
              SUBTRACT WS-RECUP-APLICADA   FROM WS-RECUP-CLIENTE
              MOVE WS-DATA-RECUP-CLIENTE   TO WS-BXA-DATA-ULT-RECUP
              PERFORM 3350-IMPRIMIR-RECUPERACAO
              ADD 1                        TO WS-CTRECUP
              ADD WS-RECUP-APLICADA        TO WS-TOT-RECUPERADO
           END-IF
           WRITE REG-BAIXAMSN              FROM WS-REG-BAIXA
           IF NOT SUCESSO-N
              MOVE "ERRO GRAVACAO BAIXAMSN" TO WS-MSG
              MOVE FS-BAIXAMSN               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAV-N
           PERFORM 3150-RETORNAR-BAIXA
           .
       3350-IMPRIMIR-RECUPERACAO.
           MOVE WS-BXA-CODCLI              TO LR-REC-CODCLI
           MOVE WS-BXA-CPFCLI              TO LR-REC-CPF
           MOVE WS-BXA-DATA-BAIXA          TO LR-REC-DATA
           MOVE WS-BXA-MOTIVO              TO LR-REC-MOTIVO
           MOVE WS-BXA-VALOR-BAIXADO       TO LR-REC-BAIXADO
           MOVE WS-RECUP-APLICADA          TO LR-REC-NO-DIA
           MOVE WS-BXA-VALOR-RECUPERADO    TO LR-REC-TOTAL
           COMPUTE LR-REC-SALDO =
                   WS-BXA-VALOR-BAIXADO - WS-BXA-VALOR-RECUPERADO
           MOVE WS-LINDET-REC              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           .
       3400-RECUP-SEM-BAIXA.
           ADD 1                           TO WS-CTRECUP-SEMBX
           ADD WS-RBX-VALOR                TO WS-TOT-RECUP-SEMBX
           PERFORM 3110-LER-RECUPBX
           .
       3500-IMPRIMIR-TOTAIS.
           MOVE "TOTAL DE BAIXAS DO DIA"   TO LT-TOT-ROTULO
           MOVE WS-CTBAIXA                 TO LT-TOT-QTD
           MOVE WS-TOT-BAIXADO             TO LT-TOT-VALOR
           MOVE WS-LINTOT-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "TOTAL RECUPERADO NO DIA"  TO LT-TOT-ROTULO
           MOVE WS-CTRECUP                 TO LT-TOT-QTD
           MOVE WS-TOT-RECUPERADO          TO LT-TOT-VALOR
           MOVE WS-LINTOT-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RECUPERACOES SEM BAIXA A ABATER"
                                           TO LT-TOT-ROTULO
           MOVE WS-CTRECUP-SEMBX           TO LT-TOT-QTD
           MOVE WS-TOT-RECUP-SEMBX         TO LT-TOT-VALOR
           MOVE WS-LINTOT-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CARTOES RECUSADOS (VER BAIXAREJ)"
                                           TO LT-TOT-ROTULO
           MOVE WS-CTREJ                   TO LT-TOT-QTD
           MOVE ZEROS                      TO LT-TOT-VALOR
           MOVE WS-LINTOT-BXA              TO REG-RELBAIXA
           PERFORM 3900-GRAVAR-LINHA
           .
       3800-TERMINO.
           MOVE WS-CTBAIXA                 TO WS-QTDREG-BXM
           WRITE REG-BAIXAMOV              FROM WS-REG-BAIXAMOV-T
           IF NOT SUCESSO-G
              MOVE "ERRO GRAVACAO TRAILER BAIXAMOV" TO WS-MSG
              MOVE FS-BAIXAMOV                      TO WS-FS
              GO TO 9000-ERRO
           END-IF
           WRITE REG-LANCGL6               FROM WS-REG-LANCGL6-T
           IF NOT SUCESSO-GLB
              MOVE "ERRO AO GRAVAR TRAILER LANCGL6" TO WS-MSG
              MOVE FS-LANCGL6                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-CTCARTAO                TO WS-CTCARTAO-F
           MOVE WS-CTBAIXA                 TO WS-CTBAIXA-F
           MOVE WS-CTREJ                   TO WS-CTREJ-F
           MOVE WS-CTFORAALC               TO WS-CTFORAALC-F
           MOVE WS-CTLIDO-M                TO WS-CTLIDO-M-F
           MOVE WS-CTGRAV-N                TO WS-CTGRAV-N-F
           MOVE WS-CTLIDO-X                TO WS-CTLIDO-X-F
           MOVE WS-CTRECUP                 TO WS-CTRECUP-F
           MOVE WS-CTRECUP-SEMBX           TO WS-CTRECUP-SEMBX-F
           MOVE WS-TOT-BAIXADO             TO WS-TOT-BAIXADO-F
           MOVE WS-TOT-RECUPERADO          TO WS-TOT-RECUPERADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       3900-GRAVAR-LINHA.
           WRITE REG-RELBAIXA
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELBAIXA" TO WS-MSG
              MOVE FS-RELBAIXA               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " TOTAL DE CARTOES DE BAIXA LIDOS......: "
                                           WS-CTCARTAO-F
           DISPLAY " TOTAL DE BAIXAS APLICADAS............: "
                                           WS-CTBAIXA-F
           DISPLAY " VALOR TOTAL BAIXADO COMO PERDA.......: "
                                           WS-TOT-BAIXADO-F
           DISPLAY " TOTAL DE CARTOES REJEITADOS..........: "
                                           WS-CTREJ-F
           DISPLAY "   DOS QUAIS FORA DA ALCADA...........: "
                                           WS-CTFORAALC-F
           DISPLAY " BAIXAS LIDAS NO MASTER ANTERIOR......: "
                                           WS-CTLIDO-M-F
           DISPLAY " RECUPERACOES LIDAS NO RECUPBX........: "
                                           WS-CTLIDO-X-F
           DISPLAY " BAIXAS COM RECUPERACAO NO DIA........: "
                                           WS-CTRECUP-F
           DISPLAY " VALOR TOTAL RECUPERADO...............: "
                                           WS-TOT-RECUPERADO-F
           DISPLAY " RECUPERACOES SEM BAIXA A ABATER......: "
                                           WS-CTRECUP-SEMBX-F
           DISPLAY " BAIXAS GRAVADAS NO NOVO MASTER.......: "
                                           WS-CTGRAV-N-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE BAIXACTL
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO BAIXACTL" TO WS-MSG
              MOVE FS-BAIXACTL                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADCLI
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADCLI" TO WS-MSG
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE BAIXAMSN
           IF NOT SUCESSO-N
              MOVE "ERRO FECHAMENTO BAIXAMSN" TO WS-MSG
              MOVE FS-BAIXAMSN                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE BAIXAMOV
           IF NOT SUCESSO-G
              MOVE "ERRO FECHAMENTO BAIXAMOV" TO WS-MSG
              MOVE FS-BAIXAMOV                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE LANCGL6
           IF NOT SUCESSO-GLB
              MOVE "ERRO FECHAMENTO LANCGL6" TO WS-MSG
              MOVE FS-LANCGL6                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE BAIXAREJ
           IF NOT SUCESSO-J
              MOVE "ERRO FECHAMENTO BAIXAREJ" TO WS-MSG
              MOVE FS-BAIXAREJ                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELBAIXA
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELBAIXA" TO WS-MSG
              MOVE FS-RELBAIXA                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
