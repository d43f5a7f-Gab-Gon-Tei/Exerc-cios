      *    CRITICA DE ENTRADA DO EXTRATO DE PEDIDOS, RODANDO ANTES DO   *
      *    P104NX00. CADA DETALHE "D" TEM A DATA VALIDADA NO DATACHCK,  *
      *    O CLIENTE CONFERIDO NO VCADCLI (ULTIMAS 4 POSICOES DO        *
      *    CODIGO, COMO NO EX004P34), O VENDEDOR CONFERIDO NO VENDMST   *
      *    (ATIVO), A FILIAL CONFERIDA NO FILIAIS (ATIVA; EM BRANCO     *
      *    ASSUME A FILIAL DO CLIENTE) E O NUMERO DO PEDIDO CRITICADO   *
      *    CONTRA DUPLICIDADE E FORA DE SEQUENCIA. OS ITENS "I"         *
      *    SEGUEM O DESTINO DO SEU PEDIDO E TEM PRODUTO (NO VCADPRD),   *
      *    QUANTIDADE E PRECO CRITICADOS. O PRECO DE REFERENCIA E O DA  *
      *    LISTA DO CLIENTE NO LISPRC (EX004P93) VIGENTE NA DATA DO     *
      *    PEDIDO; SEM ELA, O DA LISTA DO SEGMENTO (TIPOPESSOA) E, SEM  *
      *    NENHUMA, O PRECOVENDA-V. ITEM ABAIXO DA REFERENCIA ALEM DA   *
      *    TOLERANCIA DO PARAMETRO PARMPRC E REJEITADO (ACAO "R") OU    *
      *    SEGUE MARCADO PARA APROVACAO COMERCIAL (ACAO "A", SITUACAO   *
      *    "A" NO SIT-PRECO-IT). AS FALHAS VAO PARA EXTTORDR COM O      *
      *    MOTIVO NO PADRAO DA CASA E O ARQUIVO LIMPO SAI EM EXTTORDC   *
      *    COM HEADER E TRAILER REGERADOS (QTDREG SO DOS "D" LIMPOS).   *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-VCADCLI
           RECORD KEY IS CODCLI-VC
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT OPTIONAL LISPRC ASSIGN   TO UT-S-LISPRC
           FILE STATUS IS FS-LISPRC
           .
           SELECT PARMPRC ASSIGN           TO UT-S-PARMPRC
           FILE STATUS IS FS-PARMPRC
           .
           SELECT VENDMST ASSIGN           TO UT-S-VENDMST
           FILE STATUS IS FS-VENDMST
           .
           SELECT FILIAIS ASSIGN           TO UT-S-FILIAIS
           FILE STATUS IS FS-FILIAIS
           .
           SELECT EXTTORDC ASSIGN          TO UT-S-EXTTORDC
           FILE STATUS IS FS-EXTTORDC
           .
           SELECT EXTTORDR ASSIGN          TO UT-S-EXTTORDR
           FILE STATUS IS FS-EXTTORDR
           .
           SELECT OPTIONAL PEDEVT ASSIGN   TO PEDEVT
           FILE STATUS IS FS-PEDEVT
           .
           SELECT OPTIONAL RUNIDCTL ASSIGN TO RUNIDCTL
           FILE STATUS IS FS-RUNIDCTL
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
           COPY CPEXTTOR REPLACING ==::== BY ====.

       FD  VCADCLI
           RECORD CONTAINS 184 CHARACTERS
           .
           COPY CPVCADCLI.

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    LISPRC - MASTER DE LISTAS DE PRECO (CPLISPRC)
       FD  LISPRC
           RECORDING MODE IS F
           .
       01  REG-LISPRC                      PIC X(60).

      *    PARMPRC - CARTAO COM A TOLERANCIA DE PRECO E A ACAO
       FD  PARMPRC
           RECORDING MODE IS F
           .
       01  REG-PARMPRC                     PIC X(80).

      *    VENDMST - MASTER DE VENDEDORES (CPVENDED)
       FD  VENDMST
           RECORDING MODE IS F
           .
       01  REG-VENDMST                     PIC X(40).

      *    FILIAIS - MASTER DE FILIAIS (CPFILIAL)
       FD  FILIAIS
           RECORDING MODE IS F
           .
       01  REG-FILIAIS                     PIC X(80).

      *    EXTTORDC - EXTRATO LIMPO COM H/T REGERADOS
       FD  EXTTORDC
           RECORDING MODE IS F
           RECORDING MODE IS F
           .
       01  REG-EXTTORDR                    PIC X(75).

      *    PEDEVT - EVENTOS DE SITUACAO DO PEDIDO (CPPEDEVT)
       FD  PEDEVT
           RECORDING MODE IS F
           .
       01  REG-PEDEVT                      PIC X(70).

      *    RUNIDCTL - IDENTIFICADOR DO RUN GERADO PELO EX004P67
       FD  RUNIDCTL
           RECORDING MODE IS F
           .
       01  REG-RUNIDCTL                    PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
           COPY CPVENDED.
           COPY CPFILIAL.
           COPY CPLISPRC.
      *----------------------------------------------------------------*
      *    VENDEDORES CADASTRADOS (CODIGO E SITUACAO)
      *----------------------------------------------------------------*
       01  WS-TAB-VENDED.
           05 WS-TVE-ENT OCCURS 500 TIMES.
              10 WS-TVE-CODVEND            PIC X(04).
              10 WS-TVE-SITUACAO           PIC X(01).
       77  WS-QTD-VENDED                   PIC 9(04) COMP.
       77  WS-IDX-VENDED                   PIC 9(04) COMP.
       77  WS-IDX-VEN-ACHADO               PIC 9(04) COMP.
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
      *    LISTAS DE PRECO (LISPRC) E PRECO DE REFERENCIA DO ITEM
      *----------------------------------------------------------------*
       01  WS-TAB-LISPRC.
           05 WS-TLP-ENT OCCURS 3000 TIMES.
              10 WS-TLP-ESCOPO             PIC X(01).
              10 WS-TLP-CHAVE              PIC X(04).
              10 WS-TLP-CODPROD            PIC 9(04).
              10 WS-TLP-VIG-INI            PIC 9(08).
              10 WS-TLP-VIG-FIM            PIC 9(08).
              10 WS-TLP-PRECO              PIC 9(07)V99.
       77  WS-QTD-LISPRC                   PIC 9(04) COMP.
       77  WS-IDX-LISPRC                   PIC 9(04) COMP.
       77  WS-IDX-LPR-ACHADO               PIC 9(04) COMP.
       77  WS-VIG-INI-ACHADA               PIC 9(08).
       77  WS-ESCOPO-BUSCA                 PIC X(01).
       77  WS-CHAVE-BUSCA                  PIC X(04).
       77  WS-PRECO-REFERENCIA             PIC 9(07)V99.
       77  WS-PRECO-MINIMO                 PIC 9(07)V99.
       01  WS-REG-PARMPRC.
           05 WS-PCT-TOLERANCIA            PIC 9(03)V99.
           05 WS-ACAO-PRECO                PIC X(01).
              88 PRECO-REJEITAR                    VALUE "R".
              88 PRECO-APROVAR                     VALUE "A".
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       01  WS-REG-EXTTORDC-H.
           05 FILLER                       PIC X(01) VALUE "H".
      *----------------------------------------------------------------*
       77  WS-NUM-PEDIDO-ANT               PIC 9(08).
       77  WS-CODCLI-BUSCA                 PIC X(06).
       77  WS-CODCLI-PEDIDO                PIC X(04).
       77  WS-SEGMENTO-PEDIDO              PIC X(04).
       77  WS-DATA-PEDIDO                  PIC 9(08).
       01  WS-SW-PEDIDO-ATUAL              PIC X(01) VALUE "L".
           88 PEDIDO-ATUAL-LIMPO                   VALUE "L".
           88 PEDIDO-ATUAL-REJEITADO               VALUE "R".
                 88 DTC-DATA-OK                    VALUE "1".
              10 WS-DTC-DIA-SEMANA         PIC 9(01).
      *----------------------------------------------------------------*
      *    CONSULTA AO MASTER CENTRAL DE PARAMETROS (PRMLOOK DO
      *    EX004P68): HAVENDO VALOR VIGENTE NO PARMMST, O CARTAO
      *    AVULSO NEM E LIDO
      *----------------------------------------------------------------*
       77  WS-PROG-PRMLOOK                 PIC X(08) VALUE "PRMLOOK".
       77  WS-DATA-PARM                    PIC 9(08).
       01  WS-PARM-PRMLOOK.
           05 WS-PRM-PROGRAMA              PIC X(08).
           05 WS-PRM-PARAMETRO             PIC X(08).
           05 WS-PRM-DATA                  PIC 9(08).
           05 WS-PRM-VALOR                 PIC X(15).
           05 WS-PRM-VALOR-R REDEFINES WS-PRM-VALOR.
              10 WS-PRM-VALOR-PCT          PIC 9(03)V99.
              10 WS-PRM-VALOR-ACAO         PIC X(01).
              10 FILLER                    PIC X(09).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      *    EVENTO DE SITUACAO DO PEDIDO (ROTPEDEV)
      *----------------------------------------------------------------*
           COPY CPPEDEVT.
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PEDEVT                       PIC X(02).
       01  FS-RUNIDCTL                     PIC X(02).
       01  FS-EXTTORD                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-VCADCLI                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-VP                   VALUE "00".
       01  FS-LISPRC                       PIC X(02).
           88 SUCESSO-LP                   VALUE "00" "05".
           88 FIM-ARQ-LP                   VALUE "10".
       01  FS-PARMPRC                      PIC X(02).
           88 SUCESSO-PP                   VALUE "00".
       01  FS-VENDMST                      PIC X(02).
           88 SUCESSO-VM                   VALUE "00".
           88 FIM-ARQ-VM                   VALUE "10".
       01  FS-FILIAIS                      PIC X(02).
           88 SUCESSO-FI                   VALUE "00".
           88 FIM-ARQ-FI                   VALUE "10".
       01  FS-EXTTORDC                     PIC X(02).
           88 SUCESSO-C                    VALUE "00".
       01  FS-EXTTORDR                     PIC X(02).
       77  WS-CTSEMCAD                     PIC 9(07).
       77  WS-CTDUP                        PIC 9(07).
       77  WS-CTFORASEQ                    PIC 9(07).
       77  WS-CTSEMVEND                    PIC 9(07).
       77  WS-CTSEMFIL                     PIC 9(07).
       77  WS-CTSEMPROD                    PIC 9(07).
       77  WS-CTPRECOREJ                   PIC 9(07).
       77  WS-CTPRECOAPR                   PIC 9(07).
       77  WS-CTPRECOPAD                   PIC 9(07).
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTSEMCAD-F                   PIC ZZZZZZ9.
       77  WS-CTDUP-F                      PIC ZZZZZZ9.
       77  WS-CTFORASEQ-F                  PIC ZZZZZZ9.
       77  WS-CTSEMVEND-F                  PIC ZZZZZZ9.
       77  WS-CTSEMFIL-F                   PIC ZZZZZZ9.
       77  WS-CTSEMPROD-F                  PIC ZZZZZZ9.
       77  WS-CTPRECOREJ-F                 PIC ZZZZZZ9.
       77  WS-CTPRECOAPR-F                 PIC ZZZZZZ9.
       77  WS-CTPRECOPAD-F                 PIC ZZZZZZ9.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
                                              WS-CTSEMCAD
                                              WS-CTDUP
                                              WS-CTFORASEQ
                                              WS-CTSEMVEND
                                              WS-CTSEMFIL
                                              WS-CTSEMPROD
                                              WS-CTPRECOREJ
                                              WS-CTPRECOAPR
                                              WS-CTPRECOPAD
                                              WS-NUM-PEDIDO-ANT
                                              WS-QTD-VENDED
                                              WS-QTD-FILIAL
                                              WS-QTD-LISPRC
           SET TRAILER-EXT-NAO-VISTO       TO TRUE
           PERFORM 1050-OBTER-TOLERANCIA
           PERFORM 1100-CARREGAR-VENDEDORES
           PERFORM 1150-CARREGAR-FILIAIS
           PERFORM 1200-CARREGAR-LISTAS
           MOVE "EX004P59"                 TO WS-EVT-PROGRAMA
           PERFORM 9300-ABRIR-PEDEVT
           OPEN INPUT EXTTORD
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTORD" TO WS-MSG
              MOVE FS-VCADCLI              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-VP
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT EXTTORDC
           IF NOT SUCESSO-C
              MOVE "ERRO ABERTURA EXTTORDC" TO WS-MSG
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1050-OBTER-TOLERANCIA - PERCENTUAL ACEITO ABAIXO DO PRECO DE *
      *    REFERENCIA E A ACAO PARA O ITEM QUE PASSA DELE               *
      *----------------------------------------------------------------*
       1050-OBTER-TOLERANCIA.
           ACCEPT WS-DATA-PARM             FROM DATE YYYYMMDD
           MOVE "EX004P59"                 TO WS-PRM-PROGRAMA
           MOVE "PARMPRC"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-PARM               TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-PCT        TO WS-PCT-TOLERANCIA
              MOVE WS-PRM-VALOR-ACAO       TO WS-ACAO-PRECO
              DISPLAY "EX004P59: TOLERANCIA DE PRECO DO PARMMST"
           ELSE
              OPEN INPUT PARMPRC
              IF NOT SUCESSO-PP
                 MOVE "ERRO ABERTURA PARMPRC" TO WS-MSG
                 MOVE FS-PARMPRC              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMPRC INTO WS-REG-PARMPRC
              IF NOT SUCESSO-PP
                 MOVE "PARMPRC SEM CARTAO DE TOLERANCIA" TO WS-MSG
                 MOVE FS-PARMPRC                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              CLOSE PARMPRC
           END-IF
           IF WS-PCT-TOLERANCIA IS NOT NUMERIC
           OR WS-PCT-TOLERANCIA > 100
              MOVE "TOLERANCIA DE PRECO INVALIDA" TO WS-MSG
              MOVE SPACES                         TO WS-FS
              GO TO 9000-ERRO
           END-IF
           IF NOT PRECO-REJEITAR AND NOT PRECO-APROVAR
              MOVE "ACAO DE PRECO INVALIDA" TO WS-MSG
              MOVE SPACES                   TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    1100-CARREGAR-VENDEDORES - VENDMST INTEIRO EM TABELA         *
      *----------------------------------------------------------------*
       1100-CARREGAR-VENDEDORES.
           OPEN INPUT VENDMST
           IF NOT SUCESSO-VM
              MOVE "ERRO ABERTURA VENDMST" TO WS-MSG
              MOVE FS-VENDMST              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-VENDMST
           PERFORM 1120-ARMAZENAR-VENDEDOR UNTIL FIM-ARQ-VM
           CLOSE VENDMST
           .
       1110-LER-VENDMST.
           READ VENDMST INTO WS-REG-VENDED
           IF NOT SUCESSO-VM
              IF NOT FIM-ARQ-VM
                 MOVE "ERRO LEITURA VENDMST" TO WS-MSG
                 MOVE FS-VENDMST             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1120-ARMAZENAR-VENDEDOR.
           IF WS-QTD-VENDED < 500
              ADD 1                        TO WS-QTD-VENDED
              MOVE WS-VEN-CODVEND          TO
                   WS-TVE-CODVEND (WS-QTD-VENDED)
              MOVE WS-VEN-SITUACAO         TO
                   WS-TVE-SITUACAO (WS-QTD-VENDED)
           ELSE
              MOVE "TABELA DE VENDEDORES ESTOURADA" TO WS-MSG
              MOVE SPACES                           TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-VENDMST
           .
      *----------------------------------------------------------------*
      *    1150-CARREGAR-FILIAIS - FILIAIS INTEIRO EM TABELA            *
      *----------------------------------------------------------------*
       1150-CARREGAR-FILIAIS.
           OPEN INPUT FILIAIS
           IF NOT SUCESSO-FI
              MOVE "ERRO ABERTURA FILIAIS" TO WS-MSG
              MOVE FS-FILIAIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1160-LER-FILIAIS
           PERFORM 1170-ARMAZENAR-FILIAL UNTIL FIM-ARQ-FI
           CLOSE FILIAIS
           .
       1160-LER-FILIAIS.
           READ FILIAIS INTO WS-REG-FILIAL
           IF NOT SUCESSO-FI
              IF NOT FIM-ARQ-FI
                 MOVE "ERRO LEITURA FILIAIS" TO WS-MSG
                 MOVE FS-FILIAIS             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1170-ARMAZENAR-FILIAL.
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
           PERFORM 1160-LER-FILIAIS
           .
      *----------------------------------------------------------------*
      *    1200-CARREGAR-LISTAS - LISPRC INTEIRO EM TABELA              *
      *----------------------------------------------------------------*
       1200-CARREGAR-LISTAS.
           OPEN INPUT LISPRC
           IF NOT SUCESSO-LP
              MOVE "ERRO ABERTURA LISPRC"  TO WS-MSG
              MOVE FS-LISPRC               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-LISPRC
           PERFORM 1220-ARMAZENAR-PRECO UNTIL FIM-ARQ-LP
           CLOSE LISPRC
           .
       1210-LER-LISPRC.
           READ LISPRC INTO WS-REG-LISPRC
           IF NOT SUCESSO-LP
              IF NOT FIM-ARQ-LP
                 MOVE "ERRO LEITURA LISPRC" TO WS-MSG
                 MOVE FS-LISPRC             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
       1220-ARMAZENAR-PRECO.
           IF WS-QTD-LISPRC < 3000
              ADD 1                        TO WS-QTD-LISPRC
              MOVE WS-LPR-ESCOPO           TO
                   WS-TLP-ESCOPO (WS-QTD-LISPRC)
              MOVE WS-LPR-CHAVE            TO
                   WS-TLP-CHAVE (WS-QTD-LISPRC)
              MOVE WS-LPR-CODPROD          TO
                   WS-TLP-CODPROD (WS-QTD-LISPRC)
              MOVE WS-LPR-VIG-INI          TO
                   WS-TLP-VIG-INI (WS-QTD-LISPRC)
              MOVE WS-LPR-VIG-FIM          TO
                   WS-TLP-VIG-FIM (WS-QTD-LISPRC)
              MOVE WS-LPR-PRECO            TO
                   WS-TLP-PRECO (WS-QTD-LISPRC)
           ELSE
              MOVE "TABELA DE PRECOS ESTOURADA" TO WS-MSG
              MOVE SPACES                       TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1210-LER-LISPRC
           .
       1500-LER-EXTTORD.
           READ EXTTORD
           IF NOT SUCESSO-E
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2200-CRITICAR-CLIENTE
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2250-CRITICAR-VENDEDOR
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2270-CRITICAR-FILIAL
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              SET PEDIDO-ATUAL-LIMPO       TO TRUE
              PERFORM 2500-GRAVA-EXTTORDC
              ADD 1                        TO WS-CTLIMPO
              MOVE "AC"                    TO WS-EVT-SITUACAO
              MOVE SPACES                  TO WS-EVT-COMPLEMENTO
              PERFORM 2700-EMITIR-EVENTO
           ELSE
              SET PEDIDO-ATUAL-REJEITADO   TO TRUE
              PERFORM 2600-GRAVA-EXTTORDR
              ADD 1                        TO WS-CTREJ
      *    SEM NUMERO VALIDO NAO HA PEDIDO A ACOMPANHAR
              IF NUM-PEDIDO IS NUMERIC
                 MOVE "RJ"                 TO WS-EVT-SITUACAO
                 MOVE WS-MOTIVO-REJ        TO WS-EVT-COMPLEMENTO
                 PERFORM 2700-EMITIR-EVENTO
              END-IF
           END-IF
           .
       2150-CRITICAR-DATA.
              IF NOT DTC-DATA-OK
                 ADD 1                     TO WS-CTDATAINV
                 MOVE "DATA DO PEDIDO INVALIDA" TO WS-MOTIVO-REJ
              ELSE
                 MOVE WS-DTC-DATA          TO WS-DATA-PEDIDO
              END-IF
           END-IF
           .
                 INVALID KEY
                    ADD 1                  TO WS-CTSEMCAD
                    MOVE "CLIENTE SEM CADASTRO" TO WS-MOTIVO-REJ
                 NOT INVALID KEY
                    IF COD-FILIAL = SPACES
                       MOVE CODFILIAL-VC   TO COD-FILIAL
                    END-IF
                    MOVE CODCLI-VC         TO WS-CODCLI-PEDIDO
                    IF PESSOA-JURIDICA-VC
                       MOVE "J"            TO WS-SEGMENTO-PEDIDO
                    ELSE
                       MOVE "F"            TO WS-SEGMENTO-PEDIDO
                    END-IF
              END-READ
           END-IF
           .
      *----------------------------------------------------------------*
      *    2250-CRITICAR-VENDEDOR - TODO PEDIDO TEM VENDEDOR ATIVO      *
      *    NO VENDMST (A COMISSAO DO EX004P76 SAI DESTE CODIGO)         *
      *----------------------------------------------------------------*
       2250-CRITICAR-VENDEDOR.
           MOVE ZEROS                      TO WS-IDX-VEN-ACHADO
           IF COD-VENDEDOR = SPACES
              ADD 1                        TO WS-CTSEMVEND
              MOVE "VENDEDOR NAO INFORMADO" TO WS-MOTIVO-REJ
           ELSE
              PERFORM 2260-PROCURAR-VENDEDOR
                  VARYING WS-IDX-VENDED FROM 1 BY 1
                  UNTIL WS-IDX-VENDED > WS-QTD-VENDED
                  OR    WS-IDX-VEN-ACHADO > ZERO
              IF WS-IDX-VEN-ACHADO = ZERO
                 ADD 1                     TO WS-CTSEMVEND
                 MOVE "VENDEDOR SEM CADASTRO" TO WS-MOTIVO-REJ
              ELSE
                 IF WS-TVE-SITUACAO (WS-IDX-VEN-ACHADO) NOT = "A"
                    ADD 1                  TO WS-CTSEMVEND
                    MOVE "VENDEDOR INATIVO" TO WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           .
       2260-PROCURAR-VENDEDOR.
           IF WS-TVE-CODVEND (WS-IDX-VENDED) = COD-VENDEDOR
              MOVE WS-IDX-VENDED           TO WS-IDX-VEN-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2270-CRITICAR-FILIAL - O PEDIDO (OU, SEM FILIAL PROPRIA, O   *
      *    CADASTRO DO CLIENTE) TEM DE TRAZER FILIAL ATIVA NO FILIAIS   *
      *----------------------------------------------------------------*
       2270-CRITICAR-FILIAL.
           MOVE ZEROS                      TO WS-IDX-FIL-ACHADA
           IF COD-FILIAL = SPACES
              ADD 1                        TO WS-CTSEMFIL
              MOVE "FILIAL NAO INFORMADA"  TO WS-MOTIVO-REJ
           ELSE
              PERFORM 2280-PROCURAR-FILIAL
                  VARYING WS-IDX-FILIAL FROM 1 BY 1
                  UNTIL WS-IDX-FILIAL > WS-QTD-FILIAL
                  OR    WS-IDX-FIL-ACHADA > ZERO
              IF WS-IDX-FIL-ACHADA = ZERO
                 ADD 1                     TO WS-CTSEMFIL
                 MOVE "FILIAL SEM CADASTRO" TO WS-MOTIVO-REJ
              ELSE
                 IF WS-TFI-SITUACAO (WS-IDX-FIL-ACHADA) NOT = "A"
                    ADD 1                  TO WS-CTSEMFIL
                    MOVE "FILIAL INATIVA"  TO WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           .
       2280-PROCURAR-FILIAL.
           IF WS-TFI-CODFIL (WS-IDX-FILIAL) = COD-FILIAL
              MOVE WS-IDX-FILIAL           TO WS-IDX-FIL-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    2300-CRITICAR-ITEM - O ITEM SEGUE O DESTINO DO PEDIDO QUE    *
      *    O PRECEDE; ITEM DE PEDIDO LIMPO AINDA PASSA PELA CRITICA     *
      *    DE PRODUTO, QUANTIDADE E PRECO                               *
      *----------------------------------------------------------------*
       2300-CRITICAR-ITEM.
           ADD 1                           TO WS-CTITEM
           MOVE SPACES                     TO WS-MOTIVO-REJ
                                              WS-SIT-PRECO-IT
                                              WS-LOCAL-SEP-IT
           MOVE ZEROS                      TO WS-PRECO-TABELA-IT
           IF PEDIDO-ATUAL-REJEITADO
              MOVE "PEDIDO DO ITEM REJEITADO" TO WS-MOTIVO-REJ
           ELSE
                 OR WS-QTD-IT = ZERO
                    MOVE "QUANTIDADE DO ITEM INVALIDA"
                                           TO WS-MOTIVO-REJ
                 ELSE
                    PERFORM 2350-CRITICAR-PRECO
                 END-IF
              END-IF
           END-IF
           MOVE WS-REG-EXTTITN             TO REG-EXTTORD
           IF WS-MOTIVO-REJ = SPACES
              PERFORM 2500-GRAVA-EXTTORDC
           ELSE
              ADD 1                        TO WS-CTITEMREJ
           END-IF
           .
      *----------------------------------------------------------------*
      *    2350-CRITICAR-PRECO - PRECO DO ITEM CONTRA A REFERENCIA:     *
      *    LISTA DO CLIENTE, LISTA DO SEGMENTO OU PRECOVENDA-V          *
      *----------------------------------------------------------------*
       2350-CRITICAR-PRECO.
           IF WS-PRECO-UNIT-IT IS NOT NUMERIC
           OR WS-PRECO-UNIT-IT = ZERO
              MOVE "PRECO DO ITEM INVALIDO" TO WS-MOTIVO-REJ
           ELSE
              MOVE WS-CODPROD-IT           TO CODPROD-V
              READ VCADPRD
                 INVALID KEY
                    ADD 1                  TO WS-CTSEMPROD
                    MOVE "PRODUTO SEM CADASTRO" TO WS-MOTIVO-REJ
              END-READ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              MOVE "C"                     TO WS-ESCOPO-BUSCA
              MOVE WS-CODCLI-PEDIDO        TO WS-CHAVE-BUSCA
              PERFORM 2360-PROCURAR-LISTA
              IF WS-IDX-LPR-ACHADO = ZERO
                 MOVE "S"                  TO WS-ESCOPO-BUSCA
                 MOVE WS-SEGMENTO-PEDIDO   TO WS-CHAVE-BUSCA
                 PERFORM 2360-PROCURAR-LISTA
              END-IF
              IF WS-IDX-LPR-ACHADO = ZERO
                 ADD 1                     TO WS-CTPRECOPAD
                 IF PRECOVENDA-V IS NUMERIC
                    MOVE PRECOVENDA-V      TO WS-PRECO-REFERENCIA
                 ELSE
                    MOVE ZEROS             TO WS-PRECO-REFERENCIA
                 END-IF
              ELSE
                 MOVE WS-TLP-PRECO (WS-IDX-LPR-ACHADO)
                                           TO WS-PRECO-REFERENCIA
              END-IF
              COMPUTE WS-PRECO-MINIMO ROUNDED =
                      WS-PRECO-REFERENCIA
                    * (100 - WS-PCT-TOLERANCIA) / 100
              MOVE WS-PRECO-REFERENCIA     TO WS-PRECO-TABELA-IT
              SET WS-PRECO-CONFERIDO       TO TRUE
              IF WS-PRECO-UNIT-IT < WS-PRECO-MINIMO
                 IF PRECO-REJEITAR
                    ADD 1                  TO WS-CTPRECOREJ
                    MOVE "PRECO ABAIXO DA LISTA" TO WS-MOTIVO-REJ
                 ELSE
                    ADD 1                  TO WS-CTPRECOAPR
                    SET WS-PRECO-APROVACAO TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *    VALE A LISTA DE VIGENCIA INICIAL MAIS RECENTE QUE COBRE A
      *    DATA DO PEDIDO
       2360-PROCURAR-LISTA.
           MOVE ZEROS                      TO WS-IDX-LPR-ACHADO
                                              WS-VIG-INI-ACHADA
           PERFORM 2370-COMPARAR-LISTA
               VARYING WS-IDX-LISPRC FROM 1 BY 1
               UNTIL WS-IDX-LISPRC > WS-QTD-LISPRC
           .
       2370-COMPARAR-LISTA.
           IF WS-TLP-ESCOPO (WS-IDX-LISPRC) = WS-ESCOPO-BUSCA
           AND WS-TLP-CHAVE (WS-IDX-LISPRC) = WS-CHAVE-BUSCA
           AND WS-TLP-CODPROD (WS-IDX-LISPRC) = WS-CODPROD-IT
           AND WS-TLP-VIG-INI (WS-IDX-LISPRC) NOT > WS-DATA-PEDIDO
           AND WS-TLP-VIG-FIM (WS-IDX-LISPRC) NOT < WS-DATA-PEDIDO
           AND WS-TLP-VIG-INI (WS-IDX-LISPRC) > WS-VIG-INI-ACHADA
              MOVE WS-IDX-LISPRC           TO WS-IDX-LPR-ACHADO
              MOVE WS-TLP-VIG-INI (WS-IDX-LISPRC)
                                           TO WS-VIG-INI-ACHADA
           END-IF
           .
       2500-GRAVA-EXTTORDC.
           WRITE REG-EXTTORDC              FROM REG-EXTTORD
           IF NOT SUCESSO-C
              GO TO 9000-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
      *    2700-EMITIR-EVENTO - SITUACAO DO PEDIDO NA CRITICA (PEDEVT)  *
      *----------------------------------------------------------------*
       2700-EMITIR-EVENTO.
           MOVE NUM-PEDIDO                 TO WS-EVT-NUM-PEDIDO
           MOVE COD-CLIENTE                TO WS-CODCLI-BUSCA
           MOVE WS-CODCLI-BUSCA (3:4)      TO WS-EVT-CODCLI
           PERFORM 9310-GRAVAR-EVENTO-PEDIDO
           .
       3000-TERMINO.
           MOVE WS-CTLIMPO                 TO WS-QTDREG-LIMPO
           WRITE REG-EXTTORDC              FROM WS-REG-EXTTORDC-T
           MOVE WS-CTSEMCAD                TO WS-CTSEMCAD-F
           MOVE WS-CTDUP                   TO WS-CTDUP-F
           MOVE WS-CTFORASEQ               TO WS-CTFORASEQ-F
           MOVE WS-CTSEMVEND               TO WS-CTSEMVEND-F
           MOVE WS-CTSEMFIL                TO WS-CTSEMFIL-F
           MOVE WS-CTSEMPROD               TO WS-CTSEMPROD-F
           MOVE WS-CTPRECOREJ              TO WS-CTPRECOREJ-F
           MOVE WS-CTPRECOAPR              TO WS-CTPRECOAPR-F
           MOVE WS-CTPRECOPAD              TO WS-CTPRECOPAD-F
           MOVE WS-EVT-CTGRAVADO           TO WS-EVT-CTGRAVADO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
                                           WS-CTDUP-F
           DISPLAY " PEDIDOS FORA DE SEQUENCIA............: "
                                           WS-CTFORASEQ-F
           DISPLAY " VENDEDORES AUSENTES OU INATIVOS......: "
                                           WS-CTSEMVEND-F
           DISPLAY " FILIAIS AUSENTES OU INATIVAS.........: "
                                           WS-CTSEMFIL-F
           DISPLAY " ITENS COM PRODUTO SEM CADASTRO.......: "
                                           WS-CTSEMPROD-F
           DISPLAY " ITENS SEM LISTA (PRECO DE VENDA).....: "
                                           WS-CTPRECOPAD-F
           DISPLAY " ITENS REJEITADOS ABAIXO DA LISTA.....: "
                                           WS-CTPRECOREJ-F
           DISPLAY " ITENS PARA APROVACAO COMERCIAL.......: "
                                           WS-CTPRECOAPR-F
           DISPLAY " EVENTOS DE SITUACAO GRAVADOS.........: "
                                           WS-EVT-CTGRAVADO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
              MOVE FS-VCADCLI               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE VCADPRD
           IF NOT SUCESSO-VP
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE EXTTORDC
           IF NOT SUCESSO-C
              MOVE "ERRO FECHAMENTO EXTTORDC" TO WS-MSG
              MOVE FS-EXTTORDR                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 9320-FECHAR-PEDEVT

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTPEDEV.
           COPY ROTERRO.
