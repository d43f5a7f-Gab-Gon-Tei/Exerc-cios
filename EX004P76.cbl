      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         EX004P76.
       AUTHOR.                             GABRIEL.
      *----------------------------------------------------------------*
      *    ACERTO MENSAL DE COMISSOES. LE OS PEDIDOS FATURADOS PELO     *
      *    EX004P62 (EXTTLIB: PEDIDO "D" COM O VENDEDOR E SEUS ITENS    *
      *    "I") E CALCULA A COMISSAO DE CADA ITEM PELA REGRA            *
      *    QTD-IT X PRECO-UNIT-IT X PERCOMIS-V DO PRODUTO NO VCADPRD.   *
      *    AS DEVOLUCOES ACEITAS PELO EX004P75 (DEVCOM) ESTORNAM A      *
      *    COMISSAO DO VENDEDOR DO PEDIDO PELO MESMO PERCENTUAL.        *
      *    EMITE O EXTRATO POR VENDEDOR (RELCOMIS) E O ARQUIVO DE       *
      *    COMISSAO A PAGAR (COMPAGAR) COM BRUTO, ESTORNO E LIQUIDO.    *
      *    ESTORNO MAIOR QUE A COMISSAO DO MES NAO GERA PAGAMENTO.      *
      *    O MES DE REFERENCIA VEM DO PARMMST (PRMLOOK) OU DO CARTAO    *
      *    PARMREF, COMO NA COBRANCA DO EX004P37.                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PARMREF ASSIGN           TO UT-S-PARMREF
           FILE STATUS IS FS-PARMREF
           .
           SELECT EXTTLIB ASSIGN           TO UT-S-EXTTLIB
           FILE STATUS IS FS-EXTTLIB
           .
           SELECT OPTIONAL DEVCOM ASSIGN   TO UT-S-DEVCOM
           FILE STATUS IS FS-DEVCOM
           .
           SELECT VCADPRD ASSIGN           TO VCADPRD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VCADPRD
           RECORD KEY IS CODPROD-V
           .
           SELECT VENDMST ASSIGN           TO UT-S-VENDMST
           FILE STATUS IS FS-VENDMST
           .
           SELECT COMPAGAR ASSIGN          TO UT-S-COMPAGAR
           FILE STATUS IS FS-COMPAGAR
           .
           SELECT RELCOMIS ASSIGN          TO UT-S-RELCOMIS
           FILE STATUS IS FS-RELCOMIS
           .
           SELECT CLASS-COM ASSIGN         TO UT-S-SORTWK01
           .
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *    PARMREF - CARTAO COM O ANO/MES DE REFERENCIA DO ACERTO
       FD  PARMREF
           RECORDING MODE IS F
           .
       01  REG-PARMREF                     PIC X(80).

       FD  EXTTLIB
           RECORDING MODE IS F
           .
           COPY CPEXTTOR REPLACING ==::== BY ====.

      *    DEVCOM - DEVOLUCOES ACEITAS POR VENDEDOR (CPDEVCOM)
       FD  DEVCOM
           RECORDING MODE IS F
           .
       01  REG-DEVCOM                      PIC X(50).

       FD  VCADPRD
           RECORD CONTAINS 76 CHARACTERS
           .
           COPY CPVCADPRD.

      *    VENDMST - MASTER DE VENDEDORES (CPVENDED)
       FD  VENDMST
           RECORDING MODE IS F
           .
       01  REG-VENDMST                     PIC X(40).

      *    COMPAGAR - COMISSAO A PAGAR POR VENDEDOR (CPCOMPAG)
       FD  COMPAGAR
           RECORDING MODE IS F
           .
       01  REG-COMPAGAR                    PIC X(80).

       FD  RELCOMIS
           RECORDING MODE IS F
           .
       01  REG-RELCOMIS                    PIC X(100).

      *    CLASS-COM - COMISSOES E ESTORNOS POR VENDEDOR
       SD  CLASS-COM
           .
       01  REG-CLASS-COM.
           05 COM-CODVEND-CLASS            PIC X(04).
           05 COM-TIPO-CLASS               PIC X(01).
           05 COM-PEDIDO-CLASS             PIC 9(08).
           05 COM-CODPROD-CLASS            PIC 9(04).
           05 FILLER                       PIC X(34).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
           COPY CPEXTTIT REPLACING ==::== BY ==WS-==.
           COPY CPDEVCOM.
           COPY CPVENDED.
           COPY CPCOMPAG.
      *----------------------------------------------------------------*
       01  WS-REG-PARMREF.
           05 WS-REF-ANOMES                PIC 9(06).
           05 WS-REF-ANOMES-R REDEFINES WS-REF-ANOMES.
              10 WS-REF-ANO                PIC 9(04).
              10 WS-REF-MES                PIC 9(02).
           05 FILLER                       PIC X(74).
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
              10 WS-PRM-VALOR-REF          PIC 9(06).
              10 FILLER                    PIC X(09).
           05 WS-PRM-SITUACAO              PIC X(01).
              88 PARAMETRO-ENCONTRADO              VALUE "1".
      *----------------------------------------------------------------*
      *    LINHA DE COMISSAO CLASSIFICADA: "1" COMISSAO, "2" ESTORNO
      *----------------------------------------------------------------*
       01  WS-REG-COM.
           05 WS-COM-CODVEND               PIC X(04).
           05 WS-COM-TIPO                  PIC X(01).
              88 COM-COMISSAO                      VALUE "1".
              88 COM-ESTORNO                       VALUE "2".
           05 WS-COM-PEDIDO                PIC 9(08).
           05 WS-COM-CODPROD               PIC 9(04).
           05 WS-COM-QTD                   PIC 9(06).
           05 WS-COM-BASE                  PIC 9(11)V99.
           05 WS-COM-PERC                  PIC 9(02)V99.
           05 WS-COM-VALOR                 PIC 9(09)V99.
      *----------------------------------------------------------------*
      *    VENDEDORES CADASTRADOS (CODIGO E NOME PARA O EXTRATO)
      *----------------------------------------------------------------*
       01  WS-TAB-VENDED.
           05 WS-TVE-ENT OCCURS 500 TIMES.
              10 WS-TVE-CODVEND            PIC X(04).
              10 WS-TVE-NOME               PIC X(30).
       77  WS-QTD-VENDED                   PIC 9(04) COMP.
       77  WS-IDX-VENDED                   PIC 9(04) COMP.
       77  WS-IDX-VEN-ACHADO               PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *    PEDIDO CORRENTE DO EXTTLIB E QUEBRA POR VENDEDOR
      *----------------------------------------------------------------*
       77  WS-CODVEND-PEDIDO               PIC X(04).
      *    SO OS PEDIDOS DO MES DE REFERENCIA (E SEUS ITENS) SAO
      *    COMISSIONADOS
       01  WS-SW-PEDIDO                    PIC X(01).
           88 PEDIDO-SELECIONADO                   VALUE "S".
           88 PEDIDO-FORA-DO-MES                   VALUE "F".
       77  WS-NUM-PEDIDO-CUR               PIC 9(08).
       77  WS-CODVEND-CUR                  PIC X(04).
       77  WS-NOME-CUR                     PIC X(30).
       77  WS-TOT-BRUTO                    PIC 9(09)V99.
       77  WS-TOT-ESTORNO                  PIC 9(09)V99.
       77  WS-TOT-LIQUIDO                  PIC 9(09)V99.
       77  WS-TOT-GERAL-PAGO               PIC 9(11)V99.
      *----------------------------------------------------------------*
      *    LINHAS DO EXTRATO DE COMISSOES
      *----------------------------------------------------------------*
       01  WS-CABEC-COM1.
           05 FILLER                       PIC X(44)
                                                   VALUE
              "        EXTRATO DE COMISSOES - REFERENCIA ".
           05 LC-COM-ANO                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE "/".
           05 LC-COM-MES                   PIC 9(02).
           05 FILLER                       PIC X(49) VALUE SPACES.
       01  WS-CABEC-COM2                   PIC X(100)
                                                   VALUE
              "TIPO        PEDIDO  PROD      QTD               BASE   PE
      -       "RC        COMISSAO".
       01  WS-CABEC-COM3                   PIC X(100)
                                                   VALUE ALL "-".
       01  WS-LINVEN-COM.
           05 FILLER                       PIC X(10)
                                                   VALUE "VENDEDOR: ".
           05 LV-COM-CODVEND               PIC X(04).
           05 FILLER                       PIC X(03) VALUE " - ".
           05 LV-COM-NOME                  PIC X(30).
           05 FILLER                       PIC X(53) VALUE SPACES.
       01  WS-LINDET-COM.
           05 LD-COM-TIPO                  PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-PEDIDO                PIC Z(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-PRODUTO               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-QTD                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-BASE                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-PERC                  PIC Z9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LD-COM-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(25) VALUE SPACES.
       01  WS-LINTOT-COM.
           05 LT-COM-TEXTO                 PIC X(61).
           05 LT-COM-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LT-COM-OBS                   PIC X(23).
      *----------------------------------------------------------------*
      *VARIAVEIS DE FILE STATUS
      *----------------------------------------------------------------*
       01  FS-PARMREF                      PIC X(02).
           88 SUCESSO-P                    VALUE "00".
       01  FS-EXTTLIB                      PIC X(02).
           88 SUCESSO-E                    VALUE "00".
           88 FIM-ARQ-E                    VALUE "10".
       01  FS-DEVCOM                       PIC X(02).
           88 SUCESSO-DC                   VALUE "00" "05".
           88 FIM-ARQ-DC                   VALUE "10".
       01  FS-VCADPRD                      PIC X(02).
           88 SUCESSO-V                    VALUE "00".
       01  FS-VENDMST                      PIC X(02).
           88 SUCESSO-VM                   VALUE "00".
           88 FIM-ARQ-VM                   VALUE "10".
       01  FS-COMPAGAR                     PIC X(02).
           88 SUCESSO-CP                   VALUE "00".
       01  FS-RELCOMIS                     PIC X(02).
           88 SUCESSO-R                    VALUE "00".
       01  WS-SW-TRAILER-LIB               PIC X(01).
           88 TRAILER-LIB-VISTO                    VALUE "S".
           88 TRAILER-LIB-NAO-VISTO                VALUE "N".
       01  WS-SW-FIM-COM                   PIC X(01).
           88 FIM-CLASS-COM                        VALUE "S".
           88 NAO-FIM-CLASS-COM                    VALUE "N".
      *----------------------------------------------------------------*
      *    CONTADORES E VARIAVEIS DE CONTROLE
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO                     PIC 9(05) COMP.
       77  WS-CTITEM                       PIC 9(05) COMP.
       77  WS-CTDEVOL                      PIC 9(05) COMP.
       77  WS-CTSEMVEND                    PIC 9(05) COMP.
       77  WS-CTSEMPROD                    PIC 9(05) COMP.
       77  WS-CTVENDEDOR                   PIC 9(05) COMP.
       77  WS-CTPAGAR                      PIC 9(05) COMP.
       77  WS-CTNEGATIVO                   PIC 9(05) COMP.
       77  WS-CTPEDFORA                    PIC 9(05) COMP.
       77  WS-CTITEMFORA                   PIC 9(05) COMP.
       77  WS-CTDEVFORA                    PIC 9(05) COMP.
      *----------------------------------------------------------------*
      *    CONTADORES FORMATADOS
      *----------------------------------------------------------------*
       77  WS-CTPEDIDO-F                   PIC ZZZZ9.
       77  WS-CTITEM-F                     PIC ZZZZ9.
       77  WS-CTDEVOL-F                    PIC ZZZZ9.
       77  WS-CTSEMVEND-F                  PIC ZZZZ9.
       77  WS-CTSEMPROD-F                  PIC ZZZZ9.
       77  WS-CTVENDEDOR-F                 PIC ZZZZ9.
       77  WS-CTPAGAR-F                    PIC ZZZZ9.
       77  WS-CTNEGATIVO-F                 PIC ZZZZ9.
       77  WS-CTPEDFORA-F                  PIC ZZZZ9.
       77  WS-CTITEMFORA-F                 PIC ZZZZ9.
       77  WS-CTDEVFORA-F                  PIC ZZZZ9.
       77  WS-TOT-GERAL-PAGO-F             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      * MENSAGENS DE ERRO
      *----------------------------------------------------------------*
       77  WS-MSG                          PIC X(60).
       77  WS-FS                           PIC X(02).
      *----------------------------------------------------------------*
           COPY VARDATA.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-EX004P76.
           PERFORM 1000-INICIALIZAR
           SORT CLASS-COM
               ON ASCENDING KEY COM-CODVEND-CLASS
                                COM-TIPO-CLASS
                                COM-PEDIDO-CLASS
                                COM-CODPROD-CLASS
               INPUT PROCEDURE IS 2000-CALCULAR-COMISSOES
               OUTPUT PROCEDURE IS 3000-EMITIR-EXTRATOS
           PERFORM 3900-TERMINO
           GOBACK
           .
      *
       1000-INICIALIZAR.
           MOVE ZEROS                      TO WS-CTPEDIDO
                                              WS-CTITEM
                                              WS-CTDEVOL
                                              WS-CTSEMVEND
                                              WS-CTSEMPROD
                                              WS-CTVENDEDOR
                                              WS-CTPAGAR
                                              WS-CTNEGATIVO
                                              WS-CTPEDFORA
                                              WS-CTITEMFORA
                                              WS-CTDEVFORA
                                              WS-QTD-VENDED
                                              WS-TOT-GERAL-PAGO
           MOVE SPACES                     TO WS-CODVEND-PEDIDO
           SET PEDIDO-FORA-DO-MES          TO TRUE
           ACCEPT WS-DATA-SYS              FROM DATE YYYYMMDD
           MOVE WS-DATA-SYS                TO WS-DATA-PARM
           MOVE "EX004P76"                 TO WS-PRM-PROGRAMA
           MOVE "PARMREF"                  TO WS-PRM-PARAMETRO
           MOVE WS-DATA-PARM               TO WS-PRM-DATA
           CALL WS-PROG-PRMLOOK            USING WS-PARM-PRMLOOK
           IF PARAMETRO-ENCONTRADO
              MOVE WS-PRM-VALOR-REF        TO WS-REF-ANOMES
              DISPLAY "EX004P76: REFERENCIA DO ACERTO DO PARMMST"
           ELSE
              OPEN INPUT PARMREF
              IF NOT SUCESSO-P
                 MOVE "ERRO ABERTURA PARMREF" TO WS-MSG
                 MOVE FS-PARMREF              TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              READ PARMREF INTO WS-REG-PARMREF
              IF NOT SUCESSO-P
                 MOVE "PARMREF SEM CARTAO DE REFERENCIA" TO WS-MSG
                 MOVE FS-PARMREF                         TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              IF WS-REF-ANOMES IS NOT NUMERIC
                 MOVE "REFERENCIA DO ACERTO INVALIDA" TO WS-MSG
                 MOVE FS-PARMREF                      TO WS-FS
                 GO TO 9000-ERRO
              END-IF
              CLOSE PARMREF
           END-IF
           PERFORM 1100-CARREGAR-VENDEDORES
           OPEN INPUT VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO ABERTURA VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT COMPAGAR
           IF NOT SUCESSO-CP
              MOVE "ERRO ABERTURA COMPAGAR" TO WS-MSG
              MOVE FS-COMPAGAR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           OPEN OUTPUT RELCOMIS
           IF NOT SUCESSO-R
              MOVE "ERRO ABERTURA RELCOMIS" TO WS-MSG
              MOVE FS-RELCOMIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           MOVE WS-REF-ANOMES (1:4)        TO LC-COM-ANO
           MOVE WS-REF-ANOMES (5:2)        TO LC-COM-MES
           WRITE REG-RELCOMIS              FROM WS-CABEC-COM1
           WRITE REG-RELCOMIS              FROM WS-CABEC-COM3
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
              MOVE WS-VEN-NOME             TO
                   WS-TVE-NOME (WS-QTD-VENDED)
           ELSE
              MOVE "TABELA DE VENDEDORES ESTOURADA" TO WS-MSG
              MOVE SPACES                           TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 1110-LER-VENDMST
           .
      *----------------------------------------------------------------*
      *    2000-CALCULAR-COMISSOES - UMA LINHA POR ITEM FATURADO E UMA  *
      *    POR DEVOLUCAO ACEITA, AMBOS DO MES DE REFERENCIA (DATA DO    *
      *    PEDIDO / DATA DA DEVOLUCAO), LIBERADAS PARA A QUEBRA POR     *
      *    VENDEDOR                                                     *
      *----------------------------------------------------------------*
       2000-CALCULAR-COMISSOES.
           SET TRAILER-LIB-NAO-VISTO       TO TRUE
           OPEN INPUT EXTTLIB
           IF NOT SUCESSO-E
              MOVE "ERRO ABERTURA EXTTLIB" TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2100-LER-EXTTLIB
           IF TIPO-REG-EXTTORD NOT = "H"
              MOVE "EXTTLIB SEM HEADER"    TO WS-MSG
              MOVE FS-EXTTLIB              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2200-TRATAR-EXTTLIB UNTIL TRAILER-LIB-VISTO
           CLOSE EXTTLIB
           OPEN INPUT DEVCOM
           IF NOT SUCESSO-DC
              MOVE "ERRO ABERTURA DEVCOM"  TO WS-MSG
              MOVE FS-DEVCOM               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 2500-LER-DEVCOM
           PERFORM 2600-TRATAR-DEVOLUCAO UNTIL FIM-ARQ-DC
           CLOSE DEVCOM
           .
       2100-LER-EXTTLIB.
           READ EXTTLIB
           IF NOT SUCESSO-E
              IF FIM-ARQ-E
                 MOVE "EXTTLIB SEM TRAILER" TO WS-MSG
                 MOVE FS-EXTTLIB            TO WS-FS
                 GO TO 9000-ERRO
              ELSE
                 MOVE "ERRO LEITURA EXTTLIB" TO WS-MSG
                 MOVE FS-EXTTLIB             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           MOVE REG-EXTTORD                TO WS-REG-EXTTITN
           .
       2200-TRATAR-EXTTLIB.
           PERFORM 2100-LER-EXTTLIB
           EVALUATE TIPO-REG-EXTTORD
              WHEN "T"
                 SET TRAILER-LIB-VISTO     TO TRUE
                 IF WS-CTPEDIDO NOT = QTDREG-EXTTORD
                    MOVE "EXTTLIB TRAILER DIVERGENTE" TO WS-MSG
                    MOVE FS-EXTTLIB                   TO WS-FS
                    GO TO 9000-ERRO
                 END-IF
              WHEN "I"
                 IF PEDIDO-SELECIONADO
                    PERFORM 2300-COMISSIONAR-ITEM
                 ELSE
                    ADD 1                  TO WS-CTITEMFORA
                 END-IF
              WHEN OTHER
                 ADD 1                     TO WS-CTPEDIDO
                 IF ANO-ORD = WS-REF-ANO
                 AND MES-ORD = WS-REF-MES
                    SET PEDIDO-SELECIONADO TO TRUE
                    MOVE COD-VENDEDOR      TO WS-CODVEND-PEDIDO
                 ELSE
                    SET PEDIDO-FORA-DO-MES TO TRUE
                    ADD 1                  TO WS-CTPEDFORA
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    2300-COMISSIONAR-ITEM - COMISSAO = QTD X PRECO X PERCOMIS-V  *
      *    (PERCENTUAL DO CADASTRO ATUAL DO PRODUTO)                    *
      *----------------------------------------------------------------*
       2300-COMISSIONAR-ITEM.
           ADD 1                           TO WS-CTITEM
           IF WS-CODVEND-PEDIDO = SPACES
              ADD 1                        TO WS-CTSEMVEND
           ELSE
              IF WS-CODPROD-IT IS NUMERIC
              AND WS-QTD-IT IS NUMERIC
              AND WS-PRECO-UNIT-IT IS NUMERIC
                 MOVE WS-CODVEND-PEDIDO    TO WS-COM-CODVEND
                 SET COM-COMISSAO          TO TRUE
                 MOVE WS-NUM-PEDIDO-IT     TO WS-COM-PEDIDO
                 MOVE WS-CODPROD-IT        TO WS-COM-CODPROD
                 MOVE WS-QTD-IT            TO WS-COM-QTD
                 COMPUTE WS-COM-BASE = WS-QTD-IT * WS-PRECO-UNIT-IT
                 PERFORM 2400-OBTER-PERCENTUAL
                 RELEASE REG-CLASS-COM     FROM WS-REG-COM
              END-IF
           END-IF
           .
       2400-OBTER-PERCENTUAL.
           MOVE WS-COM-CODPROD             TO CODPROD-V
           READ VCADPRD
              INVALID KEY
                 ADD 1                     TO WS-CTSEMPROD
                 MOVE ZEROS                TO WS-COM-PERC
              NOT INVALID KEY
                 MOVE PERCOMIS-V           TO WS-COM-PERC
           END-READ
           COMPUTE WS-COM-VALOR ROUNDED =
                   WS-COM-BASE * WS-COM-PERC / 100
           .
       2500-LER-DEVCOM.
           READ DEVCOM INTO WS-REG-DEVCOM
           IF NOT SUCESSO-DC
              IF NOT FIM-ARQ-DC
                 MOVE "ERRO LEITURA DEVCOM" TO WS-MSG
                 MOVE FS-DEVCOM             TO WS-FS
                 GO TO 9000-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    2600-TRATAR-DEVOLUCAO - ESTORNO PELO VALOR DEVOLVIDO X       *
      *    PERCOMIS-V, DEBITADO DO VENDEDOR DO PEDIDO ORIGINAL          *
      *----------------------------------------------------------------*
       2600-TRATAR-DEVOLUCAO.
           ADD 1                           TO WS-CTDEVOL
           IF WS-DCO-DATA (1:6) NOT = WS-REF-ANOMES
              ADD 1                        TO WS-CTDEVFORA
           ELSE
              IF WS-DCO-CODVEND = SPACES
                 ADD 1                     TO WS-CTSEMVEND
              ELSE
                 MOVE WS-DCO-CODVEND       TO WS-COM-CODVEND
                 SET COM-ESTORNO           TO TRUE
                 MOVE WS-DCO-NUM-PEDIDO    TO WS-COM-PEDIDO
                 MOVE WS-DCO-CODPROD       TO WS-COM-CODPROD
                 MOVE WS-DCO-QTD           TO WS-COM-QTD
                 MOVE WS-DCO-VALOR         TO WS-COM-BASE
                 PERFORM 2400-OBTER-PERCENTUAL
                 RELEASE REG-CLASS-COM     FROM WS-REG-COM
              END-IF
           END-IF
           PERFORM 2500-LER-DEVCOM
           .
      *----------------------------------------------------------------*
      *    3000-EMITIR-EXTRATOS - EXTRATO E COMISSAO A PAGAR POR        *
      *    VENDEDOR                                                     *
      *----------------------------------------------------------------*
       3000-EMITIR-EXTRATOS.
           SET NAO-FIM-CLASS-COM           TO TRUE
           PERFORM 3100-RETORNAR-COM
           PERFORM 3200-TRATAR-VENDEDOR UNTIL FIM-CLASS-COM
           .
       3100-RETORNAR-COM.
           RETURN CLASS-COM                INTO WS-REG-COM
               AT END
                  SET FIM-CLASS-COM        TO TRUE
           END-RETURN
           .
       3200-TRATAR-VENDEDOR.
           ADD 1                           TO WS-CTVENDEDOR
           MOVE WS-COM-CODVEND             TO WS-CODVEND-CUR
           MOVE ZEROS                      TO WS-TOT-BRUTO
                                              WS-TOT-ESTORNO
                                              WS-TOT-LIQUIDO
           PERFORM 3300-OBTER-NOME
           MOVE WS-CODVEND-CUR             TO LV-COM-CODVEND
           MOVE WS-NOME-CUR                TO LV-COM-NOME
           WRITE REG-RELCOMIS              FROM WS-LINVEN-COM
           WRITE REG-RELCOMIS              FROM WS-CABEC-COM2
           PERFORM 3400-RELATAR-LINHA
               UNTIL FIM-CLASS-COM
               OR    WS-COM-CODVEND NOT = WS-CODVEND-CUR
           MOVE SPACES                     TO LT-COM-OBS
           MOVE "COMISSAO BRUTA"           TO LT-COM-TEXTO
           MOVE WS-TOT-BRUTO               TO LT-COM-VALOR
           WRITE REG-RELCOMIS              FROM WS-LINTOT-COM
           MOVE "ESTORNO POR DEVOLUCOES"   TO LT-COM-TEXTO
           MOVE WS-TOT-ESTORNO             TO LT-COM-VALOR
           WRITE REG-RELCOMIS              FROM WS-LINTOT-COM
           MOVE "COMISSAO LIQUIDA A PAGAR" TO LT-COM-TEXTO
           IF WS-TOT-ESTORNO > WS-TOT-BRUTO
              ADD 1                        TO WS-CTNEGATIVO
              MOVE ZEROS                   TO WS-TOT-LIQUIDO
              MOVE "ESTORNO MAIOR QUE BRUTO" TO LT-COM-OBS
           ELSE
              COMPUTE WS-TOT-LIQUIDO = WS-TOT-BRUTO - WS-TOT-ESTORNO
           END-IF
           MOVE WS-TOT-LIQUIDO             TO LT-COM-VALOR
           WRITE REG-RELCOMIS              FROM WS-LINTOT-COM
           WRITE REG-RELCOMIS              FROM WS-CABEC-COM3
           IF WS-TOT-LIQUIDO > ZERO
              PERFORM 3500-GRAVAR-COMPAGAR
           END-IF
           .
       3300-OBTER-NOME.
           MOVE ZEROS                      TO WS-IDX-VEN-ACHADO
           PERFORM 3310-PROCURAR-VENDEDOR
               VARYING WS-IDX-VENDED FROM 1 BY 1
               UNTIL WS-IDX-VENDED > WS-QTD-VENDED
               OR    WS-IDX-VEN-ACHADO > ZERO
           IF WS-IDX-VEN-ACHADO = ZERO
              MOVE "VENDEDOR SEM CADASTRO" TO WS-NOME-CUR
           ELSE
              MOVE WS-TVE-NOME (WS-IDX-VEN-ACHADO) TO WS-NOME-CUR
           END-IF
           .
       3310-PROCURAR-VENDEDOR.
           IF WS-TVE-CODVEND (WS-IDX-VENDED) = WS-CODVEND-CUR
              MOVE WS-IDX-VENDED           TO WS-IDX-VEN-ACHADO
           END-IF
           .
       3400-RELATAR-LINHA.
           IF COM-COMISSAO
              MOVE "COMISSAO"              TO LD-COM-TIPO
              ADD WS-COM-VALOR             TO WS-TOT-BRUTO
           ELSE
              MOVE "ESTORNO"               TO LD-COM-TIPO
              ADD WS-COM-VALOR             TO WS-TOT-ESTORNO
           END-IF
           MOVE WS-COM-PEDIDO              TO LD-COM-PEDIDO
           MOVE WS-COM-CODPROD             TO LD-COM-PRODUTO
           MOVE WS-COM-QTD                 TO LD-COM-QTD
           MOVE WS-COM-BASE                TO LD-COM-BASE
           MOVE WS-COM-PERC                TO LD-COM-PERC
           MOVE WS-COM-VALOR               TO LD-COM-VALOR
           WRITE REG-RELCOMIS              FROM WS-LINDET-COM
           IF NOT SUCESSO-R
              MOVE "ERRO GRAVACAO RELCOMIS" TO WS-MSG
              MOVE FS-RELCOMIS              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           PERFORM 3100-RETORNAR-COM
           .
       3500-GRAVAR-COMPAGAR.
           MOVE SPACES                     TO WS-REG-COMPAG
           MOVE WS-CODVEND-CUR             TO WS-CPG-CODVEND
           MOVE WS-NOME-CUR                TO WS-CPG-NOME
           MOVE WS-REF-ANOMES              TO WS-CPG-ANOMES
           MOVE WS-TOT-BRUTO               TO WS-CPG-VALOR-BRUTO
           MOVE WS-TOT-ESTORNO             TO WS-CPG-VALOR-ESTORNO
           MOVE WS-TOT-LIQUIDO             TO WS-CPG-VALOR-LIQUIDO
           WRITE REG-COMPAGAR              FROM WS-REG-COMPAG
           IF NOT SUCESSO-CP
              MOVE "ERRO GRAVACAO COMPAGAR" TO WS-MSG
              MOVE FS-COMPAGAR              TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-CTPAGAR
           ADD WS-TOT-LIQUIDO              TO WS-TOT-GERAL-PAGO
           .
       3900-TERMINO.
           MOVE WS-CTPEDIDO                TO WS-CTPEDIDO-F
           MOVE WS-CTITEM                  TO WS-CTITEM-F
           MOVE WS-CTDEVOL                 TO WS-CTDEVOL-F
           MOVE WS-CTSEMVEND               TO WS-CTSEMVEND-F
           MOVE WS-CTSEMPROD               TO WS-CTSEMPROD-F
           MOVE WS-CTVENDEDOR              TO WS-CTVENDEDOR-F
           MOVE WS-CTPAGAR                 TO WS-CTPAGAR-F
           MOVE WS-CTNEGATIVO              TO WS-CTNEGATIVO-F
           MOVE WS-CTPEDFORA               TO WS-CTPEDFORA-F
           MOVE WS-CTITEMFORA              TO WS-CTITEMFORA-F
           MOVE WS-CTDEVFORA               TO WS-CTDEVFORA-F
           MOVE WS-TOT-GERAL-PAGO          TO WS-TOT-GERAL-PAGO-F
           PERFORM 5000-EXIBIR-RESULTADOS
           PERFORM 4000-FECHAMENTO-ARQUIVOS
           .
       5000-EXIBIR-RESULTADOS.
           DISPLAY "==================================================="
           DISPLAY " PEDIDOS FATURADOS LIDOS..............: "
                                           WS-CTPEDIDO-F
           DISPLAY " ITENS COMISSIONADOS LIDOS............: "
                                           WS-CTITEM-F
           DISPLAY " DEVOLUCOES ESTORNADAS LIDAS..........: "
                                           WS-CTDEVOL-F
           DISPLAY " PEDIDOS DE OUTRO MES (DESPREZADOS)...: "
                                           WS-CTPEDFORA-F
           DISPLAY " ITENS DE OUTRO MES (DESPREZADOS).....: "
                                           WS-CTITEMFORA-F
           DISPLAY " DEVOLUCOES DE OUTRO MES (DESPREZ.)...: "
                                           WS-CTDEVFORA-F
           DISPLAY " LINHAS SEM VENDEDOR (DESPREZADAS)....: "
                                           WS-CTSEMVEND-F
           DISPLAY " PRODUTOS SEM CADASTRO (COMISSAO 0)...: "
                                           WS-CTSEMPROD-F
           DISPLAY " VENDEDORES NO EXTRATO................: "
                                           WS-CTVENDEDOR-F
           DISPLAY " COMISSOES A PAGAR GRAVADAS...........: "
                                           WS-CTPAGAR-F
           DISPLAY " VENDEDORES COM ESTORNO MAIOR.........: "
                                           WS-CTNEGATIVO-F
           DISPLAY " VALOR TOTAL A PAGAR..................: "
                                           WS-TOT-GERAL-PAGO-F
           DISPLAY "==================================================="
           .
       4000-FECHAMENTO-ARQUIVOS.
           CLOSE VCADPRD
           IF NOT SUCESSO-V
              MOVE "ERRO FECHAMENTO VCADPRD" TO WS-MSG
              MOVE FS-VCADPRD                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE COMPAGAR
           IF NOT SUCESSO-CP
              MOVE "ERRO FECHAMENTO COMPAGAR" TO WS-MSG
              MOVE FS-COMPAGAR                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           CLOSE RELCOMIS
           IF NOT SUCESSO-R
              MOVE "ERRO FECHAMENTO RELCOMIS" TO WS-MSG
              MOVE FS-RELCOMIS                TO WS-FS
              GO TO 9000-ERRO
           END-IF

           DISPLAY "==================================================="
           DISPLAY "          TERMINO NORMAL DO PROGRAMA               "
           DISPLAY "==================================================="
           .
           COPY ROTERRO.
