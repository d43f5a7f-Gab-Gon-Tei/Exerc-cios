      *----------------------------------------------------------------*
      *    CPPARTRS - RESULTADO DE UMA PARTICAO DO EX004P11 (PARTRES),  *
      *               GRAVADO SO NO TERMINO NORMAL; PARTICAO SEM ESTE   *
      *               REGISTRO NAO CONCLUIU. TRAZ AS QUANTIDADES E OS   *
      *               TOTAIS DE CONTROLE QUE A JUNCAO DAS PARTICOES     *
      *               (EX004PA8) CONFERE CONTRA OS ARQUIVOS JUNTADOS    *
      *----------------------------------------------------------------*
       01  WS-REG-PARTRES.
           05 WS-PRS-NUM-PARTICAO          PIC 9(02).
           05 WS-PRS-QTD-PARTICOES         PIC 9(02).
           05 WS-PRS-CODCLI-INI            PIC X(04).
           05 WS-PRS-CODCLI-LIM            PIC X(04).
           05 WS-PRS-RUNID                 PIC X(08).
           05 WS-PRS-SITUACAO              PIC X(01).
              88 PRS-CONCLUIDA                     VALUE "F".
      *    CLIOLD E CLIMOV DA FAIXA; MOV-TOTAL E O TRAILER DO CLIMOV
      *    INTEIRO (IGUAL EM TODAS AS PARTICOES)
           05 WS-PRS-QTD-CLIOLD            PIC 9(07).
           05 WS-PRS-QTD-MOV               PIC 9(07).
           05 WS-PRS-QTD-MOV-TOTAL         PIC 9(07).
      *    REGISTROS GRAVADOS PELA PARTICAO
           05 WS-PRS-QTD-CLINEW            PIC 9(07).
           05 WS-PRS-QTD-CLILOG            PIC 9(07).
           05 WS-PRS-QTD-DIASATR           PIC 9(07).
           05 WS-PRS-QTD-DEVEDORES         PIC 9(07).
           05 WS-PRS-QTD-LANCGLC           PIC 9(07).
           05 WS-PRS-TOT-DEBITO            PIC 9(13)V99.
           05 WS-PRS-TOT-CREDITO           PIC 9(13)V99.
           05 FILLER                       PIC X(13).
