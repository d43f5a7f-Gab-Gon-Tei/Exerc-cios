      *----------------------------------------------------------------*
      *    CPFILIAL - LAYOUT DO MASTER DE FILIAIS (FILIAIS). A CHAVE    *
      *               E O CODFILIAL DO CADASTRO DE CLIENTES, DO PEDIDO  *
      *               DO EXTTORD E DOS LANCAMENTOS CONTABEIS            *
      *----------------------------------------------------------------*
       01  WS-REG-FILIAL.
           05 WS-FIL-CODFIL                PIC X(03).
           05 WS-FIL-NOME                  PIC X(30).
           05 WS-FIL-REGIAO                PIC X(15).
           05 WS-FIL-GERENTE               PIC X(25).
      *    A = ATIVA, I = INATIVA (NAO RECEBE CLIENTE NEM PEDIDO NOVO)
           05 WS-FIL-SITUACAO              PIC X(01).
              88 FIL-ATIVA                         VALUE "A".
              88 FIL-INATIVA                       VALUE "I".
           05 FILLER                       PIC X(06).
