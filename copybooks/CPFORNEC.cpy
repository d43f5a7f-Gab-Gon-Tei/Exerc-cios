      *----------------------------------------------------------------*
      *    CPFORNEC - LAYOUT DO MASTER DE FORNECEDORES (FORNANT/FORNNOV *
      *               NA MANUTENCAO DO EX004P73, FORNMST NOS DEMAIS).   *
      *               A CHAVE E O MESMO CODIGO DE 10 POSICOES GRAVADO   *
      *               EM FORNECEDOR-V NO VCADPRD                        *
      *----------------------------------------------------------------*
       01  WS-REG-FORNEC.
           05 WS-FOR-CODFORN               PIC X(10).
           05 WS-FOR-NOME                  PIC X(30).
           05 WS-FOR-CNPJ                  PIC 9(14).
      *    PRAZO DE PAGAMENTO EM DIAS CORRIDOS A PARTIR DO RECEBIMENTO
           05 WS-FOR-PRAZO-PAGTO           PIC 9(03).
           05 WS-FOR-DADOS-BANCO.
              10 WS-FOR-BANCO              PIC 9(03).
              10 WS-FOR-AGENCIA            PIC 9(04).
              10 WS-FOR-CONTA              PIC X(12).
           05 FILLER                       PIC X(04).
