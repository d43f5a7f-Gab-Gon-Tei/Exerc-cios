      *----------------------------------------------------------------*
      *    CPVENDED - LAYOUT DO MASTER DE VENDEDORES (VENDMST). A       *
      *               CHAVE E O COD-VENDEDOR DO DETALHE DO EXTTORD      *
      *----------------------------------------------------------------*
       01  WS-REG-VENDED.
           05 WS-VEN-CODVEND               PIC X(04).
           05 WS-VEN-NOME                  PIC X(30).
      *    A = ATIVO, I = INATIVO (NAO RECEBE PEDIDOS NOVOS)
           05 WS-VEN-SITUACAO              PIC X(01).
              88 VEN-ATIVO                         VALUE "A".
              88 VEN-INATIVO                       VALUE "I".
           05 FILLER                       PIC X(05).
