      *----------------------------------------------------------------*
      *    ROTPEDEV - ROTINA PADRAO DE GRAVACAO DOS EVENTOS DE          *
      *               SITUACAO DO PEDIDO (PEDEVT, LAYOUT CPPEDEVT)      *
      *    O PROGRAMA CHAMADOR DECLARA O PEDEVT (FS-PEDEVT) E O         *
      *    RUNIDCTL OPCIONAL (FS-RUNIDCTL), PREENCHE WS-EVT-PROGRAMA    *
      *    ANTES DE 9300-ABRIR-PEDEVT E, A CADA EVENTO, O NUMERO DO     *
      *    PEDIDO, A SITUACAO, O CLIENTE E O COMPLEMENTO ANTES DE       *
      *    9310-GRAVAR-EVENTO-PEDIDO. AO CONTRARIO DO BCHHIST, UMA      *
      *    FALHA NO PEDEVT INTERROMPE O JOB: SEM O EVENTO O MASTER DE   *
      *    SITUACAO DO PEDIDO FICARIA DESATUALIZADO.                    *
      *----------------------------------------------------------------*
       9300-ABRIR-PEDEVT.
           MOVE SPACES                     TO WS-EVT-RUNID-CORRENTE
           OPEN INPUT RUNIDCTL
           IF FS-RUNIDCTL = "00"
              READ RUNIDCTL INTO WS-EVT-RUNID-CORRENTE
              CLOSE RUNIDCTL
           END-IF
           IF WS-EVT-RUNID-CORRENTE = SPACES
           OR WS-EVT-RUNID-CORRENTE = LOW-VALUES
      *    SEM RUNIDCTL NO JOB, O PROGRAMA DERIVA O PROPRIO ID
              ACCEPT WS-EVT-DATA-SYS       FROM DATE YYYYMMDD
              ACCEPT WS-EVT-HORA-SYS       FROM TIME
              MOVE WS-EVT-DATA-SYS (7:2)   TO
                   WS-EVT-RUNID-CORRENTE (1:2)
              MOVE WS-EVT-HORA-SYS (1:6)   TO
                   WS-EVT-RUNID-CORRENTE (3:6)
           END-IF
           MOVE ZEROS                      TO WS-EVT-CTGRAVADO
           OPEN EXTEND PEDEVT
           IF FS-PEDEVT NOT = "00"
           AND FS-PEDEVT NOT = "05"
              OPEN OUTPUT PEDEVT
           END-IF
           IF FS-PEDEVT NOT = "00"
           AND FS-PEDEVT NOT = "05"
              MOVE "ERRO ABERTURA PEDEVT"  TO WS-MSG
              MOVE FS-PEDEVT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
       9310-GRAVAR-EVENTO-PEDIDO.
           ACCEPT WS-EVT-DATA              FROM DATE YYYYMMDD
           ACCEPT WS-EVT-HORA              FROM TIME
           MOVE WS-EVT-RUNID-CORRENTE      TO WS-EVT-RUNID
           WRITE REG-PEDEVT                FROM WS-REG-PEDEVT
           IF FS-PEDEVT NOT = "00"
              MOVE "ERRO GRAVACAO PEDEVT"  TO WS-MSG
              MOVE FS-PEDEVT               TO WS-FS
              GO TO 9000-ERRO
           END-IF
           ADD 1                           TO WS-EVT-CTGRAVADO
           .
       9320-FECHAR-PEDEVT.
           CLOSE PEDEVT
           IF FS-PEDEVT NOT = "00"
              MOVE "ERRO FECHAMENTO PEDEVT" TO WS-MSG
              MOVE FS-PEDEVT                TO WS-FS
              GO TO 9000-ERRO
           END-IF
           .
