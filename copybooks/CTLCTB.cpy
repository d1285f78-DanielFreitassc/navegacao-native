      ******************************************************************
      *    COPYBOOK : CTLCTB
      *    DESCRICAO: LAYOUT DO ARQUIVO DE LANCAMENTOS CONTABEIS DO PIX
      *               (LANCAMENTO-CONTABIL), GERADO A CADA NOITE PELO
      *               CONTABILIZA-PIX PARA A CONTABILIDADE GERAL. CADA
      *               MOVIMENTO GERA UM LANCAMENTO DE PARTIDA DOBRADA
      *               EM DUAS LINHAS COM O MESMO NUMERO DE LANCAMENTO:
      *               A PARTIDA DE DEBITO E A DE CREDITO, NAS CONTAS
      *               CONTABEIS DO EVENTO (EVENTO-CONTABIL).
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-LANCAMENTO-CONTABIL.
           05  LCT-DATA-CONTABIL       PIC 9(08).
           05  LCT-NUM-LANCAMENTO      PIC 9(06).
           05  LCT-COD-EVENTO          PIC X(04).
           05  LCT-IND-PARTIDA         PIC X(01).
               88  LCT-PARTIDA-DEBITO       VALUE 'D'.
               88  LCT-PARTIDA-CREDITO      VALUE 'C'.
           05  LCT-CONTA-CONTABIL      PIC X(12).
           05  LCT-VALOR               PIC S9(09)V99 COMP-3.
           05  LCT-NUM-CONTA-CLIENTE   PIC 9(10).
           05  LCT-DATA-MOVIMENTO      PIC 9(08).
           05  LCT-HISTORICO           PIC X(30).
           05  FILLER                  PIC X(10).
