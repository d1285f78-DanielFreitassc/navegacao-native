      ******************************************************************
      *    COPYBOOK : CTCOBR
      *    DESCRICAO: LAYOUT DO CADASTRO DE COBRANCAS PIX
      *               (COBRANCA-PIX), CHAVEADO PELO IDENTIFICADOR DA
      *               TRANSACAO (TXID) INFORMADO PELO CLIENTE
      *               RECEBEDOR. MANTIDO POR COBRANCA-MANUT (INCLUSAO,
      *               ALTERACAO E CANCELAMENTO), BAIXADO PELO BATCH
      *               CARGA-PIX QUANDO CHEGA DA REDE UM CREDITO COM O
      *               MESMO TXID PARA A CONTA RECEBEDORA, E EXPIRADO
      *               PELO BATCH RELATORIO-COBRANCA QUANDO PASSA A
      *               DATA LIMITE DE PAGAMENTO SEM CREDITO.
      *               A COBRANCA ABERTA PODE SER PAGA ATE A DATA
      *               LIMITE; DEPOIS DO VENCIMENTO ELA ESTA VENCIDA
      *               MAS AINDA ACEITA O PAGAMENTO.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-COBRANCA-PIX.
           05  COB-TXID                PIC X(35).
           05  COB-NUM-CONTA           PIC 9(10).
           05  COB-VALOR               PIC S9(09)V99 COMP-3.
           05  COB-DATA-VENCIMENTO     PIC 9(08).
           05  COB-DATA-LIMITE         PIC 9(08).
           05  COB-DOC-PAGADOR         PIC X(14).
           05  COB-STATUS              PIC X(01).
               88  COB-ABERTA               VALUE 'A'.
               88  COB-PAGA                 VALUE 'P'.
               88  COB-PAGA-MENOR           VALUE 'I'.
               88  COB-PAGA-MAIOR           VALUE 'S'.
               88  COB-CANCELADA            VALUE 'C'.
               88  COB-EXPIRADA             VALUE 'X'.
           05  COB-VALOR-PAGO          PIC S9(09)V99 COMP-3.
           05  COB-DATA-PAGAMENTO      PIC 9(08).
           05  COB-ID-PENDENCIA        PIC 9(06).
           05  COB-DATA-BAIXA          PIC 9(08).
           05  COB-DATA-CRIACAO        PIC 9(08).
           05  COB-ID-OPERADOR         PIC X(08).
           05  COB-DATA-ALTERACAO      PIC 9(08).
           05  FILLER                  PIC X(10).
