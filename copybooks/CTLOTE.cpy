      ******************************************************************
      *    COPYBOOK : CTLOTE
      *    DESCRICAO: LAYOUT DO CONTROLE DE LOTES DE PIX EM LOTE
      *               (LOTE-PIX), CHAVEADO PELA CONTA PAGADORA E PELO
      *               NUMERO DO LOTE INFORMADO PELO CLIENTE NO HEADER
      *               DO ARQUIVO. GRAVADO PELO BATCH PIX-LOTE: O LOTE
      *               ENTRA EM PROCESSAMENTO ('E') ANTES DO PRIMEIRO
      *               DEBITO E PASSA A PROCESSADO ('P') COM OS TOTAIS
      *               AO FINAL; LOTE EM PROCESSAMENTO OU PROCESSADO
      *               NAO E ACEITO DE NOVO. LOTE RECUSADO POR INTEIRO
      *               ('R') PODE SER REENVIADO COM O MESMO NUMERO.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-LOTE-PIX.
           05  LTC-CHAVE.
               10  LTC-NUM-CONTA       PIC 9(10).
               10  LTC-NUM-LOTE        PIC 9(06).
           05  LTC-DATA-LOTE           PIC 9(08).
           05  LTC-DATA-PROCESSAMENTO  PIC 9(08).
           05  LTC-HORA-PROCESSAMENTO  PIC 9(06).
           05  LTC-STATUS              PIC X(01).
               88  LTC-EM-PROCESSAMENTO     VALUE 'E'.
               88  LTC-PROCESSADO           VALUE 'P'.
               88  LTC-RECUSADO             VALUE 'R'.
           05  LTC-MOTIVO-RECUSA       PIC X(30).
           05  LTC-QTD-LINHAS          PIC 9(06).
           05  LTC-VALOR-TOTAL         PIC S9(11)V99 COMP-3.
           05  LTC-QTD-PAGAS           PIC 9(06).
           05  LTC-VALOR-PAGO          PIC S9(11)V99 COMP-3.
           05  LTC-QTD-RECUSADAS       PIC 9(06).
           05  FILLER                  PIC X(10).
