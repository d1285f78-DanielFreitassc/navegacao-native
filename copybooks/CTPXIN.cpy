      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    21/08/2026 DLF       CRIACAO DO LAYOUT.
      *    15/10/2026 DLF       INCLUIDO PXI-TXID - IDENTIFICADOR DA
      *                         TRANSACAO INFORMADO PELO PAGADOR QUANDO
      *                         O PIX PAGA UMA COBRANCA (COBRANCA-PIX);
      *                         EM BRANCO NO PIX SEM COBRANCA. O
      *                         REGISTRO CRESCEU 35 BYTES (LAYOUT DE
      *                         TRANSMISSAO ACERTADO COM A REDE).
      ******************************************************************
       01  REG-PIX-ENTRADA.
           05  PXI-REFERENCIA-RAIL     PIC X(20).
           05  PXI-BANCO-REMETENTE     PIC X(20).
           05  PXI-NUM-CONTA-DESTINO   PIC 9(10).
           05  PXI-VALOR               PIC 9(09)V99.
           05  PXI-TXID                PIC X(35).
           05  FILLER                  PIC X(09).
