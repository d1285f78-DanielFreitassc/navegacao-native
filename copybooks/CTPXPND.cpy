      *                         PIXPND EXISTENTE (REGISTRO CRESCEU 8
      *                         BYTES); EM PENDENCIA ANTIGA O CAMPO
      *                         FICA EM BRANCO.
      *    15/10/2026 DLF       INCLUIDO PXP-IND-CONTABIL - MARCADO 'S'
      *                         PELO CONTABILIZA-PIX QUANDO O CREDITO
      *                         LIQUIDADO GERA OS LANCAMENTOS CONTABEIS
      *                         (OU, NO CREDITO DA LIQUIDACAO INTERNA,
      *                         QUANDO O PROPRIO MOVIMENTO INTERNO DO
      *                         PIX-OUT JA FOI LANCADO). CAMPO TIRADO
      *                         DO FILLER (TAMANHO DO REGISTRO
      *                         INALTERADO).
      *    15/10/2026 DLF       INCLUIDO PXP-ID-FIM-A-FIM - NO CREDITO
      *                         DA LIQUIDACAO INTERNA (FAZER-PIX E
      *                         AGENDA-EXEC) E NO ESTORNO DO PIX
      *                         REJEITADO (RETORNO-PIX), E O
      *                         IDENTIFICADOR FIM A FIM DO MOVIMENTO
      *                         DE PIX-OUT QUE ORIGINOU O CREDITO. EM
      *                         BRANCO NA PENDENCIA RECEBIDA DA REDE
      *                         (CARGA-PIX) E NA PENDENCIA ANTIGA. EXIGE
      *                         CONVERSAO DO PIXPND EXISTENTE (REGISTRO
      *                         CRESCEU 32 BYTES).
      *    15/10/2026 DLF       INCLUIDO PXP-IND-COBRANCA - NO CREDITO
      *                         RECEBIDO DA REDE COM TXID, 'C' QUANDO O
      *                         CARGA-PIX BAIXOU A COBRANCA (COBRANCA-
      *                         PIX) E 'N' QUANDO NAO HAVIA COBRANCA
      *                         ABERTA PARA O TXID NA CONTA. EM BRANCO
      *                         NO CREDITO SEM TXID. CAMPO TIRADO DO
      *                         FILLER (TAMANHO DO REGISTRO INALTERADO).
      ******************************************************************
       01  REG-PENDING-PIX.
           05  PXP-ID-PENDENCIA        PIC 9(06).
           05  PXP-DATA-LIQUIDACAO     PIC 9(08).
           05  PXP-REFERENCIA-RAIL     PIC X(20).
           05  PXP-ID-OPERADOR-LIQ     PIC X(08).
           05  PXP-IND-CONTABIL        PIC X(01).
               88  PXP-CONTABILIZADO        VALUE 'S'.
           05  PXP-ID-FIM-A-FIM        PIC X(32).
           05  PXP-IND-COBRANCA        PIC X(01).
               88  PXP-COBRANCA-BAIXADA     VALUE 'C'.
               88  PXP-COBRANCA-NAO-CASADA  VALUE 'N'.
           05  FILLER                  PIC X(05).
