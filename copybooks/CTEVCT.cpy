      ******************************************************************
      *    COPYBOOK : CTEVCT
      *    DESCRICAO: LAYOUT DA TABELA DE EVENTOS CONTABEIS DO PIX
      *               (EVENTO-CONTABIL), MANTIDA POR EVENTO-MANUT
      *               (SUPERVISOR) E LIDA PELO BATCH DE FIM DE DIA
      *               CONTABILIZA-PIX. UM REGISTRO POR EVENTO, COM A
      *               CONTA CONTABIL A DEBITAR E A CONTA A CREDITAR NO
      *               LANCAMENTO DE PARTIDA DOBRADA. EVENTO SEM
      *               REGISTRO NA TABELA NAO E LANCADO (SAI COMO
      *               PENDENTE NO RELATORIO DE CONTROLE).
      *               EVENTOS GERADOS PELO CONTABILIZA-PIX:
      *                 PXEN - PIX ENVIADO PARA A REDE
      *                 PXIN - PIX LIQUIDADO INTERNAMENTE
      *                 PXRC - PIX RECEBIDO LIQUIDADO NA CONTA
      *                 PXDV - DEVOLUCAO DE PIX RECEBIDO
      *                 PXDN - DEVOLUCAO DE PENDENCIA NAO RECLAMADA
      *                 PXES - ESTORNO DE PIX REJEITADO PELA REDE
      *                 PXTF - TARIFA DE PIX
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-EVENTO-CONTABIL.
           05  EVC-COD-EVENTO          PIC X(04).
               88  EVC-EVENTO-VALIDO        VALUE 'PXEN' 'PXIN'
                                                  'PXRC' 'PXDV'
                                                  'PXDN' 'PXES'
                                                  'PXTF'.
           05  EVC-DESCRICAO           PIC X(30).
           05  EVC-CONTA-DEBITO        PIC X(12).
           05  EVC-CONTA-CREDITO       PIC X(12).
           05  EVC-ID-OPERADOR         PIC X(08).
           05  EVC-DATA-ALTERACAO      PIC 9(08).
           05  FILLER                  PIC X(10).
