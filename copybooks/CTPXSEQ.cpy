      ******************************************************************
      *    COPYBOOK : CTPXSEQ
      *    DESCRICAO: LAYOUT DO ARQUIVO DE CONTROLE DO IDENTIFICADOR
      *               FIM A FIM DOS MOVIMENTOS PIX (CONTROLE-ID-PIX),
      *               UM REGISTRO POR DATA COM O ULTIMO SEQUENCIAL
      *               ATRIBUIDO NO DIA. MANTIDO SOMENTE PELO
      *               SUBPROGRAMA GERA-ID-PIX.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-CONTROLE-ID-PIX.
           05  PXS-DATA                PIC 9(08).
           05  PXS-ULTIMO-SEQUENCIAL   PIC 9(11).
           05  PXS-HORA-ULTIMO         PIC 9(06).
           05  FILLER                  PIC X(10).
