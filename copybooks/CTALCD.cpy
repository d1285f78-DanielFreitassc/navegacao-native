      ******************************************************************
      *    COPYBOOK : CTALCD
      *    DESCRICAO: LAYOUT DA TABELA DE ALCADAS POR PERFIL DE
      *               OPERADOR (ALCADA-PERFIL), MANTIDA POR
      *               OPERADOR-MANUT (SUPERVISOR). PIX DE VALOR ACIMA
      *               DA ALCADA DO PERFIL DO OPERADOR QUE O CAPTA
      *               (FAZER-PIX OU AGENDA-PIX) NAO E EFETIVADO NA
      *               HORA: VAI PARA A FILA DE APROVACAO (PIX-APROVACAO)
      *               E SO E EFETIVADO COM A APROVACAO DE UM SEGUNDO
      *               OPERADOR SUPERVISOR (DUPLA CUSTODIA). PERFIL SEM
      *               REGISTRO NA TABELA NAO TEM ALCADA (NAO HA
      *               RETENCAO).
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-ALCADA-PERFIL.
           05  ALC-PERFIL              PIC X(01).
           05  ALC-VALOR-LIMITE        PIC S9(09)V99 COMP-3.
           05  ALC-ID-OPERADOR         PIC X(08).
           05  ALC-DATA-ALTERACAO      PIC 9(08).
           05  FILLER                  PIC X(10).
