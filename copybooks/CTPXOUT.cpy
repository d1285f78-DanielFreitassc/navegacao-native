      *                         REDE (REMESSA-PIX PULA O INTERNO).
      *                         CAMPO TIRADO DO FILLER (TAMANHO DO
      *                         REGISTRO INALTERADO).
      *    15/10/2026 DLF       INCLUIDO PXO-ID-OPER-APROV - SUPERVISOR
      *                         QUE APROVOU O PIX ACIMA DA ALCADA DO
      *                         OPERADOR (DUPLA CUSTODIA); O OPERADOR
      *                         QUE CAPTOU SEGUE EM PXO-ID-OPERADOR.
      *                         BRANCO NO MOVIMENTO SEM APROVACAO.
      *                         EXIGE CONVERSAO DO PIXOUT E DO PIXHST
      *                         EXISTENTES (REGISTRO CRESCEU 8 BYTES).
      *    15/10/2026 DLF       INCLUIDO PXO-IND-CONTABIL - MARCADO 'S'
      *                         PELO CONTABILIZA-PIX QUANDO O MOVIMENTO
      *                         GERA OS LANCAMENTOS CONTABEIS DO DIA,
      *                         IMPEDINDO LANCAMENTO EM DUPLICIDADE NUMA
      *                         REEXECUCAO. CAMPO TIRADO DO FILLER
      *                         (TAMANHO DO REGISTRO INALTERADO); NA
      *                         CONVERSAO DO PIXOUT O MOVIMENTO JA
      *                         LANCADO A MAO DEVE SER MARCADO 'S'.
      *    15/10/2026 DLF       INCLUIDO PXO-ID-FIM-A-FIM -
      *                         IDENTIFICADOR UNICO DO MOVIMENTO NA
      *                         REDE, ATRIBUIDO PELO SUBPROGRAMA
      *                         GERA-ID-PIX NA GRAVACAO
      *                         (FAZER-PIX, AGENDA-EXEC, DEVOLVE-PIX,
      *                         DEVOLVE-PENDENCIA E COBRANCA-TARIFA).
      *                         SAI NA REMESSA E E A CHAVE DE CASAMENTO
      *                         DO RETORNO-PIX. EXIGE CONVERSAO DO
      *                         PIXOUT E DO PIXHST EXISTENTES (REGISTRO
      *                         CRESCEU 32 BYTES); EM MOVIMENTO ANTIGO O
      *                         CAMPO FICA EM BRANCO.
      ******************************************************************
       01  REG-PIX-OUT.
           05  PXO-NUM-CONTA-ORIGEM    PIC 9(10).
               88  PXO-LANCAMENTO-TARIFA    VALUE 'S'.
           05  PXO-IND-INTERNO         PIC X(01).
               88  PXO-LIQUIDACAO-INTERNA   VALUE 'S'.
           05  PXO-ID-OPER-APROV       PIC X(08).
           05  PXO-IND-CONTABIL        PIC X(01).
               88  PXO-CONTABILIZADO        VALUE 'S'.
           05  PXO-ID-FIM-A-FIM        PIC X(32).
           05  FILLER                  PIC X(04).
