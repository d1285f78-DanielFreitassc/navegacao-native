      ******************************************************************
      *    COPYBOOK : CTCASO
      *    DESCRICAO: LAYOUT DO CADASTRO DE CASOS DE SUSPEITA
      *               (CASO-SUSPEITA), CHAVEADO PELO NUMERO DO CASO.
      *               O CASO E ABERTO PELO BATCH ANALISE-PIX PARA CADA
      *               CONTA PONTUADA NO RANKING DE SUSPEITAS. ENQUANTO
      *               O CASO ESTIVER ABERTO, NOVAS DETECCOES DA MESMA
      *               CONTA SAO SOMADAS A ELE (PADROES ACUMULADOS,
      *               MAIOR PONTUACAO, VALORES SOMADOS E DATA DA ULTIMA
      *               DETECCAO). O CASO E TRABALHADO PELA MESA DE
      *               COMPLIANCE EM CASO-MANUT (DESCARTE COM MOTIVO,
      *               BLOQUEIO PREVENTIVO DA CONTA EM BLOQUEIOS OU
      *               MARCACAO PARA COMUNICACAO AO COAF) E O MARCADO
      *               PARA COMUNICACAO E GRAVADO NO ARQUIVO DE
      *               COMUNICACAO PELO BATCH COMUNICA-COAF. TODA
      *               DECISAO SAI TAMBEM NA TRILHA DE AUDITORIA.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-CASO-SUSPEITA.
           05  CAS-ID-CASO             PIC 9(06).
           05  CAS-NUM-CONTA           PIC 9(10).
           05  CAS-DATA-ABERTURA       PIC 9(08).
           05  CAS-DATA-ULT-DETECCAO   PIC 9(08).
           05  CAS-QTD-DETECCOES       PIC 9(03).
           05  CAS-PONTOS              PIC 9(03).
           05  CAS-IND-PULVERIZACAO    PIC X(01).
               88  CAS-PULVERIZACAO         VALUE 'S'.
           05  CAS-IND-PASSAGEM        PIC X(01).
               88  CAS-PASSAGEM             VALUE 'S'.
           05  CAS-IND-SOB-LIMITE      PIC X(01).
               88  CAS-SOB-LIMITE           VALUE 'S'.
           05  CAS-QTD-ENVIADOS        PIC 9(05).
           05  CAS-VAL-ENVIADOS        PIC S9(11)V99 COMP-3.
           05  CAS-VAL-CREDITOS        PIC S9(11)V99 COMP-3.
           05  CAS-QTD-REJEICOES       PIC 9(05).
           05  CAS-STATUS              PIC X(01).
               88  CAS-ABERTO               VALUE 'A'.
               88  CAS-DESCARTADO           VALUE 'D'.
               88  CAS-BLOQUEADO            VALUE 'B'.
               88  CAS-A-COMUNICAR          VALUE 'C'.
               88  CAS-COMUNICADO           VALUE 'E'.
           05  CAS-MOTIVO              PIC X(40).
           05  CAS-ID-OPER-DECISAO     PIC X(08).
           05  CAS-DATA-DECISAO        PIC 9(08).
           05  CAS-HORA-DECISAO        PIC 9(06).
           05  CAS-IND-BLOQUEIO        PIC X(01).
               88  CAS-CONTA-BLOQUEADA      VALUE 'S'.
           05  CAS-DATA-BLOQUEIO       PIC 9(08).
           05  CAS-ID-OPER-BLOQUEIO    PIC X(08).
           05  CAS-DATA-COMUNICACAO    PIC 9(08).
           05  FILLER                  PIC X(10).
