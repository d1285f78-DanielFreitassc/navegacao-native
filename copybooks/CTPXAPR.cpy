      ******************************************************************
      *    COPYBOOK : CTPXAPR
      *    DESCRICAO: LAYOUT DA FILA DE APROVACAO DE PIX ACIMA DA
      *               ALCADA (PIX-APROVACAO). A SOLICITACAO E GRAVADA
      *               PENDENTE POR FAZER-PIX (TIPO 'F') OU AGENDA-PIX
      *               (TIPO 'A', COM O AGENDAMENTO RETIDO EM
      *               PIX-AGENDA) E DECIDIDA POR UM SUPERVISOR
      *               DIFERENTE DO SOLICITANTE NA OPCAO [A] DO
      *               MENU-PRINCIPAL DE TELA-LOGIN. A SOLICITACAO NAO
      *               DECIDIDA NO DIA E EXPIRADA PELO BATCH DE FIM DE
      *               DIA EXPIRA-APROVACAO.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-PIX-APROVACAO.
           05  APR-ID-SOLICITACAO      PIC 9(06).
           05  APR-TIPO                PIC X(01).
               88  APR-TIPO-FAZER-PIX       VALUE 'F'.
               88  APR-TIPO-AGENDAMENTO     VALUE 'A'.
           05  APR-NUM-CONTA-ORIGEM    PIC 9(10).
           05  APR-CHAVE-PIX-DESTINO   PIC X(30).
           05  APR-VALOR               PIC S9(09)V99 COMP-3.
           05  APR-ID-AGENDAMENTO      PIC 9(06).
           05  APR-DATA-AGENDADA       PIC 9(08).
           05  APR-DATA-SOLICITACAO    PIC 9(08).
           05  APR-HORA-SOLICITACAO    PIC 9(06).
           05  APR-ID-OPER-SOLIC       PIC X(08).
           05  APR-STATUS              PIC X(01).
               88  APR-PENDENTE             VALUE 'P'.
               88  APR-APROVADA             VALUE 'A'.
               88  APR-REJEITADA            VALUE 'R'.
               88  APR-EXPIRADA             VALUE 'X'.
           05  APR-ID-OPER-APROV       PIC X(08).
           05  APR-DATA-DECISAO        PIC 9(08).
           05  APR-HORA-DECISAO        PIC 9(06).
           05  APR-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(10).
