      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    21/08/2026 DLF       CRIACAO DO LAYOUT.
      *    15/10/2026 DLF       INCLUIDOS OS STATUS 'A' (AGUARDANDO
      *                         APROVACAO - VALOR ACIMA DA ALCADA DO
      *                         OPERADOR, NAO EXECUTA ATE A APROVACAO
      *                         DO SUPERVISOR) E 'C' (CANCELADO -
      *                         APROVACAO REJEITADA OU EXPIRADA), E
      *                         AGD-ID-OPER-APROV COM O SUPERVISOR QUE
      *                         APROVOU. CAMPO TIRADO DO FILLER
      *                         (TAMANHO DO REGISTRO INALTERADO).
      ******************************************************************
       01  REG-PIX-AGENDA.
           05  AGD-ID-AGENDAMENTO      PIC 9(06).
               88  AGD-PENDENTE             VALUE 'P'.
               88  AGD-EXECUTADO            VALUE 'E'.
               88  AGD-FALHOU               VALUE 'F'.
               88  AGD-AGUARDA-APROVACAO    VALUE 'A'.
               88  AGD-CANCELADO            VALUE 'C'.
           05  AGD-DATA-EXECUCAO       PIC 9(08).
           05  AGD-MOTIVO-FALHA        PIC X(30).
           05  AGD-ID-OPER-APROV       PIC X(08).
           05  FILLER                  PIC X(02).
