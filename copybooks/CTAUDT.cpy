      *                         REGISTRAR A CONSULTA DE POSICAO DE
      *                         CONTA (CONSULTA-POSICAO), QUE EXPOE
      *                         DADOS DO CLIENTE AO OPERADOR.
      *    15/10/2026 DLF       INCLUIDO AUD-EVENTO-CADASTRO-OPER PARA
      *                         REGISTRAR AS ALTERACOES DO CADASTRO DE
      *                         OPERADORES (OPERADOR-MANUT). O OPERADOR
      *                         DO REGISTRO E O SUPERVISOR QUE ALTEROU;
      *                         O OPERADOR ALTERADO VAI NA DESCRICAO.
      *    15/10/2026 DLF       INCLUIDO AUD-EVENTO-ALCADA PARA
      *                         REGISTRAR A RETENCAO DE PIX ACIMA DA
      *                         ALCADA DO OPERADOR E A DECISAO DO
      *                         SUPERVISOR (APROVACAO OU REJEICAO).
      *    15/10/2026 DLF       INCLUIDO AUD-EVENTO-COMPLIANCE PARA
      *                         REGISTRAR AS DECISOES DA MESA DE
      *                         COMPLIANCE SOBRE OS CASOS DE SUSPEITA
      *                         (CASO-MANUT) - DESCARTE, BLOQUEIO
      *                         PREVENTIVO E MARCACAO PARA O COAF.
      ******************************************************************
       01  REG-AUDITORIA.
           05  AUD-DATA                PIC 9(08).
               88  AUD-EVENTO-MENU          VALUE 'M'.
               88  AUD-EVENTO-CHECKPOINT    VALUE 'T'.
               88  AUD-EVENTO-CONSULTA      VALUE 'C'.
               88  AUD-EVENTO-CADASTRO-OPER VALUE 'U'.
               88  AUD-EVENTO-ALCADA        VALUE 'A'.
               88  AUD-EVENTO-COMPLIANCE    VALUE 'S'.
           05  AUD-DESCRICAO           PIC X(40).
           05  FILLER                  PIC X(10).
