      ******************************************************************
      *    COPYBOOK : CTSLDH
      *    DESCRICAO: LAYOUT DO HISTORICO DE SALDOS DIARIOS POR CONTA
      *               (SALDO-HISTORICO), UM REGISTRO POR CONTA E DATA
      *               COM O SALDO DE FECHAMENTO DO DIA. GRAVADO PELO
      *               FECHDIA (REEXECUCAO NA MESMA DATA REGRAVA O
      *               REGISTRO). USADO PELO EXTRATO-CONTA PARA O SALDO
      *               INICIAL DO PERIODO E PELO RELATORIO-SALDOS PARA
      *               OS SALDOS INICIAL, FINAL, MINIMO, MAXIMO E MEDIO
      *               DO MES.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR     DESCRICAO
      *    15/10/2026 DLF       CRIACAO DO LAYOUT.
      ******************************************************************
       01  REG-SALDO-HISTORICO.
           05  SDH-CHAVE.
               10  SDH-NUM-CONTA       PIC 9(10).
               10  SDH-DATA            PIC 9(08).
           05  SDH-SALDO               PIC S9(11)V99 COMP-3.
           05  SDH-TOTAL-CREDITOS      PIC S9(11)V99 COMP-3.
           05  SDH-TOTAL-DEBITOS       PIC S9(11)V99 COMP-3.
           05  SDH-STATUS-CONTA        PIC X(01).
           05  FILLER                  PIC X(10).
