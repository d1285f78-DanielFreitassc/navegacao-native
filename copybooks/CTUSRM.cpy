      *                         TROCA ZERADA EM CADASTRO ANTIGO VALE
      *                         COMO SENHA EXPIRADA (TROCA FORCADA NO
      *                         PROXIMO LOGIN).
      *    15/10/2026 DLF       INCLUIDO USM-STATUS-INATIVO ('I') PARA O
      *                         OPERADOR DESATIVADO EM DEFINITIVO PELO
      *                         OPERADOR-MANUT. O REGISTRO NAO E
      *                         EXCLUIDO, PARA QUE AS REFERENCIAS AO ID
      *                         NA AUDITORIA E NOS MOVIMENTOS SIGAM SE
      *                         RESOLVENDO.
      ******************************************************************
       01  REG-USUARIO-MASTER.
           05  USM-ID-OPERADOR         PIC X(08).
           05  USM-STATUS-CADASTRO     PIC X(01).
               88  USM-STATUS-ATIVO         VALUE 'A'.
               88  USM-STATUS-BLOQUEADO     VALUE 'B'.
               88  USM-STATUS-INATIVO       VALUE 'I'.
           05  USM-QTD-TENTATIVAS-FALHAS PIC 9(02) COMP.
           05  USM-DATA-ULT-TROCA      PIC 9(08).
           05  USM-TAB-SENHAS-ANT.
