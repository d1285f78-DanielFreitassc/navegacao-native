      *                         [7] DO MENU-PRINCIPAL).
      *    21/08/2026 DLF       INCLUIDO CKP-TIPO-DEVOLVER-PIX (OPCAO
      *                         [8] DO MENU-PRINCIPAL).
      *    15/10/2026 DLF       INCLUIDO CKP-TIPO-APROVAR-PIX (OPCAO
      *                         [A] DO MENU-PRINCIPAL).
      ******************************************************************
       01  REG-CHECKPOINT.
           05  CKP-ID-OPERADOR         PIC X(08).
               88  CKP-TIPO-ENCERRAR-CONTA  VALUE '3'.
               88  CKP-TIPO-AGENDAR-PIX     VALUE '7'.
               88  CKP-TIPO-DEVOLVER-PIX    VALUE '8'.
               88  CKP-TIPO-APROVAR-PIX     VALUE 'A'.
           05  CKP-STATUS               PIC X(01).
               88  CKP-STATUS-ABERTO        VALUE 'A'.
               88  CKP-STATUS-CONCLUIDO     VALUE 'C'.
