000290*                         LIQUIDACAO NO PRAZO
000291*                         (PXP-DEV-NAO-RECLAMADA) NAO PODE SER
000292*                         DEVOLVIDA DE NOVO.
000294*    15/10/2026 DLF       MOVIMENTO GRAVADO EM PIX-OUT PASSA A
000295*                         INICIALIZAR PXO-ID-OPER-APROV EM BRANCO
000296*                         (MOVIMENTO SEM APROVACAO DE ALCADA).
000297*    15/10/2026 DLF       DEVOLUCAO GRAVADA COM PXO-IND-CONTABIL
000298*                         EM BRANCO (AINDA NAO LANCADA PELO
000299*                         CONTABILIZA-PIX).
000300*    15/10/2026 DLF       DEVOLUCAO GRAVADA COM O IDENTIFICADOR
000301*                         FIM A FIM (GERA-ID-PIX), ATRIBUIDO ANTES
000302*                         DO DEBITO.
000303*----------------------------------------------------------------
000305
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000850 01  WS-VALOR-DEVOLUCAO          PIC S9(09)V99 COMP-3.
000860 01  WL-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
000870
000871*    IDENTIFICADOR FIM A FIM DA DEVOLUCAO (VIA GERA-ID-PIX)
000872 01  WS-PARM-GERA-ID.
000873     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
000874     05  WS-GID-RETORNO          PIC X(01).
000875
000880 LINKAGE SECTION.
000890 01  PARM-ID-OPERADOR            PIC X(08).
000900
001970         GO TO 2000-DEVOLVER-PIX-EXIT
001980     END-IF.
001990
001991*    IDENTIFICADOR FIM A FIM DA DEVOLUCAO (GERA-ID-PIX).
001992     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
001993     IF WS-GID-RETORNO NOT = '0'
001994         DISPLAY 'Devolução não efetuada. Tente novamente.'
001995         GO TO 2000-DEVOLVER-PIX-EXIT
001996     END-IF.
001997
002000     SUBTRACT WS-VALOR-DEVOLUCAO FROM CTM-SALDO.
002010     REWRITE REG-CONTA-MASTER
002020         INVALID KEY
002160     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
002170     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
002180     MOVE 'C' TO PXO-STATUS.
002185     MOVE SPACE TO PXO-IND-CONTABIL.
002186     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
002190     MOVE PXP-ID-PENDENCIA TO PXO-ID-PENDENCIA-REF.
002195     MOVE 'N' TO PXO-IND-TRANSMITIDO.
002196     MOVE SPACES TO PXO-ID-OPER-APROV.
002197     MOVE SPACE TO PXO-IND-RETORNO-REDE.
002198     MOVE SPACE TO PXO-IND-TARIFA.
002199     MOVE SPACE TO PXO-IND-INTERNO.
