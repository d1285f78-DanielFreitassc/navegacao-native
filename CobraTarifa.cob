000375*                         O VALOR FOI ESTORNADO AO CLIENTE E A
000376*                         TRANSFERENCIA NUNCA LIQUIDOU, ENTAO
000377*                         NAO GERA TARIFA.
000378*    15/10/2026 DLF       LANCAMENTO DA TARIFA PASSA A GRAVAR
000379*                         PXO-ID-OPER-APROV EM BRANCO.
000380*    15/10/2026 DLF       LANCAMENTO DE TARIFA GRAVADO COM
000381*                         PXO-IND-CONTABIL EM BRANCO (AINDA NAO
000382*                         LANCADO PELO CONTABILIZA-PIX).
000383*    15/10/2026 DLF       LANCAMENTO DA TARIFA GRAVADO COM O
000384*                         IDENTIFICADOR FIM A FIM (GERA-ID-PIX);
000385*                         SEM ELE A CONTA NAO E COBRADA E SAI NA
000386*                         LISTA (COBRADA NA REEXECUCAO).
000387*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001440 01  WS-QTD-ISENTAS              PIC 9(05) COMP VALUE ZERO.
001450 01  WL-QTD-ED                   PIC ZZZZ9.
001460 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001461
001462*    IDENTIFICADOR FIM A FIM DO LANCAMENTO (VIA GERA-ID-PIX)
001463 01  WS-PARM-GERA-ID.
001464     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
001465     05  WS-GID-RETORNO          PIC X(01).
001470
001480*    LINHA DE DETALHE DO RELATORIO DE COBRANCA
001490 01  WS-LINHA-COBRANCA.
004120         GO TO 3200-DEBITAR-TARIFA-EXIT
004130     END-IF.
004140
004141*    IDENTIFICADOR FIM A FIM DO LANCAMENTO (GERA-ID-PIX).
004142     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
004143     IF WS-GID-RETORNO NOT = '0'
004144         MOVE 'SEM ID FIM A FIM - NAO COBRADA' TO WL-SITUACAO
004145         PERFORM 3310-IMPRIMIR-LINHA
004146             THRU 3310-IMPRIMIR-LINHA-EXIT
004147         GO TO 3200-DEBITAR-TARIFA-EXIT
004148     END-IF.
004149
004150     SUBTRACT WS-VALOR-TARIFA-MES FROM CTM-SALDO.
004160     REWRITE REG-CONTA-MASTER
004170         INVALID KEY
004380     MOVE SPACE TO PXO-IND-RETORNO-REDE.
004390     MOVE 'S' TO PXO-IND-TARIFA.
004395     MOVE SPACE TO PXO-IND-INTERNO.
004396     MOVE SPACES TO PXO-ID-OPER-APROV.
004397     MOVE SPACE TO PXO-IND-CONTABIL.
004398     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
004400     WRITE REG-PIX-OUT.
004410     IF WS-STATUS-PIXOUT NOT = '00'
004420         DISPLAY 'ERRO AO GRAVAR PIX-OUT: ' WS-STATUS-PIXOUT
