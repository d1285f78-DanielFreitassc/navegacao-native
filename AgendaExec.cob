000323*                         COMO PENDENCIA JA LIQUIDADA E
000324*                         MOVIMENTO COM PXO-IND-INTERNO, QUE O
000325*                         REMESSA-PIX PULA.
000326*    15/10/2026 DLF       SO EXECUTA AGENDAMENTO PENDENTE; O
000327*                         RETIDO NA ALCADA ('A') ESPERA A
000328*                         APROVACAO. O MOVIMENTO LEVA O APROVADOR
000329*                         (PXO-ID-OPER-APROV).
000330*    15/10/2026 DLF       MOVIMENTO EM PIX-OUT E CREDITO INTERNO
000331*                         EM PENDING-PIX GRAVADOS COM O INDICADOR
000332*                         DE CONTABILIZACAO EM BRANCO (AINDA NAO
000333*                         LANCADO PELO CONTABILIZA-PIX).
000334*    15/10/2026 DLF       MOVIMENTO EM PIX-OUT GRAVADO COM O
000335*                         IDENTIFICADOR FIM A FIM (GERA-ID-PIX),
000336*                         REPETIDO NO CREDITO INTERNO EM
000337*                         PENDING-PIX. SEM IDENTIFICADOR O
000338*                         AGENDAMENTO NAO E DEBITADO E BAIXA COMO
000339*                         FALHO.
000340*    15/10/2026 DLF       CREDITO EM PENDING-PIX GRAVADO COM
000341*                         PXP-IND-COBRANCA EM BRANCO (SO O
000342*                         CREDITO DA REDE COM TXID E CASADO COM
000343*                         COBRANCA PELO CARGA-PIX).
000344*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
001102 01  WS-SW-BLOQUEIO-IMPEDE       PIC X(01) VALUE 'N'.
001104     88  WS-BLOQUEIO-IMPEDE          VALUE 'S'.
001106 01  WS-SALDO-DISPONIVEL         PIC S9(11)V99 COMP-3.
001107 01  WS-PARM-GERA-ID.
001108     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
001109     05  WS-GID-RETORNO          PIC X(01).
001110 01  WS-QTD-EXECUTADOS           PIC 9(05) COMP VALUE ZERO.
001120 01  WS-QTD-FALHOS               PIC 9(05) COMP VALUE ZERO.
001130 01  WL-QTD-ED                   PIC ZZZZ9.
002670             THRU 2400-BAIXAR-FALHA-EXIT
002680         GO TO 2200-EXECUTAR-AGENDAMENTO-EXIT
002690     END-IF.
002691
002692*    IDENTIFICADOR FIM A FIM DO MOVIMENTO (GERA-ID-PIX).
002693     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
002694     IF WS-GID-RETORNO NOT = '0'
002695         MOVE 'ERRO AO GERAR ID FIM A FIM' TO WS-MOTIVO-FALHA
002696         PERFORM 2400-BAIXAR-FALHA
002697             THRU 2400-BAIXAR-FALHA-EXIT
002698         GO TO 2200-EXECUTAR-AGENDAMENTO-EXIT
002699     END-IF.
002700
002702*    DESTINO EM CONTA DA PROPRIA AGENCIA: LIQUIDA NA HORA, SEM
002703*    PASSAR PELA REDE, COMO EM FAZER-PIX.
002860     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
002870     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
002880     MOVE 'C' TO PXO-STATUS.
002881     MOVE AGD-ID-OPER-APROV TO PXO-ID-OPER-APROV.
002882     MOVE SPACE TO PXO-IND-CONTABIL.
002883     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
002885     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
002886     MOVE 'N' TO PXO-IND-TRANSMITIDO.
002887     MOVE SPACE TO PXO-IND-RETORNO-REDE.
005200     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
005210     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
005220     MOVE 'C' TO PXO-STATUS.
005225     MOVE AGD-ID-OPER-APROV TO PXO-ID-OPER-APROV.
005226     MOVE SPACE TO PXO-IND-CONTABIL.
005227     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
005230     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
005240     MOVE 'N' TO PXO-IND-TRANSMITIDO.
005250     MOVE SPACE TO PXO-IND-RETORNO-REDE.
005860     MOVE WS-DATA-AAAAMMDD TO PXP-DATA-LIQUIDACAO.
005870     MOVE SPACES TO PXP-REFERENCIA-RAIL.
005880     MOVE AGD-ID-OPERADOR TO PXP-ID-OPERADOR-LIQ.
005885     MOVE SPACE TO PXP-IND-CONTABIL.
005886     MOVE WS-GID-ID-FIM-A-FIM TO PXP-ID-FIM-A-FIM.
005887     MOVE SPACE TO PXP-IND-COBRANCA.
005890     WRITE REG-PENDING-PIX
005900         INVALID KEY
005910             DISPLAY 'ERRO AO GRAVAR CREDITO INTERNO EM'
